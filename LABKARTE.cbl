           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
       01  RICHTUNGSKARTE.
           05  RK-ZEILE OCCURS 132 PIC X(132).
      /
