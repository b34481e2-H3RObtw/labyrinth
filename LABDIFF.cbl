           05  LEG-OFFEN       PIC X(1)    VALUE ' '.
           05  LEG-TREPPE      PIC X(1)    VALUE 'T'.
           05  LEG-STUFE       PIC X(1)    VALUE 'S'.
           05  LEG-TUER        PIC X(1)    VALUE '+'.
       01  RASTER-AKTUELL.
           05  RA-ZEILE OCCURS 132 PIC X(132).
           05  RA-ANZAHL       PIC 999.
            AND WS-ZEICHEN-A NOT = LEG-WAND
            AND WS-ZEICHEN-A NOT = LEG-TREPPE
            AND WS-ZEICHEN-A NOT = LEG-STUFE
            AND WS-ZEICHEN-A NOT = LEG-TUER
              PERFORM BESUCHER-MERKEN-A
              MOVE SPACE TO WS-ZEICHEN-A
           END-IF.
            AND WS-ZEICHEN-B NOT = LEG-WAND
            AND WS-ZEICHEN-B NOT = LEG-TREPPE
            AND WS-ZEICHEN-B NOT = LEG-STUFE
            AND WS-ZEICHEN-B NOT = LEG-TUER
              PERFORM BESUCHER-MERKEN-B
              MOVE SPACE TO WS-ZEICHEN-B
           END-IF.
                    IF WS-LEGENDE-STATUS = '00'
                       MOVE LEGENDEZEILE(1:1) TO LEG-STUFE
                    END-IF
                    READ LEGENDEIN INTO LEGENDEZEILE
                       AT END CONTINUE
                    END-READ
                    IF WS-LEGENDE-STATUS = '00'
                       MOVE LEGENDEZEILE(1:1) TO LEG-TUER
                    END-IF
                 END-IF
              END-IF
              CLOSE LEGENDEIN
