           05 RUECK-WEGSUCHE         PIC X(1).
           05 RUECK-KONFORM          PIC X(1).
           05 RUECK-RAEUMZEIT        PIC 9(5).
           05 RUECK-KONFORM-GRUND    PIC X(60).
      *    KANONISCHE ERGEBNISZEILEN: JE ZEILE DATEINAME (1-50),
      *    SATZART (52-53) UND DIE KERNFELDER AN FESTEN STELLEN -
      *    BEWUSST OHNE LAUFZEITPUNKT UND GENERATION, DAMIT ZWEI
