           05 HM-BESUCHER        PIC 99.
           05 HM-MAXWEG          PIC 9999.
           05 HM-MITTELWEG       PIC 9999.
           05 HM-WEGE-OK         PIC 99.
           05 HM-WEGE-FEHL       PIC 99.
           05 HM-RAEUMZEIT       PIC 9(5).
           05 HM-KONFORM         PIC X(1).
       FD TRENDOUT.
       01 TRENDZEILE PIC X(132).

           05  TG-LAEUFE       PIC 99      VALUE 0.
           05  TG-MAXWEG  OCCURS 10 PIC 9999.
           05  TG-MITTEL  OCCURS 10 PIC 9999.
      *    STAND DES JUENGSTEN LAUFS DER GRUPPE
           05  TG-RAEUMZEIT    PIC 9(5)    VALUE 0.
           05  TG-KONFORM      PIC X(1)    VALUE SPACE.
       01  WS-ZAEHLER          PIC 999     VALUE 0.
       01  WS-WERT             PIC 99      VALUE 0.

           END-IF.
           MOVE HM-MAXWEG    TO TG-MAXWEG(TG-LAEUFE).
           MOVE HM-MITTELWEG TO TG-MITTEL(TG-LAEUFE).
           MOVE HM-RAEUMZEIT TO TG-RAEUMZEIT.
           MOVE HM-KONFORM   TO TG-KONFORM.
       SATZ-EINORDNEN-EXIT. EXIT.

       GRUPPE-AUSGEBEN SECTION.
              DELIMITED BY SIZE INTO TRENDZEILE
           END-STRING.
           WRITE TRENDZEILE.
      *    AUS DER FLACHEN HISTORIE UEBERNOMMENE LAEUFE KENNEN
      *    RAEUMZEIT UND KONFORMITAET NICHT (KONFORM LEER)
           IF TG-KONFORM NOT = SPACE
              MOVE SPACES TO TRENDZEILE
              STRING "  LETZTER LAUF: RAEUMZEIT "
                 TG-RAEUMZEIT
                 " SEK, GRENZWERTE EINGEHALTEN: "
                 TG-KONFORM
                 DELIMITED BY SIZE INTO TRENDZEILE
              END-STRING
              WRITE TRENDZEILE
           END-IF.
           MOVE SPACES TO TRENDZEILE.
           MOVE "  VERLAUF LAENGSTER WEG:" TO TRENDZEILE.
           MOVE 1 TO WS-WERT.
