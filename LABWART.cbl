           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1)    VALUE 'T'.
           05  LEG-STUFE          PIC X(1)    VALUE 'S'.
           05  LEG-TUER           PIC X(1)    VALUE '+'.
       01  WS-LEGENDE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-RESERVIERTZAEHLER   PIC 99.
       01  WS-IST-RESERVIERT      PIC 9       VALUE 0.
      *    STELLE 84-86  ALTE STELLE
      *    STELLE 88-90  NEUE ZEILE  (000 BEI ENTFERNT)
      *    STELLE 92-94  NEUE STELLE (000 BEI ENTFERNT)
      *    ZELLAENDERUNGEN AUS LABRAST STEHEN MIT AKTION Z IM
      *    SELBEN JOURNAL (ALTES/NEUES ZEICHEN SIEHE DORT), CAD-
      *    IMPORTE AUS LABCAD MIT AKTION I (NUR STELLE 1-76)
       01  WS-JOURNAL-STATUS   PIC X(2)    VALUE '00'.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
               10 AEND-NEU-ZEILE   PIC 999.
               10 AEND-NEU-STELLE  PIC 999.
       01  WS-JRN              PIC 99.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABWART'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       STEUERUNG SECTION.
           PERFORM INITIALISIEREN.
           MOVE SPACE TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEGENDE-LESEN.
           PERFORM DATEI-LESEN.
           IF WS-LABEIN-STATUS NOT = '00'
              PERFORM BILDSCHIRM-ANZEIGEN
              PERFORM EINGABE-VERARBEITEN
           END-PERFORM.
      *    OHNE AENDERUNG WIRD NICHTS GESCHRIEBEN; BETRACHTER KOENNEN
      *    DEN BILDSCHIRM SO OHNE SCHREIBRECHT VERLASSEN
           IF WS-AKTION = 'S' AND AEND-ANZAHL > 0
              PERFORM DATEI-SCHREIBEN
           END-IF.
           STOP RUN.
                  WS-DATEINAME     DELIMITED BY SPACE
                  INTO WS-EINPFAD
           END-STRING.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
       INITIALISIEREN-EXIT. EXIT.

       BERECHTIGUNG-PRUEFEN SECTION.
      *    ROLLENPRUEFUNG UEBER LABROLLE; BR-AKTION SPACE = START.
      *    VERWEIGERUNGEN PROTOKOLLIERT LABROLLE (LABY223E)
           MOVE WS-BENUTZER TO BR-BENUTZER.
           CALL 'LABROLLE' USING BERECHTIGUNG.
           IF BR-ERLAUBT NOT = 'J'
              MOVE SPACES TO WS-MELDUNG
              STRING "KEINE BERECHTIGUNG: " BR-GRUND
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF.
       BERECHTIGUNG-PRUEFEN-EXIT. EXIT.

       DATEI-LESEN SECTION.
      *    LIEST DIE VIER KOPFZEILEN (REQ 016) UNVERAENDERT IN
      *    KOPFZEILE(1..4) EIN UND DANACH DIE RASTERZEILEN IN LABZEILE,
                    IF WS-LEGENDE-STATUS = '00'
                       MOVE LEGENDEZEILE(1:1) TO LEG-STUFE
                    END-IF
                    READ LEGENDEIN INTO LEGENDEZEILE
                       AT END CONTINUE
                    END-READ
                    IF WS-LEGENDE-STATUS = '00'
                       MOVE LEGENDEZEILE(1:1) TO LEG-TUER
                    END-IF
                    PERFORM UNTIL WS-LEGENDE-STATUS NOT = '00'
                       READ LEGENDEIN INTO LEGENDEZEILE
                          AT END CONTINUE
                  AND WS-ZEICHEN NOT = LEG-OFFEN
                  AND WS-ZEICHEN NOT = LEG-TREPPE
                  AND WS-ZEICHEN NOT = LEG-STUFE
                  AND WS-ZEICHEN NOT = LEG-TUER
                  AND WS-IST-RESERVIERT = 0
                  AND WART-ANZAHL < 15
                    ADD 1 TO WART-ANZAHL
      *    ZIELFELD MUSS OFFEN UND UNBESETZT SEIN, BEVOR ES
      *    UEBERSCHRIEBEN WIRD - SONST WUERDE EINE WAND ODER EIN
      *    ANDERER BESUCHER STUMM ERSETZT
           MOVE 'V' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           MOVE LABZEILE(WS-NEUEZEILE)(WS-NEUESTELLE:1) TO WS-ZEICHEN.
           IF WS-ZEICHEN NOT = LEG-OFFEN AND WS-ZEICHEN NOT = SPACE
              MOVE 'ZIELFELD BESETZT' TO WS-MELDUNG
       BESUCHER-VERSCHIEBEN-EXIT. EXIT.

       BESUCHER-ENTFERNEN SECTION.
           MOVE 'E' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF AEND-ANZAHL < 50
              ADD 1 TO AEND-ANZAHL
              MOVE 'E' TO AEND-AKTION(AEND-ANZAHL)
           IF AEND-ANZAHL = 0
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           OPEN EXTEND JOURNALDATEI.
           IF WS-JOURNAL-STATUS NOT = '00'
