       01  WS-EINGABE          PIC X(50)   VALUE SPACES.
       01  WS-NEUSITE          PIC X(40)   VALUE SPACES.
       01  WS-NEUETAGE         PIC X(3)    VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'STANDWART'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE SPACE TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VERZEICHNIS-LESEN.
           MOVE SPACE TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'S' OR WS-AKTION = 'X'
                 WHEN 'N' PERFORM EINTRAG-ANLEGEN
                 WHEN 'A' PERFORM EINTRAG-AENDERN
                 WHEN 'I' PERFORM EINTRAG-DEAKTIVIEREN
      *          OHNE SCHREIBRECHT BLEIBT NUR X=ABBRUCH
                 WHEN 'S'
                    MOVE 'S' TO BR-AKTION
                    PERFORM BERECHTIGUNG-PRUEFEN
                    IF BR-ERLAUBT NOT = 'J'
                       MOVE SPACE TO WS-AKTION
                    END-IF
                 WHEN 'X' CONTINUE
                 WHEN OTHER DISPLAY "UNGUELTIGE AKTION"
              END-EVALUATE
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       BERECHTIGUNG-PRUEFEN SECTION.
      *    ROLLENPRUEFUNG UEBER LABROLLE; BR-AKTION SPACE = START.
      *    VERWEIGERUNGEN PROTOKOLLIERT LABROLLE (LABY223E)
           MOVE WS-BENUTZER TO BR-BENUTZER.
           CALL 'LABROLLE' USING BERECHTIGUNG.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
           END-IF.
       BERECHTIGUNG-PRUEFEN-EXIT. EXIT.

       VERZEICHNIS-LESEN SECTION.
           INITIALIZE STANDORTLISTE.
           OPEN INPUT STANDDATEI.
       LISTE-ANZEIGEN-EXIT. EXIT.

       EINTRAG-ANLEGEN SECTION.
           MOVE 'N' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF STAND-ANZAHL NOT < 100
              DISPLAY "VERZEICHNIS VOLL, MAX 100 EINTRAEGE"
           ELSE
       EINTRAG-ANLEGEN-EXIT. EXIT.

       EINTRAG-AENDERN SECTION.
           MOVE 'A' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           PERFORM NUMMER-ERFRAGEN.
           IF WS-AUSWAHL > 0
              PERFORM SITE-ETAGE-ERFRAGEN
      *    DEAKTIVIEREN STATT LOESCHEN, DAMIT DIE HISTORIE EINES
      *    STANDORTS ERHALTEN BLEIBT UND EIN VERSEHENTLICH
      *    DEAKTIVIERTER EINTRAG PER AENDERN REAKTIVIERT WERDEN KANN
           MOVE 'I' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           PERFORM NUMMER-ERFRAGEN.
           IF WS-AUSWAHL > 0
              MOVE 'I' TO SV-AKTIV(WS-AUSWAHL)
