      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Pflegebildschirm fuer den Benutzerstamm BENUTZER.MST,
      *          gegen den LABROLLE die Pflegebildschirme (LABWART,
      *          STANDWART, LABRAST, LABFREIG, LABHIST, LABSPERR,
      *          LABAPRUF und diesen) beim Start und vor jeder
      *          aendernden Aktion prueft. Je Benutzer (USER der
      *          Sitzung) Name, Rollen und Status; Rollen
      *          B=BETRACHTER P=PLANER S=STANDORTADMIN F=FREIGEBER,
      *          mehrere moeglich (z.B. "PF"). Nur Standortadmins
      *          duerfen hier arbeiten. Deaktivieren (I) loescht den
      *          Satz nicht, damit die Journale ihren Benutzer
      *          behalten. Niemand kann sich selbst deaktivieren oder
      *          die eigene Rolle S entziehen - sonst koennte sich
      *          der letzte Standortadmin aussperren.
      *          ERSTEINRICHTUNG: solange der Stamm leer ist, darf
      *          der aufrufende Benutzer genau sich selbst mit Rolle
      *          S anlegen; danach gilt die Rechtetabelle.
      *
      *          AUFRUF: LABBENUT [BENUTZER]
      *
      *          SATZAUFBAU BENUTZER.MST: SIEHE LABROLLE
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABBENUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT BENUTZER-FILE ASSIGN TO
                   "resources/in/BENUTZER.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BN-BENUTZER
                   FILE STATUS IS WS-BENUTZER-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD BENUTZER-FILE.
       01 BENUTZER-SATZ.
           05 BN-BENUTZER         PIC X(8).
           05 BN-NAME             PIC X(40).
           05 BN-ROLLEN           PIC X(4).
           05 BN-STATUS           PIC X(1).
           05 BN-GEAENDERT-VON    PIC X(8).
           05 BN-GEAENDERT-AM     PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-BENUTZER-STATUS  PIC X(2)    VALUE '00'.
       01  WS-KENNUNG          PIC X(8)    VALUE SPACES.
       01  WS-NAME             PIC X(40)   VALUE SPACES.
       01  WS-ROLLEN           PIC X(4)    VALUE SPACES.
       01  WS-STATUSTEXT       PIC X(22)   VALUE SPACES.
       01  WS-GEAENDERT-VON    PIC X(8)    VALUE SPACES.
       01  WS-GEAENDERT-AM     PIC X(14)   VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
       01  WS-SATZ-DA          PIC 9       VALUE 0.
       01  WS-ERSTEINRICHTUNG  PIC 9       VALUE 0.
       01  WS-ROLLE-I          PIC 9       VALUE 0.
       01  WS-ROLLE-OK         PIC 9       VALUE 0.
       01  WS-HAT-S            PIC 99      VALUE 0.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABBENUT'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  BENUTZER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
                 VALUE "LABBENUT - BENUTZER UND ROLLEN".
           05 COLUMN 45 VALUE "(BENUTZER.MST)".
           05 LINE 3  COLUMN 1  VALUE "BENUTZER:".
           05 COLUMN 18 PIC X(8)  USING WS-KENNUNG.
           05 LINE 5  COLUMN 1  VALUE "STATUS:".
           05 COLUMN 18 PIC X(22) FROM WS-STATUSTEXT.
           05 LINE 6  COLUMN 1  VALUE "NAME:".
           05 COLUMN 18 PIC X(40) USING WS-NAME.
           05 LINE 7  COLUMN 1  VALUE "ROLLEN:".
           05 COLUMN 18 PIC X(4)  USING WS-ROLLEN.
           05 COLUMN 24
                 VALUE "(B=BETRACHTER P=PLANER S=STANDORTADMIN".
           05 LINE 8  COLUMN 24 VALUE " F=FREIGEBER, MEHRERE MOEGLICH)".
           05 LINE 9  COLUMN 1  VALUE "GEAENDERT VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-GEAENDERT-VON.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-GEAENDERT-AM.
           05 LINE 11 COLUMN 1  VALUE "ANGEMELDET:".
           05 COLUMN 18 PIC X(8)  FROM WS-BENUTZER.
           05 LINE 13 COLUMN 1
                 VALUE "AKTION L=LESEN S=SPEICHERN I=INAKTIV A=ENDE:".
           05 COLUMN 47 PIC X(1) TO WS-AKTION.
           05 LINE 15 COLUMN 1 PIC X(79) FROM WS-MELDUNG.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           PERFORM INITIALISIEREN.
           PERFORM STAMM-OEFFNEN.
           IF WS-BENUTZER-STATUS NOT = '00'
              DISPLAY "BENUTZERSTAMM NICHT ZU OEFFNEN, STATUS "
                 WS-BENUTZER-STATUS
              STOP RUN
           END-IF.
           PERFORM ERSTEINRICHTUNG-PRUEFEN.
           IF WS-ERSTEINRICHTUNG = 1
              MOVE WS-BENUTZER TO WS-KENNUNG
              MOVE "S" TO WS-ROLLEN
              MOVE
                 "ERSTEINRICHTUNG: EIGENEN BENUTZER MIT ROLLE S ANLEGEN"
                 TO WS-MELDUNG
           ELSE
              MOVE SPACE TO BR-AKTION
              PERFORM BERECHTIGUNG-PRUEFEN
              IF BR-ERLAUBT NOT = 'J'
                 CLOSE BENUTZER-FILE
                 DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-KENNUNG NOT = SPACES
                 PERFORM SATZ-LESEN
              END-IF
           END-IF.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'A'
              DISPLAY BENUTZER-SCREEN
              MOVE SPACES TO WS-AKTION
              ACCEPT BENUTZER-SCREEN
              MOVE SPACES TO WS-MELDUNG
              EVALUATE WS-AKTION
                 WHEN 'L'
                    PERFORM SATZ-LESEN
                 WHEN 'S'
                    PERFORM SPEICHERN
                 WHEN 'I'
                    PERFORM DEAKTIVIEREN
                 WHEN 'A'
                    CONTINUE
                 WHEN OTHER
                    MOVE "UNGUELTIGE AKTION" TO WS-MELDUNG
              END-EVALUATE
           END-PERFORM.
           CLOSE BENUTZER-FILE.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       INITIALISIEREN SECTION.
           ACCEPT WS-KENNUNG FROM COMMAND-LINE.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE WS-BENUTZER TO BR-BENUTZER.
       INITIALISIEREN-EXIT. EXIT.

       STAMM-OEFFNEN SECTION.
      *    BEI DER ERSTEINRICHTUNG GIBT ES DEN STAMM NOCH NICHT; ER
      *    WIRD DANN LEER ANGELEGT UND SOFORT FUER I-O GEOEFFNET
           OPEN I-O BENUTZER-FILE.
           IF WS-BENUTZER-STATUS NOT = '00'
              OPEN OUTPUT BENUTZER-FILE
              IF WS-BENUTZER-STATUS = '00'
                 CLOSE BENUTZER-FILE
                 OPEN I-O BENUTZER-FILE
              END-IF
           END-IF.
       STAMM-OEFFNEN-EXIT. EXIT.

       ERSTEINRICHTUNG-PRUEFEN SECTION.
           MOVE 0 TO WS-ERSTEINRICHTUNG.
           MOVE LOW-VALUES TO BN-BENUTZER.
           START BENUTZER-FILE KEY NOT LESS THAN BN-BENUTZER
              INVALID KEY MOVE 1 TO WS-ERSTEINRICHTUNG
           END-START.
           IF WS-ERSTEINRICHTUNG = 0
              READ BENUTZER-FILE NEXT RECORD
                 AT END MOVE 1 TO WS-ERSTEINRICHTUNG
              END-READ
           END-IF.
           MOVE '00' TO WS-BENUTZER-STATUS.
       ERSTEINRICHTUNG-PRUEFEN-EXIT. EXIT.

       BERECHTIGUNG-PRUEFEN SECTION.
      *    ROLLENPRUEFUNG UEBER LABROLLE; BR-AKTION SPACE = START.
      *    VERWEIGERUNGEN PROTOKOLLIERT LABROLLE (LABY223E).
      *    LABROLLE OEFFNET DENSELBEN STAMM SELBST; SOLANGE HIER
      *    I-O OFFEN IST, KOENNTE ER DORT GESPERRT SEIN. DESHALB
      *    WIRD UM DEN AUFRUF GESCHLOSSEN UND DANACH WIEDER I-O
      *    GEOEFFNET (DIE AUFRUFER LESEN IHREN SATZ DANACH NEU)
           CLOSE BENUTZER-FILE.
           CALL 'LABROLLE' USING BERECHTIGUNG.
           OPEN I-O BENUTZER-FILE.
           IF WS-BENUTZER-STATUS NOT = '00'
              DISPLAY "BENUTZERSTAMM NICHT WIEDER ZU OEFFNEN, STATUS "
                 WS-BENUTZER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF BR-ERLAUBT NOT = 'J'
              MOVE SPACES TO WS-MELDUNG
              STRING "KEINE BERECHTIGUNG: " BR-GRUND
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF.
       BERECHTIGUNG-PRUEFEN-EXIT. EXIT.

       SATZ-LESEN SECTION.
           MOVE WS-KENNUNG TO BN-BENUTZER.
           MOVE 1 TO WS-SATZ-DA.
           READ BENUTZER-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0
              MOVE "NICHT IM STAMM" TO WS-STATUSTEXT
              MOVE SPACES TO WS-NAME
              MOVE SPACES TO WS-ROLLEN
              MOVE SPACES TO WS-GEAENDERT-VON
              MOVE SPACES TO WS-GEAENDERT-AM
              EXIT SECTION
           END-IF.
           IF BN-STATUS = 'A'
              MOVE "AKTIV" TO WS-STATUSTEXT
           ELSE
              MOVE "INAKTIV" TO WS-STATUSTEXT
           END-IF.
           MOVE BN-NAME          TO WS-NAME.
           MOVE BN-ROLLEN        TO WS-ROLLEN.
           MOVE BN-GEAENDERT-VON TO WS-GEAENDERT-VON.
           MOVE BN-GEAENDERT-AM  TO WS-GEAENDERT-AM.
       SATZ-LESEN-EXIT. EXIT.

       ROLLEN-PRUEFEN SECTION.
      *    NUR B, P, S, F, LINKSBUENDIG OHNE LUECKE; WS-HAT-S ZAEHLT
      *    DIE ROLLE S FUER DEN AUSSPERRSCHUTZ
           MOVE 1 TO WS-ROLLE-OK.
           MOVE 0 TO WS-HAT-S.
           IF WS-ROLLEN(1:1) = SPACE
              MOVE 0 TO WS-ROLLE-OK
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-ROLLE-I.
           PERFORM UNTIL WS-ROLLE-I > 4
              EVALUATE WS-ROLLEN(WS-ROLLE-I:1)
                 WHEN 'B'
                 WHEN 'P'
                 WHEN 'F'
                    CONTINUE
                 WHEN 'S'
                    ADD 1 TO WS-HAT-S
                 WHEN SPACE
                    IF WS-ROLLE-I < 4
                     AND WS-ROLLEN(WS-ROLLE-I + 1:) NOT = SPACES
                       MOVE 0 TO WS-ROLLE-OK
                    END-IF
                 WHEN OTHER
                    MOVE 0 TO WS-ROLLE-OK
              END-EVALUATE
              ADD 1 TO WS-ROLLE-I
           END-PERFORM.
       ROLLEN-PRUEFEN-EXIT. EXIT.

       SPEICHERN SECTION.
      *    NEU ANLEGEN ODER NAME/ROLLEN AENDERN; SPEICHERN AKTIVIERT
      *    EINEN INAKTIVEN BENUTZER WIEDER
           IF WS-ERSTEINRICHTUNG = 0
              MOVE 'S' TO BR-AKTION
              PERFORM BERECHTIGUNG-PRUEFEN
              IF BR-ERLAUBT NOT = 'J'
                 EXIT SECTION
              END-IF
           END-IF.
           IF WS-KENNUNG = SPACES OR WS-NAME = SPACES
              MOVE "BENUTZER UND NAME ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           PERFORM ROLLEN-PRUEFEN.
           IF WS-ROLLE-OK = 0
              MOVE "ROLLEN NUR AUS B, P, S, F (LINKSBUENDIG)"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-KENNUNG = WS-BENUTZER AND WS-HAT-S = 0
              MOVE "DIE EIGENE ROLLE S KANN NICHT ENTZOGEN WERDEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ERSTEINRICHTUNG = 1 AND WS-KENNUNG NOT = WS-BENUTZER
              MOVE
                 "ERSTEINRICHTUNG: ZUERST DEN EIGENEN BENUTZER ANLEGEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-KENNUNG TO BN-BENUTZER.
           MOVE 1 TO WS-SATZ-DA.
           READ BENUTZER-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-KENNUNG       TO BN-BENUTZER.
           MOVE WS-NAME          TO BN-NAME.
           MOVE WS-ROLLEN        TO BN-ROLLEN.
           MOVE 'A'              TO BN-STATUS.
           MOVE WS-BENUTZER      TO BN-GEAENDERT-VON.
           MOVE WS-JETZT(1:14)   TO BN-GEAENDERT-AM.
           IF WS-SATZ-DA = 1
              REWRITE BENUTZER-SATZ
                 INVALID KEY MOVE "23" TO WS-BENUTZER-STATUS
              END-REWRITE
           ELSE
              WRITE BENUTZER-SATZ
                 INVALID KEY MOVE "22" TO WS-BENUTZER-STATUS
              END-WRITE
           END-IF.
           IF WS-BENUTZER-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "SPEICHERN FEHLGESCHLAGEN, STATUS "
                 WS-BENUTZER-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              MOVE '00' TO WS-BENUTZER-STATUS
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-ERSTEINRICHTUNG.
           PERFORM SATZ-LESEN.
           MOVE "GESPEICHERT" TO WS-MELDUNG.
       SPEICHERN-EXIT. EXIT.

       DEAKTIVIEREN SECTION.
           IF WS-ERSTEINRICHTUNG = 1
              MOVE
                 "ERSTEINRICHTUNG: ZUERST DEN EIGENEN BENUTZER ANLEGEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE 'I' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-KENNUNG = WS-BENUTZER
              MOVE "DER EIGENE BENUTZER KANN NICHT DEAKTIVIERT WERDEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-KENNUNG TO BN-BENUTZER.
           MOVE 1 TO WS-SATZ-DA.
           READ BENUTZER-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0 OR BN-STATUS NOT = 'A'
              MOVE "BENUTZER IST NICHT AKTIV" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE 'I'              TO BN-STATUS.
           MOVE WS-BENUTZER      TO BN-GEAENDERT-VON.
           MOVE WS-JETZT(1:14)   TO BN-GEAENDERT-AM.
           REWRITE BENUTZER-SATZ
              INVALID KEY MOVE "23" TO WS-BENUTZER-STATUS
           END-REWRITE.
           IF WS-BENUTZER-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "DEAKTIVIEREN FEHLGESCHLAGEN, STATUS "
                 WS-BENUTZER-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              MOVE '00' TO WS-BENUTZER-STATUS
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE "DEAKTIVIERT, ANMELDUNG AN DEN BILDSCHIRMEN GESPERRT"
              TO WS-MELDUNG.
       DEAKTIVIEREN-EXIT. EXIT.
       END PROGRAM LABBENUT.
