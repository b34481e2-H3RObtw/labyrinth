      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Pflegebildschirm fuer angehaltene Etagen. Solange
      *          eine Etage umgebaut wird, haelt der Betrieb sie hier
      *          an (S), statt sie aus Filenames.txt zu nehmen; der
      *          Nachtlauf (LABYRINT-APPLICATION) ueberspringt sie
      *          dann mit eigener SUMMARY-Zeile, zaehlt sie in der
      *          ABSTIMMUNG und fuehrt sie in ABDECKUNG.txt nicht als
      *          fehlend. Jede Sperre braucht einen Grund und ein
      *          Ablaufdatum; eine abgelaufene, nicht freigegebene
      *          Sperre meldet der Nachtlauf als Fehler (LABY221E),
      *          damit keine Etage vergessen angehalten bleibt.
      *          Aufheben (F) loescht den Satz nicht, sondern haelt
      *          fest, wer die Etage wann wieder freigegeben hat.
      *          Angehalten werden nur Etagen aus STANDORTE.txt.
      *
      *          AUFRUF: LABSPERR [SITE [ETAGE]]
      *
      *          SATZAUFBAU SPERREN.MST (INDIZIERT):
      *          SCHLUESSEL SITE X(40) + ETAGE X(3)
      *          STATUS             X(1)  A=ANGEHALTEN
      *                                   F=FREIGEGEBEN
      *          GRUND              X(60)
      *          GESETZT VON        X(8)
      *          GESETZT AM         X(14) JJJJMMTTHHMMSS
      *          ANGEHALTEN BIS     X(8)  JJJJMMTT
      *          FREIGEGEBEN VON    X(8)
      *          FREIGEGEBEN AM     X(14) JJJJMMTTHHMMSS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABSPERR.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT STANDORTEIN ASSIGN TO "resources/in/STANDORTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STANDORT-STATUS.
           SELECT SPERRE-FILE ASSIGN TO
                   "resources/in/SPERREN.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SR-SCHLUESSEL
                   FILE STATUS IS WS-SPERRE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD STANDORTEIN.
       01 STANDORTZEILE PIC X(50).
       FD SPERRE-FILE.
       01 SPERRE-SATZ.
           05 SR-SCHLUESSEL.
               10 SR-SITE         PIC X(40).
               10 SR-ETAGE        PIC X(3).
           05 SR-STATUS           PIC X(1).
           05 SR-GRUND            PIC X(60).
           05 SR-GESETZT-VON      PIC X(8).
           05 SR-GESETZT-AM       PIC X(14).
           05 SR-BIS              PIC X(8).
           05 SR-FREIGEGEBEN-VON  PIC X(8).
           05 SR-FREIGEGEBEN-AM   PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-STANDORT-STATUS  PIC X(2)    VALUE '00'.
       01  WS-SPERRE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-ARGUMENTE        PIC X(60)   VALUE SPACES.
       01  WS-SITE             PIC X(40)   VALUE SPACES.
       01  WS-ETAGE            PIC X(3)    VALUE SPACES.
       01  WS-GRUND            PIC X(60)   VALUE SPACES.
       01  WS-BIS              PIC X(8)    VALUE SPACES.
       01  WS-BIS-NUM          PIC 9(8).
       01  WS-HEUTE            PIC 9(8).
       01  WS-SATZ-DA          PIC 9       VALUE 0.
       01  WS-GEFUNDEN         PIC 9       VALUE 0.
       01  WS-STATUSTEXT       PIC X(22)   VALUE SPACES.
       01  WS-GESETZT-VON      PIC X(8)    VALUE SPACES.
       01  WS-GESETZT-AM       PIC X(14)   VALUE SPACES.
       01  WS-FREIGEGEBEN-VON  PIC X(8)    VALUE SPACES.
       01  WS-FREIGEGEBEN-AM   PIC X(14)   VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABSPERR'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  SPERRE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
                 VALUE "LABSPERR - ETAGE IM NACHTLAUF ANHALTEN".
           05 COLUMN 45 VALUE "(SPERREN.MST)".
           05 LINE 3  COLUMN 1  VALUE "SITE:".
           05 COLUMN 18 PIC X(40) USING WS-SITE.
           05 LINE 4  COLUMN 1  VALUE "ETAGE:".
           05 COLUMN 18 PIC X(3)  USING WS-ETAGE.
           05 LINE 6  COLUMN 1  VALUE "STATUS:".
           05 COLUMN 18 PIC X(22) FROM WS-STATUSTEXT.
           05 LINE 7  COLUMN 1  VALUE "GRUND:".
           05 COLUMN 18 PIC X(60) USING WS-GRUND.
           05 LINE 8  COLUMN 1  VALUE "ANGEHALTEN BIS:".
           05 COLUMN 18 PIC X(8)  USING WS-BIS.
           05 COLUMN 28 VALUE "(JJJJMMTT)".
           05 LINE 9  COLUMN 1  VALUE "GESETZT VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-GESETZT-VON.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-GESETZT-AM.
           05 LINE 10 COLUMN 1  VALUE "FREIGEGEBEN VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-FREIGEGEBEN-VON.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-FREIGEGEBEN-AM.
           05 LINE 12 COLUMN 1  VALUE "BENUTZER:".
           05 COLUMN 18 PIC X(8)  FROM WS-BENUTZER.
           05 LINE 14 COLUMN 1
                 VALUE "AKTION L=LESEN S=ANHALTEN F=FREIGEBEN A=ENDE:".
           05 COLUMN 48 PIC X(1) TO WS-AKTION.
           05 LINE 16 COLUMN 1 PIC X(79) FROM WS-MELDUNG.

      ******************************************************************
       PROCEDURE DIVISION.
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
           PERFORM STAMM-OEFFNEN.
           IF WS-SPERRE-STATUS NOT = '00'
              DISPLAY "SPERRSTAMM NICHT ZU OEFFNEN, STATUS "
                 WS-SPERRE-STATUS
              STOP RUN
           END-IF.
           IF WS-SITE NOT = SPACES
              PERFORM SATZ-LESEN
           END-IF.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'A'
              DISPLAY SPERRE-SCREEN
              MOVE SPACES TO WS-AKTION
              ACCEPT SPERRE-SCREEN
              MOVE SPACES TO WS-MELDUNG
              EVALUATE WS-AKTION
                 WHEN 'L'
                    PERFORM SATZ-LESEN
                 WHEN 'S'
                    PERFORM ANHALTEN
                 WHEN 'F'
                    PERFORM FREIGEBEN
                 WHEN 'A'
                    CONTINUE
                 WHEN OTHER
                    MOVE "UNGUELTIGE AKTION" TO WS-MELDUNG
              END-EVALUATE
           END-PERFORM.
           CLOSE SPERRE-FILE.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       INITIALISIEREN SECTION.
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTE DELIMITED BY ALL SPACE
              INTO WS-SITE, WS-ETAGE
           END-UNSTRING.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-JETZT(1:8) TO WS-HEUTE.
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

       STAMM-OEFFNEN SECTION.
      *    BEIM ERSTEN ANHALTEN GIBT ES DEN STAMM NOCH NICHT; ER
      *    WIRD DANN LEER ANGELEGT UND SOFORT FUER I-O GEOEFFNET
           OPEN I-O SPERRE-FILE.
           IF WS-SPERRE-STATUS NOT = '00'
              OPEN OUTPUT SPERRE-FILE
              IF WS-SPERRE-STATUS = '00'
                 CLOSE SPERRE-FILE
                 OPEN I-O SPERRE-FILE
              END-IF
           END-IF.
       STAMM-OEFFNEN-EXIT. EXIT.

       SATZ-LESEN SECTION.
           MOVE WS-SITE  TO SR-SITE.
           MOVE WS-ETAGE TO SR-ETAGE.
           MOVE 1 TO WS-SATZ-DA.
           READ SPERRE-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0
              MOVE "NICHT ANGEHALTEN" TO WS-STATUSTEXT
              MOVE SPACES TO WS-GRUND
              MOVE SPACES TO WS-BIS
              MOVE SPACES TO WS-GESETZT-VON
              MOVE SPACES TO WS-GESETZT-AM
              MOVE SPACES TO WS-FREIGEGEBEN-VON
              MOVE SPACES TO WS-FREIGEGEBEN-AM
              EXIT SECTION
           END-IF.
           IF SR-STATUS = 'A'
              IF SR-BIS < WS-JETZT(1:8)
                 MOVE "ANGEHALTEN, ABGELAUFEN" TO WS-STATUSTEXT
              ELSE
                 MOVE "ANGEHALTEN" TO WS-STATUSTEXT
              END-IF
           ELSE
              MOVE "FREIGEGEBEN" TO WS-STATUSTEXT
           END-IF.
           MOVE SR-GRUND           TO WS-GRUND.
           MOVE SR-BIS             TO WS-BIS.
           MOVE SR-GESETZT-VON     TO WS-GESETZT-VON.
           MOVE SR-GESETZT-AM      TO WS-GESETZT-AM.
           MOVE SR-FREIGEGEBEN-VON TO WS-FREIGEGEBEN-VON.
           MOVE SR-FREIGEGEBEN-AM  TO WS-FREIGEGEBEN-AM.
       SATZ-LESEN-EXIT. EXIT.

       STANDORT-PRUEFEN SECTION.
      *    EIN TIPPFEHLER IN SITE ODER ETAGE WUERDE SONST EINE
      *    SPERRE ANLEGEN, DIE NIE GREIFT
           MOVE 0 TO WS-GEFUNDEN.
           OPEN INPUT STANDORTEIN.
           IF WS-STANDORT-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-STANDORT-STATUS NOT = '00'
              MOVE SPACES TO STANDORTZEILE
              READ STANDORTEIN
                 AT END CONTINUE
              END-READ
              IF WS-STANDORT-STATUS = '00'
               AND STANDORTZEILE(1:40) = WS-SITE
               AND STANDORTZEILE(41:3) = WS-ETAGE
                 MOVE 1 TO WS-GEFUNDEN
              END-IF
           END-PERFORM.
           CLOSE STANDORTEIN.
       STANDORT-PRUEFEN-EXIT. EXIT.

       ANHALTEN SECTION.
      *    NEU ANHALTEN ODER EINE BESTEHENDE SPERRE MIT NEUEM GRUND
      *    BZW. NEUEM ABLAUFDATUM UEBERSCHREIBEN (VERLAENGERN); DAS
      *    ABLAUFDATUM MUSS EIN GUELTIGES DATUM AB HEUTE SEIN
           MOVE 'S' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-SITE = SPACES OR WS-ETAGE = SPACES
              MOVE "SITE UND ETAGE ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-GRUND = SPACES
              MOVE "OHNE GRUND WIRD KEINE ETAGE ANGEHALTEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-BIS IS NOT NUMERIC
              MOVE "ABLAUFDATUM ALS JJJJMMTT ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-BIS TO WS-BIS-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIS-NUM) NOT = 0
              MOVE "ABLAUFDATUM IST KEIN GUELTIGES DATUM" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-BIS-NUM < WS-HEUTE
              MOVE "ABLAUFDATUM LIEGT IN DER VERGANGENHEIT"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           PERFORM STANDORT-PRUEFEN.
           IF WS-GEFUNDEN = 0
              MOVE "SITE/ETAGE NICHT IN STANDORTE.txt" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-SITE  TO SR-SITE.
           MOVE WS-ETAGE TO SR-ETAGE.
           MOVE 1 TO WS-SATZ-DA.
           READ SPERRE-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-SITE          TO SR-SITE.
           MOVE WS-ETAGE         TO SR-ETAGE.
           MOVE 'A'              TO SR-STATUS.
           MOVE WS-GRUND         TO SR-GRUND.
           MOVE WS-BENUTZER      TO SR-GESETZT-VON.
           MOVE WS-JETZT(1:14)   TO SR-GESETZT-AM.
           MOVE WS-BIS           TO SR-BIS.
           MOVE SPACES           TO SR-FREIGEGEBEN-VON.
           MOVE SPACES           TO SR-FREIGEGEBEN-AM.
           IF WS-SATZ-DA = 1
              REWRITE SPERRE-SATZ
                 INVALID KEY MOVE "23" TO WS-SPERRE-STATUS
              END-REWRITE
           ELSE
              WRITE SPERRE-SATZ
                 INVALID KEY MOVE "22" TO WS-SPERRE-STATUS
              END-WRITE
           END-IF.
           IF WS-SPERRE-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "ANHALTEN FEHLGESCHLAGEN, STATUS "
                 WS-SPERRE-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE "ANGEHALTEN, NACHTLAUF UEBERSPRINGT DIE ETAGE"
              TO WS-MELDUNG.
       ANHALTEN-EXIT. EXIT.

       FREIGEBEN SECTION.
           MOVE 'F' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-SITE = SPACES OR WS-ETAGE = SPACES
              MOVE "SITE UND ETAGE ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-SITE  TO SR-SITE.
           MOVE WS-ETAGE TO SR-ETAGE.
           MOVE 1 TO WS-SATZ-DA.
           READ SPERRE-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0 OR SR-STATUS NOT = 'A'
              MOVE "ETAGE IST NICHT ANGEHALTEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE 'F'              TO SR-STATUS.
           MOVE WS-BENUTZER      TO SR-FREIGEGEBEN-VON.
           MOVE WS-JETZT(1:14)   TO SR-FREIGEGEBEN-AM.
           REWRITE SPERRE-SATZ
              INVALID KEY MOVE "23" TO WS-SPERRE-STATUS
           END-REWRITE.
           IF WS-SPERRE-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "FREIGABE FEHLGESCHLAGEN, STATUS "
                 WS-SPERRE-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE "FREIGEGEBEN, ETAGE LAEUFT AB DEM NAECHSTEN NACHTLAUF"
              TO WS-MELDUNG.
       FREIGEBEN-EXIT. EXIT.
       END PROGRAM LABSPERR.
