      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Zentrale Berechtigungspruefung der Pflegebildschirme
      *          gegen den Benutzerstamm BENUTZER.MST (gepflegt mit
      *          LABBENUT). Jeder Pflegebildschirm ruft LABROLLE beim
      *          Start (BR-AKTION = SPACE: der Benutzer der Sitzung
      *          muss aktiv im Stamm stehen) und vor jeder
      *          aendernden Aktion. Die Rechtetabelle - welche Rolle
      *          welche Aktion darf - steht nur hier, damit sie fuer
      *          die Revision an einer Stelle nachzulesen ist. Jede
      *          Verweigerung geht als LABY223E in BETRIEB.LOG.
      *
      *          ROLLEN: B=BETRACHTER  P=PLANER  S=STANDORTADMIN
      *                  F=FREIGEBER - EIN BENUTZER KANN MEHRERE
      *                  ROLLEN HABEN (Z.B. "PF"); BETRACHTER DUERFEN
      *                  JEDEN BILDSCHIRM OEFFNEN, ABER NICHTS AENDERN
      *
      *          AUFRUF: CALL 'LABROLLE' USING BERECHTIGUNG
      *          BR-PROGRAMM, BR-BENUTZER, BR-AKTION VOM AUFRUFER;
      *          ZURUECK KOMMEN BR-ROLLEN, BR-ERLAUBT (J/N) UND BEI
      *          N DER GRUND FUER DIE BILDSCHIRMMELDUNG
      *
      *          SATZAUFBAU BENUTZER.MST (INDIZIERT):
      *          SCHLUESSEL BENUTZER X(8)  (USER DER SITZUNG)
      *          NAME               X(40)
      *          ROLLEN             X(4)
      *          STATUS             X(1)  A=AKTIV I=INAKTIV
      *          GEAENDERT VON      X(8)
      *          GEAENDERT AM       X(14) JJJJMMTTHHMMSS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABROLLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT BENUTZER-FILE ASSIGN TO
                   "resources/in/BENUTZER.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
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
       01  WS-ERLAUBTE-ROLLEN  PIC X(4)    VALUE SPACES.
       01  WS-TREFFER          PIC 99      VALUE 0.
       01  WS-ROLLE-I          PIC 9       VALUE 0.
       01  WS-AKTIONSTEXT      PIC X(5)    VALUE SPACES.
       01  MELDUNG.
           05  MELD-ID         PIC X(8).
           05  MELD-PROGRAMM   PIC X(8).
           05  MELD-DATEI      PIC X(50).
           05  MELD-TEXT       PIC X(80).

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       01 BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10).
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       PROCEDURE DIVISION USING BERECHTIGUNG.
      ******************************************************************
       STEUERUNG SECTION.
           MOVE 'N'    TO BR-ERLAUBT.
           MOVE SPACES TO BR-ROLLEN.
           MOVE SPACES TO BR-GRUND.
           PERFORM BENUTZER-LESEN.
           IF BR-GRUND = SPACES
              PERFORM RECHTE-ERMITTELN
              PERFORM ROLLEN-PRUEFEN
           END-IF.
           IF BR-ERLAUBT NOT = 'J'
              PERFORM VERWEIGERUNG-MELDEN
           END-IF.
           EXIT PROGRAM.
       STEUERUNG-EXIT. EXIT.

       BENUTZER-LESEN SECTION.
           OPEN INPUT BENUTZER-FILE.
           IF WS-BENUTZER-STATUS NOT = '00'
              MOVE "BENUTZERSTAMM BENUTZER.MST NICHT VORHANDEN"
                 TO BR-GRUND
              EXIT SECTION
           END-IF.
           MOVE BR-BENUTZER TO BN-BENUTZER.
           READ BENUTZER-FILE
              INVALID KEY MOVE "23" TO WS-BENUTZER-STATUS
           END-READ.
           CLOSE BENUTZER-FILE.
           IF WS-BENUTZER-STATUS = "23"
              MOVE "BENUTZER NICHT IM BENUTZERSTAMM" TO BR-GRUND
              EXIT SECTION
           END-IF.
      *    JEDER ANDERE LESEFEHLER (Z.B. GESPERRTER SATZ) LAESST DEN
      *    SATZBEREICH UNBESTIMMT - DANN WIRD VERWEIGERT
           IF WS-BENUTZER-STATUS NOT = "00"
              STRING "BENUTZERSTAMM NICHT LESBAR, STATUS "
                 WS-BENUTZER-STATUS
                 DELIMITED BY SIZE INTO BR-GRUND
              END-STRING
              EXIT SECTION
           END-IF.
           IF BN-STATUS NOT = 'A'
              MOVE "BENUTZER IST INAKTIV" TO BR-GRUND
              EXIT SECTION
           END-IF.
           MOVE BN-ROLLEN TO BR-ROLLEN.
       BENUTZER-LESEN-EXIT. EXIT.

       RECHTE-ERMITTELN SECTION.
      *    RECHTETABELLE: PROGRAMM UND AKTION -> ERLAUBTE ROLLEN.
      *    NICHT AUFGEFUEHRT (START, LESEN, BLAETTERN) = JEDE ROLLE
           EVALUATE BR-PROGRAMM ALSO BR-AKTION
              WHEN "LABWART"   ALSO 'V'
              WHEN "LABWART"   ALSO 'E'
              WHEN "LABRAST"   ALSO 'Z'
              WHEN "LABRAST"   ALSO 'S'
                 MOVE "PS"   TO WS-ERLAUBTE-ROLLEN
              WHEN "LABFREIG"  ALSO 'E'
              WHEN "LABCAD"    ALSO 'I'
                 MOVE "PS"   TO WS-ERLAUBTE-ROLLEN
              WHEN "LABFREIG"  ALSO 'F'
                 MOVE "F"    TO WS-ERLAUBTE-ROLLEN
              WHEN "STANDWART" ALSO 'N'
              WHEN "STANDWART" ALSO 'A'
              WHEN "STANDWART" ALSO 'I'
              WHEN "STANDWART" ALSO 'S'
              WHEN "LABSPERR"  ALSO 'S'
              WHEN "LABSPERR"  ALSO 'F'
              WHEN "LABAPRUF"  ALSO 'E'
              WHEN "LABBENUT"  ALSO ANY
                 MOVE "S"    TO WS-ERLAUBTE-ROLLEN
              WHEN OTHER
                 MOVE "BPSF" TO WS-ERLAUBTE-ROLLEN
           END-EVALUATE.
       RECHTE-ERMITTELN-EXIT. EXIT.

       ROLLEN-PRUEFEN SECTION.
      *    ERLAUBT, SOBALD EINE DER ROLLEN DES BENUTZERS IN DER
      *    TABELLE STEHT
           MOVE 0 TO WS-TREFFER.
           MOVE 1 TO WS-ROLLE-I.
           PERFORM UNTIL WS-ROLLE-I > 4
              IF BN-ROLLEN(WS-ROLLE-I:1) NOT = SPACE
                 INSPECT WS-ERLAUBTE-ROLLEN TALLYING WS-TREFFER
                    FOR ALL BN-ROLLEN(WS-ROLLE-I:1)
              END-IF
              ADD 1 TO WS-ROLLE-I
           END-PERFORM.
           IF WS-TREFFER > 0
              MOVE 'J' TO BR-ERLAUBT
           ELSE
              STRING "ROLLE " DELIMITED BY SIZE
                 BN-ROLLEN DELIMITED BY SPACE
                 " DARF DAS NICHT (NUR " DELIMITED BY SIZE
                 WS-ERLAUBTE-ROLLEN DELIMITED BY SPACE
                 ")" DELIMITED BY SIZE
                 INTO BR-GRUND
              END-STRING
           END-IF.
       ROLLEN-PRUEFEN-EXIT. EXIT.

       VERWEIGERUNG-MELDEN SECTION.
           IF BR-AKTION = SPACE
              MOVE "START" TO WS-AKTIONSTEXT
           ELSE
              MOVE BR-AKTION TO WS-AKTIONSTEXT
           END-IF.
           MOVE 'LABY223E'        TO MELD-ID.
           MOVE BR-PROGRAMM(1:8)  TO MELD-PROGRAMM.
           MOVE "BENUTZER.MST"    TO MELD-DATEI.
           MOVE SPACES TO MELD-TEXT.
           STRING BR-BENUTZER " AKTION " WS-AKTIONSTEXT
              " VERWEIGERT: " BR-GRUND
              DELIMITED BY SIZE INTO MELD-TEXT
           END-STRING.
           CALL 'LABMELD' USING MELDUNG.
       VERWEIGERUNG-MELDEN-EXIT. EXIT.
       END PROGRAM LABROLLE.
