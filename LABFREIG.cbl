      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Freigabebildschirm fuer neue Planstaende nach dem
      *          Vier-Augen-Prinzip. Ein Planer reicht eine in
      *          Filenames.txt gelistete Datei ein (E), ein ZWEITER
      *          Benutzer gibt sie frei (F); wer eingereicht hat,
      *          darf dieselbe Version nicht selbst freigeben. Der
      *          Freigabestamm FREIGABE.MST ist nach SITE + ETAGE +
      *          GUELTIG der Kopfzeilen geschluesselt und haelt
      *          Einreicher, Freigeber und beide Zeitpunkte fest -
      *          das ist der Nachweis gegenueber dem Brandschutz-
      *          beauftragten, dass kein Grundriss ohne zweite
      *          Pruefung wirksam wurde. Der Nachtlauf (VORSCHAU-
      *          AUFBAUEN in LABYRINT-APPLICATION) verarbeitet nur
      *          freigegebene Versionen.
      *
      *          AUFRUF: LABFREIG [DATEINAME]
      *                  LABFREIG ERSTFREIGABE
      *
      *          ERSTFREIGABE (EINMALIG BEI EINFUEHRUNG, ROLLE F):
      *          BEFUELLT DEN NOCH LEEREN STAMM MIT DEN HEUTE IN
      *          KRAFT BEFINDLICHEN VERSIONEN - JE SITE + ETAGE DIE
      *          JUENGSTE GELISTETE DATEI MIT GUELTIG BIS HEUTE -
      *          ALS FREIGEGEBEN (EINREICHER "ERSTFREI"). OHNE DIESEN
      *          SCHRITT GAELTE IM ERSTEN NACHTLAUF KEINE VERSION ALS
      *          FREIGEGEBEN. IST DER STAMM NICHT LEER, WIRD DIE
      *          ERSTFREIGABE MIT RC=8 ABGELEHNT.
      *
      *          SATZAUFBAU FREIGABE.MST (INDIZIERT):
      *          SCHLUESSEL SITE X(40) + ETAGE X(3) + GUELTIG
      *                     JJJJMMTT X(8)
      *          DATEI              X(50)
      *          STATUS             X(1)  E=EINGEREICHT
      *                                   F=FREIGEGEBEN
      *          EINREICHER         X(8)
      *          EINGEREICHT AM     X(14) JJJJMMTTHHMMSS
      *          FREIGEBER          X(8)
      *          FREIGEGEBEN AM     X(14) JJJJMMTTHHMMSS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABFREIG.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT LABDATEI ASSIGN TO WS-EINPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LABEIN-STATUS.
           SELECT LISTEIN  ASSIGN TO "resources/Filenames.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LISTE-STATUS.
           SELECT FREIGABE-FILE ASSIGN TO
                   "resources/in/FREIGABE.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FG-SCHLUESSEL
                   FILE STATUS IS WS-FREIGABE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD LABDATEI.
       01 LABDATENSATZ PIC X(132).
       FD LISTEIN.
       01 LISTENSATZ PIC X(50).
       FD FREIGABE-FILE.
       01 FREIGABE-SATZ.
           05 FG-SCHLUESSEL.
               10 FG-SITE         PIC X(40).
               10 FG-ETAGE        PIC X(3).
               10 FG-GUELTIG      PIC X(8).
           05 FG-DATEI            PIC X(50).
           05 FG-STATUS           PIC X(1).
           05 FG-EINREICHER       PIC X(8).
           05 FG-EINGEREICHT      PIC X(14).
           05 FG-FREIGEBER        PIC X(8).
           05 FG-FREIGEGEBEN      PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EINPFAD          PIC X(60).
       01  WS-DATEINAME        PIC X(50).
       01  WS-LABEIN-STATUS    PIC X(2)    VALUE '00'.
       01  WS-LISTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-FREIGABE-STATUS  PIC X(2)    VALUE '00'.
       01  WS-GELISTET         PIC 9       VALUE 0.
       01  WS-ZEILENZAEHLER    PIC 9       VALUE 0.
      *    KOPFDATEN DER DATEI IN DER FORM DES STAMMSCHLUESSELS;
      *    GUELTIG WIE IN KOPF-VORSCHAU VON JJJJ-MM-TT AUF JJJJMMTT
       01  WS-SITE             PIC X(40)   VALUE SPACES.
       01  WS-ETAGE            PIC X(3)    VALUE SPACES.
       01  WS-GUELTIG          PIC X(8)    VALUE SPACES.
       01  WS-GUELTIG-ANZ      PIC X(10)   VALUE SPACES.
       01  WS-SATZ-DA          PIC 9       VALUE 0.
       01  WS-STATUSTEXT       PIC X(20)   VALUE SPACES.
       01  WS-EINREICHER       PIC X(8)    VALUE SPACES.
       01  WS-EINGEREICHT      PIC X(14)   VALUE SPACES.
       01  WS-FREIGEBER        PIC X(8)    VALUE SPACES.
       01  WS-FREIGEGEBEN      PIC X(14)   VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
      *    ERSTFREIGABE: JE SITE + ETAGE DIE JUENGSTE IN KRAFT
      *    BEFINDLICHE VERSION AUS Filenames.txt
       01  WS-HEUTE            PIC X(8)    VALUE SPACES.
       01  WS-STAMM-LEER       PIC 9       VALUE 0.
       01  WS-EF-I             PIC 999.
       01  WS-EF-GEFUNDEN      PIC 999.
       01  WS-EF-GESCHRIEBEN   PIC 999     VALUE 0.
       01  ERSTFREIGABE-TABELLE.
           05 EF-ANZAHL           PIC 999     VALUE 0.
           05 EF-EINTRAG OCCURS 200.
               10 EF-DATEI        PIC X(50).
               10 EF-SITE         PIC X(40).
               10 EF-ETAGE        PIC X(3).
               10 EF-GUELTIG      PIC X(8).
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABFREIG'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  FREIGABE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
                 VALUE "LABFREIG - FREIGABE NEUER PLANSTAENDE".
           05 COLUMN 45 VALUE "(VIER-AUGEN-PRINZIP)".
           05 LINE 3  COLUMN 1  VALUE "DATEI:".
           05 COLUMN 18 PIC X(50) FROM WS-DATEINAME.
           05 LINE 4  COLUMN 1  VALUE "SITE:".
           05 COLUMN 18 PIC X(40) FROM WS-SITE.
           05 LINE 5  COLUMN 1  VALUE "ETAGE:".
           05 COLUMN 18 PIC X(3)  FROM WS-ETAGE.
           05 LINE 6  COLUMN 1  VALUE "GUELTIG AB:".
           05 COLUMN 18 PIC X(10) FROM WS-GUELTIG-ANZ.
           05 LINE 8  COLUMN 1  VALUE "STATUS:".
           05 COLUMN 18 PIC X(20) FROM WS-STATUSTEXT.
           05 LINE 9  COLUMN 1  VALUE "EINGEREICHT VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-EINREICHER.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-EINGEREICHT.
           05 LINE 10 COLUMN 1  VALUE "FREIGEGEBEN VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-FREIGEBER.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-FREIGEGEBEN.
           05 LINE 12 COLUMN 1  VALUE "BENUTZER:".
           05 COLUMN 18 PIC X(8)  FROM WS-BENUTZER.
           05 LINE 14 COLUMN 1
                 VALUE "AKTION E=EINREICHEN F=FREIGEBEN A=ENDE:".
           05 COLUMN 42 PIC X(1) TO WS-AKTION.
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
           IF WS-DATEINAME = "ERSTFREIGABE"
              PERFORM ERSTFREIGABE
              STOP RUN
           END-IF.
           PERFORM DATEILISTE-PRUEFEN.
           IF WS-GELISTET = 0
              DISPLAY "DATEI NICHT IN resources/Filenames.txt "
                 "GELISTET: " WS-DATEINAME
              STOP RUN
           END-IF.
           PERFORM KOPF-LESEN.
           IF WS-LABEIN-STATUS NOT = '00'
              DISPLAY "DATEI NICHT GEFUNDEN: " WS-EINPFAD
              STOP RUN
           END-IF.
      *    OHNE SITE, ETAGE UND GUELTIG GIBT ES KEINEN SCHLUESSEL;
      *    SOLCHE DATEIEN WEIST LABYRINT OHNEHIN MIT LABY101E AB
           IF WS-SITE = SPACES OR WS-ETAGE = SPACES
            OR WS-GUELTIG = SPACES
              DISPLAY "KOPFZEILEN SITE/ETAGE/GUELTIG FEHLEN ODER "
                 "SIND FEHLERHAFT: " WS-DATEINAME
              STOP RUN
           END-IF.
           PERFORM STAMM-OEFFNEN.
           IF WS-FREIGABE-STATUS NOT = '00'
              DISPLAY "FREIGABESTAMM NICHT ZU OEFFNEN, STATUS "
                 WS-FREIGABE-STATUS
              STOP RUN
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'A'
              DISPLAY FREIGABE-SCREEN
              MOVE SPACES TO WS-AKTION
              ACCEPT FREIGABE-SCREEN
              MOVE SPACES TO WS-MELDUNG
              EVALUATE WS-AKTION
                 WHEN 'E'
                    PERFORM EINREICHEN
                 WHEN 'F'
                    PERFORM FREIGEBEN
                 WHEN 'A'
                    CONTINUE
                 WHEN OTHER
                    MOVE "UNGUELTIGE AKTION" TO WS-MELDUNG
              END-EVALUATE
           END-PERFORM.
           CLOSE FREIGABE-FILE.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       INITIALISIEREN SECTION.
           DISPLAY "FREIZUGEBENDE DATEI: " WITH NO ADVANCING.
           ACCEPT WS-DATEINAME FROM COMMAND-LINE.
           IF WS-DATEINAME = SPACES
              ACCEPT WS-DATEINAME
           END-IF.
           MOVE SPACES TO WS-EINPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
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

       DATEILISTE-PRUEFEN SECTION.
      *    FREIGEGEBEN WIRD NUR, WAS DER NACHTLAUF AUCH SIEHT
           MOVE 0 TO WS-GELISTET.
           OPEN INPUT LISTEIN.
           IF WS-LISTE-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-LISTE-STATUS NOT = '00'
              MOVE SPACES TO LISTENSATZ
              READ LISTEIN
                 AT END CONTINUE
              END-READ
              IF WS-LISTE-STATUS = '00'
               AND LISTENSATZ = WS-DATEINAME
                 MOVE 1 TO WS-GELISTET
              END-IF
           END-PERFORM.
           CLOSE LISTEIN.
       DATEILISTE-PRUEFEN-EXIT. EXIT.

       KOPF-LESEN SECTION.
      *    DIE VIER KOPFZEILEN WIE KOPF-VORSCHAU IN LABYRINT-
      *    APPLICATION AUSWERTEN, DAMIT DER SCHLUESSEL HIER UND IM
      *    NACHTLAUF AUS DENSELBEN STELLEN ENTSTEHT
           OPEN INPUT LABDATEI.
           IF WS-LABEIN-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > 4
              MOVE SPACES TO LABDATENSATZ
              READ LABDATEI
                 AT END MOVE 5 TO WS-ZEILENZAEHLER
              END-READ
              IF WS-ZEILENZAEHLER < 5
                 EVALUATE TRUE
                    WHEN LABDATENSATZ(1:5) = "SITE:"
                       MOVE LABDATENSATZ(6:40) TO WS-SITE
                    WHEN LABDATENSATZ(1:6) = "ETAGE:"
                       MOVE LABDATENSATZ(7:3) TO WS-ETAGE
                    WHEN LABDATENSATZ(1:8) = "GUELTIG:"
                     AND LABDATENSATZ(9:4) IS NUMERIC
                       MOVE LABDATENSATZ(9:10) TO WS-GUELTIG-ANZ
                       STRING LABDATENSATZ(9:4) LABDATENSATZ(14:2)
                          LABDATENSATZ(17:2)
                          DELIMITED BY SIZE INTO WS-GUELTIG
                       END-STRING
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 ADD 1 TO WS-ZEILENZAEHLER
              END-IF
           END-PERFORM.
           MOVE '00' TO WS-LABEIN-STATUS.
           CLOSE LABDATEI.
       KOPF-LESEN-EXIT. EXIT.

       STAMM-OEFFNEN SECTION.
      *    BEIM ERSTEN EINREICHEN GIBT ES DEN STAMM NOCH NICHT; ER
      *    WIRD DANN LEER ANGELEGT UND SOFORT FUER I-O GEOEFFNET
           OPEN I-O FREIGABE-FILE.
           IF WS-FREIGABE-STATUS NOT = '00'
              OPEN OUTPUT FREIGABE-FILE
              IF WS-FREIGABE-STATUS = '00'
                 CLOSE FREIGABE-FILE
                 OPEN I-O FREIGABE-FILE
              END-IF
           END-IF.
       STAMM-OEFFNEN-EXIT. EXIT.

       SATZ-LESEN SECTION.
           MOVE WS-SITE    TO FG-SITE.
           MOVE WS-ETAGE   TO FG-ETAGE.
           MOVE WS-GUELTIG TO FG-GUELTIG.
           MOVE 1 TO WS-SATZ-DA.
           READ FREIGABE-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0
              MOVE "NICHT EINGEREICHT" TO WS-STATUSTEXT
              MOVE SPACES TO WS-EINREICHER
              MOVE SPACES TO WS-EINGEREICHT
              MOVE SPACES TO WS-FREIGEBER
              MOVE SPACES TO WS-FREIGEGEBEN
              EXIT SECTION
           END-IF.
           IF FG-STATUS = 'F'
              MOVE "FREIGEGEBEN" TO WS-STATUSTEXT
           ELSE
              MOVE "EINGEREICHT" TO WS-STATUSTEXT
           END-IF.
           MOVE FG-EINREICHER  TO WS-EINREICHER.
           MOVE FG-EINGEREICHT TO WS-EINGEREICHT.
           MOVE FG-FREIGEBER   TO WS-FREIGEBER.
           MOVE FG-FREIGEGEBEN TO WS-FREIGEGEBEN.
       SATZ-LESEN-EXIT. EXIT.

       EINREICHEN SECTION.
      *    EINE BEREITS FREIGEGEBENE VERSION BLEIBT UNVERAENDERT;
      *    ERNEUTES EINREICHEN EINER NOCH OFFENEN VERSION UEBER-
      *    NIMMT DEN NEUEN EINREICHER, DER DANN ALS ERSTES AUGENPAAR
      *    GILT
           MOVE 'E' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-SATZ-DA = 1 AND FG-STATUS = 'F'
              MOVE "VERSION IST BEREITS FREIGEGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-SITE          TO FG-SITE.
           MOVE WS-ETAGE         TO FG-ETAGE.
           MOVE WS-GUELTIG       TO FG-GUELTIG.
           MOVE WS-DATEINAME     TO FG-DATEI.
           MOVE 'E'              TO FG-STATUS.
           MOVE WS-BENUTZER      TO FG-EINREICHER.
           MOVE WS-JETZT(1:14)   TO FG-EINGEREICHT.
           MOVE SPACES           TO FG-FREIGEBER.
           MOVE SPACES           TO FG-FREIGEGEBEN.
           IF WS-SATZ-DA = 1
              REWRITE FREIGABE-SATZ
                 INVALID KEY MOVE "23" TO WS-FREIGABE-STATUS
              END-REWRITE
           ELSE
              WRITE FREIGABE-SATZ
                 INVALID KEY MOVE "22" TO WS-FREIGABE-STATUS
              END-WRITE
           END-IF.
           IF WS-FREIGABE-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "EINREICHEN FEHLGESCHLAGEN, STATUS "
                 WS-FREIGABE-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE "EINGEREICHT, FREIGABE DURCH ZWEITEN BENUTZER NOETIG"
              TO WS-MELDUNG.
       EINREICHEN-EXIT. EXIT.

       FREIGEBEN SECTION.
      *    VIER-AUGEN-PRINZIP: NUR EINE EINGEREICHTE VERSION, NUR
      *    DURCH EINEN ANDEREN BENUTZER ALS DEN EINREICHER, UND NIE
      *    OHNE ERKENNBARE BENUTZERKENNUNG
           MOVE 'F' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-SATZ-DA = 0
              MOVE "VERSION IST NOCH NICHT EINGEREICHT" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF FG-STATUS = 'F'
              MOVE "VERSION IST BEREITS FREIGEGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-BENUTZER = "UNBEKANN"
              MOVE "FREIGABE OHNE BENUTZERKENNUNG NICHT MOEGLICH"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-BENUTZER = FG-EINREICHER
              MOVE "EINREICHER DARF NICHT SELBST FREIGEBEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE 'F'              TO FG-STATUS.
           MOVE WS-BENUTZER      TO FG-FREIGEBER.
           MOVE WS-JETZT(1:14)   TO FG-FREIGEGEBEN.
           REWRITE FREIGABE-SATZ
              INVALID KEY MOVE "23" TO WS-FREIGABE-STATUS
           END-REWRITE.
           IF WS-FREIGABE-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "FREIGABE FEHLGESCHLAGEN, STATUS "
                 WS-FREIGABE-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           MOVE "FREIGEGEBEN, VERSION WIRD AB GUELTIG-DATUM VERARBEITET"
              TO WS-MELDUNG.
       FREIGEBEN-EXIT. EXIT.

       ERSTFREIGABE SECTION.
      *    EINMALIGE UEBERNAHME DES HEUTIGEN PRODUKTIONSSTANDS BEI
      *    EINFUEHRUNG DER FREIGABE: NUR AUF LEEREM STAMM, NUR MIT
      *    ROLLE F UND ERKENNBARER BENUTZERKENNUNG. DAS VIER-AUGEN-
      *    PRINZIP GILT ERST FUER DIE DANACH EINGEREICHTEN VERSIONEN
           MOVE 'F' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           IF WS-BENUTZER = "UNBEKANN"
              DISPLAY "ERSTFREIGABE OHNE BENUTZERKENNUNG NICHT "
                 "MOEGLICH"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           PERFORM STAMM-OEFFNEN.
           IF WS-FREIGABE-STATUS NOT = '00'
              DISPLAY "FREIGABESTAMM NICHT ZU OEFFNEN, STATUS "
                 WS-FREIGABE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-STAMM-LEER.
           MOVE LOW-VALUES TO FG-SCHLUESSEL.
           START FREIGABE-FILE KEY IS NOT LESS THAN FG-SCHLUESSEL
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 0 TO WS-STAMM-LEER
           END-START.
           IF WS-STAMM-LEER = 0
              DISPLAY "FREIGABESTAMM IST NICHT LEER - ERSTFREIGABE "
                 "ABGELEHNT"
              CLOSE FREIGABE-FILE
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-JETZT(1:8) TO WS-HEUTE.
           PERFORM ERSTFREIGABE-SAMMELN.
           MOVE 0 TO WS-EF-GESCHRIEBEN.
           MOVE 1 TO WS-EF-I.
           PERFORM UNTIL WS-EF-I > EF-ANZAHL
              MOVE EF-SITE(WS-EF-I)    TO FG-SITE
              MOVE EF-ETAGE(WS-EF-I)   TO FG-ETAGE
              MOVE EF-GUELTIG(WS-EF-I) TO FG-GUELTIG
              MOVE EF-DATEI(WS-EF-I)   TO FG-DATEI
              MOVE 'F'                 TO FG-STATUS
              MOVE "ERSTFREI"          TO FG-EINREICHER
              MOVE WS-JETZT(1:14)      TO FG-EINGEREICHT
              MOVE WS-BENUTZER         TO FG-FREIGEBER
              MOVE WS-JETZT(1:14)      TO FG-FREIGEGEBEN
              WRITE FREIGABE-SATZ
                 INVALID KEY MOVE "22" TO WS-FREIGABE-STATUS
              END-WRITE
              IF WS-FREIGABE-STATUS = '00'
                 ADD 1 TO WS-EF-GESCHRIEBEN
                 DISPLAY "FREIGEGEBEN: " EF-DATEI(WS-EF-I)
              ELSE
                 DISPLAY "ERSTFREIGABE FEHLGESCHLAGEN, STATUS "
                    WS-FREIGABE-STATUS ": " EF-DATEI(WS-EF-I)
                 MOVE 8 TO RETURN-CODE
                 MOVE '00' TO WS-FREIGABE-STATUS
              END-IF
              ADD 1 TO WS-EF-I
           END-PERFORM.
           CLOSE FREIGABE-FILE.
           DISPLAY "ERSTFREIGABE: " WS-EF-GESCHRIEBEN
              " VERSIONEN FREIGEGEBEN DURCH " WS-BENUTZER.
       ERSTFREIGABE-EXIT. EXIT.

       ERSTFREIGABE-SAMMELN SECTION.
      *    JEDE GELISTETE DATEI MIT VOLLSTAENDIGEM KOPF UND GUELTIG
      *    BIS HEUTE; JE SITE + ETAGE BLEIBT DIE JUENGSTE STEHEN,
      *    WIE SIE AUCH DIE VERSIONSAUSWAHL DES NACHTLAUFS NAEHME.
      *    NOCH NICHT GUELTIGE VERSIONEN LAUFEN UEBER E/F
           MOVE 0 TO EF-ANZAHL.
           OPEN INPUT LISTEIN.
           IF WS-LISTE-STATUS NOT = '00'
              DISPLAY "resources/Filenames.txt NICHT ZU OEFFNEN"
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-LISTE-STATUS NOT = '00'
              MOVE SPACES TO LISTENSATZ
              READ LISTEIN
                 AT END CONTINUE
              END-READ
              IF WS-LISTE-STATUS = '00' AND LISTENSATZ NOT = SPACES
                 PERFORM ERSTFREIGABE-DATEI
              END-IF
           END-PERFORM.
           CLOSE LISTEIN.
       ERSTFREIGABE-SAMMELN-EXIT. EXIT.

       ERSTFREIGABE-DATEI SECTION.
           MOVE LISTENSATZ TO WS-DATEINAME.
           MOVE SPACES TO WS-EINPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-DATEINAME     DELIMITED BY SPACE
                  INTO WS-EINPFAD
           END-STRING.
           MOVE SPACES TO WS-SITE.
           MOVE SPACES TO WS-ETAGE.
           MOVE SPACES TO WS-GUELTIG.
           PERFORM KOPF-LESEN.
           IF WS-LABEIN-STATUS NOT = '00'
            OR WS-SITE = SPACES OR WS-ETAGE = SPACES
            OR WS-GUELTIG = SPACES OR WS-GUELTIG > WS-HEUTE
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-EF-GEFUNDEN.
           MOVE 1 TO WS-EF-I.
           PERFORM UNTIL WS-EF-I > EF-ANZAHL
              IF EF-SITE(WS-EF-I) = WS-SITE
               AND EF-ETAGE(WS-EF-I) = WS-ETAGE
                 MOVE WS-EF-I TO WS-EF-GEFUNDEN
              END-IF
              ADD 1 TO WS-EF-I
           END-PERFORM.
           IF WS-EF-GEFUNDEN = 0
              IF EF-ANZAHL >= 200
                 DISPLAY "MEHR ALS 200 ETAGEN, NICHT UEBERNOMMEN: "
                    WS-DATEINAME
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
              END-IF
              ADD 1 TO EF-ANZAHL
              MOVE EF-ANZAHL TO WS-EF-GEFUNDEN
           ELSE
              IF EF-GUELTIG(WS-EF-GEFUNDEN) >= WS-GUELTIG
                 EXIT SECTION
              END-IF
           END-IF.
           MOVE WS-DATEINAME TO EF-DATEI(WS-EF-GEFUNDEN).
           MOVE WS-SITE      TO EF-SITE(WS-EF-GEFUNDEN).
           MOVE WS-ETAGE     TO EF-ETAGE(WS-EF-GEFUNDEN).
           MOVE WS-GUELTIG   TO EF-GUELTIG(WS-EF-GEFUNDEN).
       ERSTFREIGABE-DATEI-EXIT. EXIT.
