      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Auskunftsbildschirm ueber den Laufhistorienstamm
      *          HISTORIE.MST (Schluessel SITE+ETAGE+LAUFZEITPUNKT):
      *          zu einem Gebaeude und einer Etage - wahlweise ab
      *          einem Stichtag rueckwaerts - werden die Laeufe
      *          seitenweise, juengster zuerst, mit laengstem und
      *          mittlerem Weg, Wegen OK/fehlgeschlagen, Raeumzeit
      *          und Grenzwert-Konformitaet angezeigt. Von dort
      *          lassen sich die offenen Eintraege des Defektstamms
      *          DEFEKTE.txt fuer die Dateien der Etage aufblaettern.
      *          Reine Auskunft: es wird nichts geschrieben.
      *
      *          AUFRUF: LABHIST [SITE [ETAGE [JJJJMMTT]]]
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABHIST.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT HISTEIN ASSIGN TO "resources/out/HISTORIE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HM-SCHLUESSEL
               FILE STATUS  IS WS-HIST-STATUS.
           SELECT DEFEKTEIN ASSIGN TO "resources/out/DEFEKTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DEFEKT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD HISTEIN.
       01 HISTORIE-SATZ.
           05 HM-SCHLUESSEL.
               10 HM-SITE        PIC X(40).
               10 HM-ETAGE       PIC X(3).
               10 HM-LAUFZEIT    PIC X(14).
           05 HM-DATEI           PIC X(50).
           05 HM-FEHLERANZAHL    PIC 99.
           05 HM-BESUCHER        PIC 99.
           05 HM-MAXWEG          PIC 9999.
           05 HM-MITTELWEG       PIC 9999.
           05 HM-WEGE-OK         PIC 99.
           05 HM-WEGE-FEHL       PIC 99.
           05 HM-RAEUMZEIT       PIC 9(5).
           05 HM-KONFORM         PIC X(1).
       FD DEFEKTEIN.
       01 DEFEKTSATZ PIC X(130).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-DEFEKT-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-ARGUMENTE        PIC X(60)   VALUE SPACES.
       01  WS-SITE             PIC X(40)   VALUE SPACES.
       01  WS-ETAGE            PIC X(3)    VALUE SPACES.
       01  WS-STICHTAG         PIC X(8)    VALUE SPACES.
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABHIST'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).
      *    ANZEIGEMODUS H = LAUFHISTORIE, D = OFFENE DEFEKTE
       01  WS-ANZEIGE          PIC X(1)    VALUE 'H'.
       01  WS-UEBERSCHRIFT     PIC X(79)   VALUE SPACES.
       01  WS-SPALTENKOPF      PIC X(79)   VALUE SPACES.
       01  WS-SEITE            PIC 999     VALUE 0.
       01  WS-SEITEN           PIC 999     VALUE 0.
       01  WS-ERSTER           PIC 999     VALUE 1.
       01  WS-ZEILE            PIC 99      VALUE 0.
       01  WS-IDX              PIC 999     VALUE 0.
       01  WS-I                PIC 999     VALUE 0.
       01  WS-GEFUNDEN         PIC 9       VALUE 0.
       01  WS-DATUM-EIN        PIC X(8).
       01  WS-DATUM-ANZ        PIC X(10).
      *    LAEUFE DER ETAGE IN SCHLUESSELFOLGE (AELTESTER ZUERST);
      *    ANGEZEIGT WIRD VON HINTEN. BEI MEHR ALS 500 LAEUFEN
      *    FALLEN DIE AELTESTEN HERAUS
       01  HISTORIENTABELLE.
           05  HT-ANZAHL       PIC 999     VALUE 0.
           05  HT-EINTRAG OCCURS 500.
               10  HT-LAUFZEIT     PIC X(14).
               10  HT-DATEI        PIC X(50).
               10  HT-MAXWEG       PIC 9999.
               10  HT-MITTELWEG    PIC 9999.
               10  HT-WEGE-OK      PIC 99.
               10  HT-WEGE-FEHL    PIC 99.
               10  HT-RAEUMZEIT    PIC 9(5).
               10  HT-KONFORM      PIC X(1).
      *    VERSCHIEDENE DATEINAMEN DER ETAGE: DER DEFEKTSTAMM KENNT
      *    NUR DATEIEN, NICHT SITE/ETAGE
       01  DATEILISTE.
           05  DL-ANZAHL       PIC 99      VALUE 0.
           05  DL-DATEI OCCURS 20 PIC X(50).
       01  DEFEKTLISTE.
           05  DF-ANZAHL       PIC 999     VALUE 0.
           05  DF-EINTRAG OCCURS 200.
               10  DF-ID       PIC 9(5).
               10  DF-ERST     PIC X(8).
               10  DF-LETZT    PIC X(8).
               10  DF-DATEI    PIC X(50).
               10  DF-TEXT     PIC X(50).
      *    ZWOELF ANZEIGEZEILEN, VON BEIDEN ANZEIGEN GENUTZT (JE
      *    LAUF EINE ZEILE, JE DEFEKT ZWEI ZEILEN)
       01  ANZEIGEZEILEN.
           05  AZ-TEXT OCCURS 12 PIC X(79).
       01  WS-MAXWEG-ANZ       PIC ZZZ9.
       01  WS-MITTEL-ANZ       PIC ZZZ9.
       01  WS-OK-ANZ           PIC Z9.
       01  WS-FEHL-ANZ         PIC Z9.
       01  WS-RAEUM-ANZ        PIC ZZZZ9.

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  HIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
                 VALUE "LABHIST - AUSKUNFT LAUFHISTORIE".
           05 COLUMN 45 VALUE "(NUR ANZEIGE)".
           05 LINE 3  COLUMN 1  VALUE "SITE:".
           05 COLUMN 12 PIC X(40) USING WS-SITE.
           05 LINE 4  COLUMN 1  VALUE "ETAGE:".
           05 COLUMN 12 PIC X(3)  USING WS-ETAGE.
           05 COLUMN 20 VALUE "BIS DATUM (JJJJMMTT):".
           05 COLUMN 42 PIC X(8)  USING WS-STICHTAG.
           05 LINE 6  COLUMN 1  PIC X(79) FROM WS-UEBERSCHRIFT.
           05 LINE 7  COLUMN 1  PIC X(79) FROM WS-SPALTENKOPF.
      *    ZWOELF FEST VERDRAHTETE ZEILEN STATT OCCURS IM SCREEN
      *    ITEM, AUS DEMSELBEN GRUND WIE IN LABWART
           05 LINE 8  COLUMN 1  PIC X(79) FROM AZ-TEXT(1).
           05 LINE 9  COLUMN 1  PIC X(79) FROM AZ-TEXT(2).
           05 LINE 10 COLUMN 1  PIC X(79) FROM AZ-TEXT(3).
           05 LINE 11 COLUMN 1  PIC X(79) FROM AZ-TEXT(4).
           05 LINE 12 COLUMN 1  PIC X(79) FROM AZ-TEXT(5).
           05 LINE 13 COLUMN 1  PIC X(79) FROM AZ-TEXT(6).
           05 LINE 14 COLUMN 1  PIC X(79) FROM AZ-TEXT(7).
           05 LINE 15 COLUMN 1  PIC X(79) FROM AZ-TEXT(8).
           05 LINE 16 COLUMN 1  PIC X(79) FROM AZ-TEXT(9).
           05 LINE 17 COLUMN 1  PIC X(79) FROM AZ-TEXT(10).
           05 LINE 18 COLUMN 1  PIC X(79) FROM AZ-TEXT(11).
           05 LINE 19 COLUMN 1  PIC X(79) FROM AZ-TEXT(12).
           05 LINE 21 COLUMN 1
                 VALUE "AKTION S=SUCHEN W=WEITER Z=ZURUECK".
           05 COLUMN 36 VALUE "D=DEFEKTE H=HISTORIE A=ENDE:".
           05 COLUMN 65 PIC X(1) TO WS-AKTION.
           05 LINE 23 COLUMN 1 PIC X(79) FROM WS-MELDUNG.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTE DELIMITED BY ALL SPACE
              INTO WS-SITE, WS-ETAGE, WS-STICHTAG
           END-UNSTRING.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE SPACE TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT HISTEIN.
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY "KEIN HISTORIENSTAMM VORHANDEN: "
                 "resources/out/HISTORIE.MST"
              STOP RUN
           END-IF.
           IF WS-SITE NOT = SPACES
              PERFORM HISTORIE-LADEN
           ELSE
              MOVE "SITE UND ETAGE EINGEBEN, DANN S=SUCHEN"
                 TO WS-MELDUNG
           END-IF.
           PERFORM ANZEIGE-AUFBAUEN.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'A'
              DISPLAY HIST-SCREEN
              MOVE SPACES TO WS-AKTION
              ACCEPT HIST-SCREEN
              MOVE SPACES TO WS-MELDUNG
              EVALUATE WS-AKTION
                 WHEN 'S'
                    PERFORM HISTORIE-LADEN
                 WHEN 'W'
                    PERFORM WEITERBLAETTERN
                 WHEN 'Z'
                    PERFORM ZURUECKBLAETTERN
                 WHEN 'D'
                    PERFORM DEFEKTE-LADEN
                 WHEN 'H'
                    MOVE 'H' TO WS-ANZEIGE
                    MOVE 1 TO WS-ERSTER
                 WHEN 'A'
                    CONTINUE
                 WHEN OTHER
                    MOVE "UNGUELTIGE AKTION" TO WS-MELDUNG
              END-EVALUATE
              PERFORM ANZEIGE-AUFBAUEN
           END-PERFORM.
           CLOSE HISTEIN.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

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

       HISTORIE-LADEN SECTION.
      *    DIREKT AUF DEN ERSTEN LAUF DER ETAGE AUFSETZEN UND BIS
      *    ZUM ENDE DER ETAGE BZW. BIS ZUM STICHTAG LESEN
           MOVE 'H' TO WS-ANZEIGE.
           MOVE 1 TO WS-ERSTER.
           INITIALIZE HISTORIENTABELLE.
           INITIALIZE DATEILISTE.
           INITIALIZE DEFEKTLISTE.
           IF WS-SITE = SPACES OR WS-ETAGE = SPACES
              MOVE "SITE UND ETAGE SIND PFLICHTANGABEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-STICHTAG NOT = SPACES AND WS-STICHTAG IS NOT NUMERIC
              MOVE "DATUM BITTE ALS JJJJMMTT ODER LEER" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE WS-SITE    TO HM-SITE.
           MOVE WS-ETAGE   TO HM-ETAGE.
           MOVE LOW-VALUES TO HM-LAUFZEIT.
           START HISTEIN KEY NOT LESS THAN HM-SCHLUESSEL
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HISTEIN NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 IF HM-SITE NOT = WS-SITE OR HM-ETAGE NOT = WS-ETAGE
                    MOVE 'Y' TO WS-EOF
                 ELSE
                    PERFORM DATEI-MERKEN
                    IF WS-STICHTAG = SPACES
                     OR HM-LAUFZEIT(1:8) NOT > WS-STICHTAG
                       PERFORM LAUF-EINTRAGEN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF HT-ANZAHL = 0
              MOVE "KEINE LAEUFE FUER DIESE ETAGE GEFUNDEN"
                 TO WS-MELDUNG
           END-IF.
       HISTORIE-LADEN-EXIT. EXIT.

       LAUF-EINTRAGEN SECTION.
           IF HT-ANZAHL = 500
              MOVE 1 TO WS-I
              PERFORM UNTIL WS-I > 499
                 MOVE HT-EINTRAG(WS-I + 1) TO HT-EINTRAG(WS-I)
                 ADD 1 TO WS-I
              END-PERFORM
           ELSE
              ADD 1 TO HT-ANZAHL
           END-IF.
           MOVE HM-LAUFZEIT  TO HT-LAUFZEIT(HT-ANZAHL).
           MOVE HM-DATEI     TO HT-DATEI(HT-ANZAHL).
           MOVE HM-MAXWEG    TO HT-MAXWEG(HT-ANZAHL).
           MOVE HM-MITTELWEG TO HT-MITTELWEG(HT-ANZAHL).
           MOVE HM-WEGE-OK   TO HT-WEGE-OK(HT-ANZAHL).
           MOVE HM-WEGE-FEHL TO HT-WEGE-FEHL(HT-ANZAHL).
           MOVE HM-RAEUMZEIT TO HT-RAEUMZEIT(HT-ANZAHL).
           MOVE HM-KONFORM   TO HT-KONFORM(HT-ANZAHL).
       LAUF-EINTRAGEN-EXIT. EXIT.

       DATEI-MERKEN SECTION.
           MOVE 0 TO WS-GEFUNDEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > DL-ANZAHL
              IF DL-DATEI(WS-I) = HM-DATEI
                 MOVE 1 TO WS-GEFUNDEN
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-GEFUNDEN = 0 AND DL-ANZAHL < 20
              ADD 1 TO DL-ANZAHL
              MOVE HM-DATEI TO DL-DATEI(DL-ANZAHL)
           END-IF.
       DATEI-MERKEN-EXIT. EXIT.

       DEFEKTE-LADEN SECTION.
      *    OFFENE DEFEKTE (STATUS O) ALLER DATEIEN, DIE FUER DIESE
      *    ETAGE IN DER HISTORIE VORKOMMEN; SATZAUFBAU SIEHE
      *    DEFEKTE-FUEHREN IN LABYRINT-APPLICATION
           IF DL-ANZAHL = 0
              MOVE "ERST EINE ETAGE MIT LAEUFEN SUCHEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE 'D' TO WS-ANZEIGE.
           MOVE 1 TO WS-ERSTER.
           INITIALIZE DEFEKTLISTE.
           OPEN INPUT DEFEKTEIN.
           IF WS-DEFEKT-STATUS NOT = '00'
              MOVE "KEIN DEFEKTSTAMM VORHANDEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-DEFEKT-STATUS NOT = '00'
              READ DEFEKTEIN
                 AT END CONTINUE
              END-READ
              IF WS-DEFEKT-STATUS = '00'
               AND DEFEKTSATZ(1:5) IS NUMERIC
               AND DEFEKTSATZ(7:1) = 'O'
               AND DF-ANZAHL < 200
                 MOVE 0 TO WS-GEFUNDEN
                 MOVE 1 TO WS-I
                 PERFORM UNTIL WS-I > DL-ANZAHL
                    IF DL-DATEI(WS-I) = DEFEKTSATZ(27:50)
                       MOVE 1 TO WS-GEFUNDEN
                    END-IF
                    ADD 1 TO WS-I
                 END-PERFORM
                 IF WS-GEFUNDEN = 1
                    ADD 1 TO DF-ANZAHL
                    MOVE DEFEKTSATZ(1:5)   TO DF-ID(DF-ANZAHL)
                    MOVE DEFEKTSATZ(9:8)   TO DF-ERST(DF-ANZAHL)
                    MOVE DEFEKTSATZ(18:8)  TO DF-LETZT(DF-ANZAHL)
                    MOVE DEFEKTSATZ(27:50) TO DF-DATEI(DF-ANZAHL)
                    MOVE DEFEKTSATZ(78:50) TO DF-TEXT(DF-ANZAHL)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE DEFEKTEIN.
           IF DF-ANZAHL = 0
              MOVE "KEINE OFFENEN DEFEKTE FUER DIESE ETAGE"
                 TO WS-MELDUNG
           END-IF.
       DEFEKTE-LADEN-EXIT. EXIT.

       WEITERBLAETTERN SECTION.
      *    EINE SEITE ZEIGT ZWOELF LAEUFE BZW. SECHS DEFEKTE
           IF WS-ANZEIGE = 'H'
              IF WS-ERSTER + 12 > HT-ANZAHL
                 MOVE "LETZTE SEITE ERREICHT" TO WS-MELDUNG
              ELSE
                 ADD 12 TO WS-ERSTER
              END-IF
           ELSE
              IF WS-ERSTER + 6 > DF-ANZAHL
                 MOVE "LETZTE SEITE ERREICHT" TO WS-MELDUNG
              ELSE
                 ADD 6 TO WS-ERSTER
              END-IF
           END-IF.
       WEITERBLAETTERN-EXIT. EXIT.

       ZURUECKBLAETTERN SECTION.
           IF WS-ERSTER = 1
              MOVE "ERSTE SEITE ERREICHT" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ANZEIGE = 'H'
              SUBTRACT 12 FROM WS-ERSTER
           ELSE
              SUBTRACT 6 FROM WS-ERSTER
           END-IF.
       ZURUECKBLAETTERN-EXIT. EXIT.

       ANZEIGE-AUFBAUEN SECTION.
           INITIALIZE ANZEIGEZEILEN.
           IF WS-ANZEIGE = 'H'
              PERFORM LAEUFE-AUFBEREITEN
           ELSE
              PERFORM DEFEKTE-AUFBEREITEN
           END-IF.
       ANZEIGE-AUFBAUEN-EXIT. EXIT.

       LAEUFE-AUFBEREITEN SECTION.
      *    WS-ERSTER ZAEHLT VOM JUENGSTEN LAUF AUS (1 = JUENGSTER)
           COMPUTE WS-SEITEN = (HT-ANZAHL + 11) / 12.
           COMPUTE WS-SEITE = (WS-ERSTER + 11) / 12.
           MOVE SPACES TO WS-UEBERSCHRIFT.
           STRING "LAEUFE: " HT-ANZAHL "  SEITE " WS-SEITE
              " VON " WS-SEITEN "  (JUENGSTER ZUERST)"
              DELIMITED BY SIZE INTO WS-UEBERSCHRIFT
           END-STRING.
           MOVE "DATUM      ZEIT  MAXWEG MITTEL OK FEHL RAEUMZ KONF"
              TO WS-SPALTENKOPF.
           MOVE "DATEI" TO WS-SPALTENKOPF(53:5).
           MOVE 1 TO WS-ZEILE.
           PERFORM UNTIL WS-ZEILE > 12
              COMPUTE WS-IDX = HT-ANZAHL - WS-ERSTER - WS-ZEILE + 2
              IF WS-ERSTER + WS-ZEILE - 1 <= HT-ANZAHL
                 MOVE HT-LAUFZEIT(WS-IDX)(1:8) TO WS-DATUM-EIN
                 PERFORM DATUM-AUFBEREITEN
                 MOVE HT-MAXWEG(WS-IDX)    TO WS-MAXWEG-ANZ
                 MOVE HT-MITTELWEG(WS-IDX) TO WS-MITTEL-ANZ
                 MOVE HT-WEGE-OK(WS-IDX)   TO WS-OK-ANZ
                 MOVE HT-WEGE-FEHL(WS-IDX) TO WS-FEHL-ANZ
                 MOVE HT-RAEUMZEIT(WS-IDX) TO WS-RAEUM-ANZ
                 STRING WS-DATUM-ANZ " "
                    HT-LAUFZEIT(WS-IDX)(9:2) ":"
                    HT-LAUFZEIT(WS-IDX)(11:2) "   "
                    WS-MAXWEG-ANZ "   "
                    WS-MITTEL-ANZ " "
                    WS-OK-ANZ "   "
                    WS-FEHL-ANZ "  "
                    WS-RAEUM-ANZ "    "
                    HT-KONFORM(WS-IDX) "  "
                    HT-DATEI(WS-IDX)
                    DELIMITED BY SIZE INTO AZ-TEXT(WS-ZEILE)
                 END-STRING
              END-IF
              ADD 1 TO WS-ZEILE
           END-PERFORM.
       LAEUFE-AUFBEREITEN-EXIT. EXIT.

       DEFEKTE-AUFBEREITEN SECTION.
           COMPUTE WS-SEITEN = (DF-ANZAHL + 5) / 6.
           COMPUTE WS-SEITE = (WS-ERSTER + 5) / 6.
           MOVE SPACES TO WS-UEBERSCHRIFT.
           STRING "OFFENE DEFEKTE: " DF-ANZAHL "  SEITE " WS-SEITE
              " VON " WS-SEITEN
              DELIMITED BY SIZE INTO WS-UEBERSCHRIFT
           END-STRING.
           MOVE "NR.   ERSTMALS    ZULETZT     DATEI / MELDUNG"
              TO WS-SPALTENKOPF.
           MOVE 1 TO WS-ZEILE.
           MOVE WS-ERSTER TO WS-IDX.
           PERFORM UNTIL WS-ZEILE > 11 OR WS-IDX > DF-ANZAHL
              MOVE DF-ERST(WS-IDX) TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              STRING DF-ID(WS-IDX) " " WS-DATUM-ANZ "  "
                 DELIMITED BY SIZE INTO AZ-TEXT(WS-ZEILE)
              END-STRING
              MOVE DF-LETZT(WS-IDX) TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE WS-DATUM-ANZ TO AZ-TEXT(WS-ZEILE)(19:10)
              MOVE DF-DATEI(WS-IDX) TO AZ-TEXT(WS-ZEILE)(31:49)
              MOVE DF-TEXT(WS-IDX) TO AZ-TEXT(WS-ZEILE + 1)(31:49)
              ADD 2 TO WS-ZEILE
              ADD 1 TO WS-IDX
           END-PERFORM.
       DEFEKTE-AUFBEREITEN-EXIT. EXIT.

       DATUM-AUFBEREITEN SECTION.
      *    JJJJMMTT -> TT.MM.JJJJ (LEER BLEIBT LEER)
           MOVE SPACES TO WS-DATUM-ANZ.
           IF WS-DATUM-EIN IS NUMERIC
              STRING WS-DATUM-EIN(7:2) "." WS-DATUM-EIN(5:2) "."
                 WS-DATUM-EIN(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZ
              END-STRING
           END-IF.
       DATUM-AUFBEREITEN-EXIT. EXIT.
       END PROGRAM LABHIST.
