      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Monatliches Kennzahlenblatt fuer die Geschaeftsleitung
      *          je Gebaeude (SITE) - eine Seite statt TREND.txt,
      *          DEFEKTBERICHT, UEBUNGSBERICHT, QUITTUNGSBERICHT und
      *          LAUFZEITBERICHT. Je SITE stehen Berichtsmonat und
      *          Vormonat mit Veraenderung nebeneinander:
      *          - ETAGEN GRENZWERTKONFORM / NICHT KONFORM (JUENGSTER
      *            LAUF JE ETAGE IM MONAT, HISTORIE.MST)
      *          - OFFENE DEFEKTE NACH ALTER (DEFEKTE.txt)
      *          - UEBUNGEN DURCHGEFUEHRT / UEBERFAELLIG (TERMINE DES
      *            MONATS AUS UEBUNGSPLAN.txt GEGEN
      *            UEBUNGSERFUELLUNG.txt)
      *          - QUITTUNGSQUOTE DER .EXP-SCHNITTSTELLE (WIE LABQUITT)
      *          - LAENGSTER FLUCHTWEG DER SITE UND SEIN VERLAUF IM
      *            MONAT (HISTORIE.MST)
      *          - ANTEIL DER SITE AM BATCHFENSTER (LAUFZEITEN.txt)
      *          Historienstamm, Uebungsplan und Laufzeitkonto werden
      *          fuer beide Monate ausgewertet. Offene Defekte und
      *          Quittungen sind Bestandsgroessen (Stand des Aufrufs);
      *          ihr Vormonatswert kommt aus dem Kennzahlenstand
      *          KENNZAHLEN.txt, den jeder Lauf fuer seinen
      *          Berichtsmonat fortschreibt. Das Blatt deshalb am
      *          Monatsende (oder am Ersten fuer den Vormonat)
      *          erstellen.
      *
      *          STEUERDATEI resources/in/BATCHFENSTER.txt:
      *          ZEILE 1, STELLE 1-4: LAENGE DES NAECHTLICHEN
      *          BATCHFENSTERS IN MINUTEN; OHNE DATEI GILT 360
      *
      *          SATZAUFBAU resources/out/KENNZAHLEN.txt:
      *          STELLE   1-  6  MONAT JJJJMM
      *          STELLE   8- 47  SITE
      *          STELLE  49- 51  OFFENE DEFEKTE BIS 7 TAGE
      *          STELLE  53- 55  OFFENE DEFEKTE 8 BIS 30 TAGE
      *          STELLE  57- 59  OFFENE DEFEKTE 31 BIS 90 TAGE
      *          STELLE  61- 63  OFFENE DEFEKTE UEBER 90 TAGE
      *          STELLE  65- 67  EXPORTE (OHNE DIE DES AUFRUFTAGS)
      *          STELLE  69- 71  DAVON BESTAETIGT
      *
      *          AUFRUF: LABKENN [JJJJMM]  (OHNE ANGABE LAUFENDER MONAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABKENN.
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
           SELECT PLANEIN  ASSIGN TO "resources/in/UEBUNGSPLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PLAN-STATUS.
           SELECT ERFEIN   ASSIGN TO
               "resources/out/UEBUNGSERFUELLUNG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ERF-STATUS.
           SELECT LISTEIN  ASSIGN TO "resources/Filenames.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LISTE-STATUS.
           SELECT QUITTEIN ASSIGN TO "resources/in/QUITTUNGEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-QUITT-STATUS.
           SELECT EXPEIN   ASSIGN TO WS-EXPPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXP-STATUS.
           SELECT ZEITEIN  ASSIGN TO "resources/out/LAUFZEITEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ZEIT-STATUS.
           SELECT FENSTEREIN ASSIGN TO
               "resources/in/BATCHFENSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FENSTER-STATUS.
           SELECT STANDEIN ASSIGN TO "resources/out/KENNZAHLEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STAND-STATUS.
           SELECT STANDNEU ASSIGN TO
               "resources/out/KENNZAHLEN.txt.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-NEU-STATUS.
           SELECT BERICHTOUT ASSIGN TO
               "resources/out/KENNZAHLENBERICHT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD PLANEIN.
       01 PLANSATZ PIC X(100).
       FD ERFEIN.
       01 ERFSATZ PIC X(120).
       FD LISTEIN.
       01 LISTENSATZ PIC X(50).
       FD QUITTEIN.
       01 QUITTSATZ PIC X(110).
       FD EXPEIN.
       01 EXPSATZ PIC X(132).
       FD ZEITEIN.
       01 ZEITENSATZ PIC X(100).
       FD FENSTEREIN.
       01 FENSTERSATZ PIC X(50).
       FD STANDEIN.
       01 STANDSATZ PIC X(80).
       FD STANDNEU.
       01 STANDSATZNEU PIC X(80).
       FD BERICHTOUT.
       01 BERICHTZEILE PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS      PIC X(2)    VALUE '00'.
       01  WS-DEFEKT-STATUS    PIC X(2)    VALUE '00'.
       01  WS-PLAN-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ERF-STATUS       PIC X(2)    VALUE '00'.
       01  WS-LISTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-QUITT-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EXP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ZEIT-STATUS      PIC X(2)    VALUE '00'.
       01  WS-FENSTER-STATUS   PIC X(2)    VALUE '00'.
       01  WS-STAND-STATUS     PIC X(2)    VALUE '00'.
       01  WS-NEU-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-HEUTE            PIC X(21).
       01  WS-HEUTE-TAGE       PIC 9(7).
       01  WS-ARGUMENTE        PIC X(60)   VALUE SPACES.
      *    WS-MONAT(1) = BERICHTSMONAT, WS-MONAT(2) = VORMONAT
       01  MONATE.
           05  WS-MONAT OCCURS 2 PIC X(6).
       01  WS-JAHR             PIC 9(4).
       01  WS-MM               PIC 99.
       01  WS-M                PIC 9.
       01  WS-EXPPFAD          PIC X(70).
       01  WS-DATEINAME        PIC X(50).
       01  WS-STANDPFAD        PIC X(70)
               VALUE "resources/out/KENNZAHLEN.txt".
       01  WS-NEUPFAD          PIC X(70)
               VALUE "resources/out/KENNZAHLEN.txt.NEU".
       01  WS-RC               PIC S9(9) COMP-5.
       01  WS-FENSTER-MIN      PIC 9(4)    VALUE 360.
      *    JE SITE DIE KENNZAHLEN FUER BERICHTSMONAT (1) UND
      *    VORMONAT (2); DEFEKTE UND QUITTUNGEN DES VORMONATS AUS
      *    DEM KENNZAHLENSTAND (KM-STAND = 'J', WENN VORHANDEN)
       01  SITETABELLE.
           05  ST-ANZAHL       PIC 99      VALUE 0.
           05  ST-EINTRAG OCCURS 50.
               10 ST-SITE      PIC X(40).
               10 ST-KENNZAHLEN OCCURS 2.
                  15 KM-KONFORM      PIC 999.
                  15 KM-NICHTKONFORM PIC 999.
                  15 KM-DEF-BIS7     PIC 999.
                  15 KM-DEF-BIS30    PIC 999.
                  15 KM-DEF-BIS90    PIC 999.
                  15 KM-DEF-UEBER90  PIC 999.
                  15 KM-STAND        PIC X(1).
                  15 KM-UEB-ERFUELLT PIC 999.
                  15 KM-UEB-UEBERF   PIC 999.
                  15 KM-EXPORTE      PIC 999.
                  15 KM-BESTAETIGT   PIC 999.
                  15 KM-MAXWEG       PIC 9999.
                  15 KM-MAXWEG-ETAGE PIC X(3).
                  15 KM-MAXWEG-ERST  PIC 9999.
                  15 KM-SEKUNDEN     PIC 9(7).
       01  WS-S                PIC 99.
       01  WS-SITE             PIC X(40).
      *    DATEI -> SITE AUS DEM HISTORIENSTAMM, FUER DEFEKTE,
      *    UEBUNGSTERMINE UND LAUFZEITEN, DIE NUR DEN DATEINAMEN
      *    TRAGEN; NIE GELAUFENE DATEIEN FALLEN UNTER WS-OHNE-SITE
       01  DATEIZUORDNUNG.
           05  DZ-ANZAHL       PIC 999     VALUE 0.
           05  DZ-EINTRAG OCCURS 500.
               10 DZ-DATEI     PIC X(50).
               10 DZ-SITE      PIC X(40).
       01  WS-OHNE-SITE        PIC X(40)
               VALUE "(KEINER SITE ZUGEORDNET)".
       01  WS-I                PIC 999.
       01  WS-IDX              PIC 999.
      *    LAUFENDE ETAGE BEIM LESEN DES HISTORIENSTAMMS (SCHLUESSEL-
      *    FOLGE SITE+ETAGE+LAUFZEITPUNKT): ERSTER UND JUENGSTER
      *    LAUF JE MONAT
       01  ETAGENGRUPPE.
           05  EG-SITE         PIC X(40)   VALUE SPACES.
           05  EG-ETAGE        PIC X(3)    VALUE SPACES.
           05  EG-MONAT OCCURS 2.
               10 EG-LAEUFE    PIC 999.
               10 EG-ERST-MAX  PIC 9999.
               10 EG-LETZT-MAX PIC 9999.
               10 EG-KONFORM   PIC X(1).
       01  ERFLISTE.
           05  EF-ANZAHL       PIC 999     VALUE 0.
           05  EF-EINTRAG OCCURS 200.
               10 EF-DATEI     PIC X(50).
               10 EF-DATUM     PIC X(8).
       01  QUITTUNGEN.
           05  QU-ANZAHL       PIC 999     VALUE 0.
           05  QU-EINTRAG OCCURS 200.
               10 QU-DATEI     PIC X(50).
               10 QU-LAUFZEIT  PIC X(14).
               10 QU-STATUS    PIC X(1).
       01  WS-EXP-NAME         PIC X(50).
       01  WS-EXP-SITE         PIC X(40).
       01  WS-EXP-LAUFZEIT     PIC X(14).
      *    NAECHTE (LAUFZEITPUNKT DES GESAMTLAUFS) JE MONAT MIT
      *    IHRER GESAMTDAUER, FUER MITTLERE UND SPITZENAUSLASTUNG
       01  NACHTTABELLE.
           05  NT-ANZAHL       PIC 999     VALUE 0.
           05  NT-EINTRAG OCCURS 100.
               10 NT-LAUFZEIT  PIC X(14).
               10 NT-M         PIC 9.
               10 NT-SUMME     PIC 9(7).
       01  NAECHTE-JE-MONAT.
           05  NM-MONAT OCCURS 2.
               10 NM-NAECHTE   PIC 999.
               10 NM-SUMME     PIC 9(8).
               10 NM-SPITZE    PIC 9(7).
       01  WS-DAUER            PIC 9(6).
       01  WS-ERST-NUM         PIC 9(8).
       01  WS-ALTER            PIC S9(5).
      *    EINE ZEILE DES KENNZAHLENBLATTS: TEXT, WERT IM
      *    BERICHTSMONAT UND IM VORMONAT; WS-KZ-ART Z = ANZAHL,
      *    P = PROZENT MIT EINER NACHKOMMASTELLE; OHNE WERT
      *    (KEINE EXPORTE, KEIN STAND) STEHT "-"
       01  WS-KZ-TEXT          PIC X(36).
       01  WS-KZ-ART           PIC X(1).
       01  WS-KZ-WERT          PIC 9(5)V9.
       01  WS-KZ-DA            PIC X(1).
       01  WS-KZ-VORWERT       PIC 9(5)V9.
       01  WS-KZ-VOR-DA        PIC X(1).
       01  WS-KZ-DELTA         PIC S9(5)V9.
       01  WS-KZ-ANZ           PIC X(10).
       01  WS-KZ-VOR-ANZ       PIC X(10).
       01  WS-KZ-DELTA-ANZ     PIC X(10).
       01  WS-ZAHL-ANZ         PIC ZZZZ9.
       01  WS-PROZ-ANZ         PIC ZZZ9.9.
      *    SIGNIERTE ANZEIGEFORMEN: EIN DIREKT GESTRINGTES S9-FELD
      *    WUERDE NEGATIVE WERTE MIT UEBERSTANZTER ENDZIFFER
      *    AUSGEBEN
       01  WS-ZAHL-DELTA-ANZ   PIC +++++9.
       01  WS-PROZ-DELTA-ANZ   PIC ++++9.9.
       01  WS-QUOTE            PIC 9(3)V9.
       01  WS-ANTEIL           PIC 9(5)V9.
       01  WS-WEG-ANZ          PIC ZZZ9.
       01  WS-WEG2-ANZ         PIC ZZZ9.
       01  WS-NAECHTE-ANZ      PIC ZZ9.
       01  WS-MELDUNG          PIC X(132).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-HEUTE.
           COMPUTE WS-HEUTE-TAGE =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-HEUTE(1:8))).
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           IF WS-ARGUMENTE(1:6) IS NUMERIC
            AND WS-ARGUMENTE(5:2) > '00' AND WS-ARGUMENTE(5:2) < '13'
              MOVE WS-ARGUMENTE(1:6) TO WS-MONAT(1)
           ELSE
              MOVE WS-HEUTE(1:6) TO WS-MONAT(1)
           END-IF.
           MOVE WS-MONAT(1)(1:4) TO WS-JAHR.
           MOVE WS-MONAT(1)(5:2) TO WS-MM.
           IF WS-MM = 1
              SUBTRACT 1 FROM WS-JAHR
              MOVE 12 TO WS-MM
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF.
           STRING WS-JAHR WS-MM DELIMITED BY SIZE INTO WS-MONAT(2)
           END-STRING.
           PERFORM FENSTER-LESEN.
           OPEN INPUT HISTEIN.
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY "KEIN HISTORIENSTAMM VORHANDEN: "
                 "resources/out/HISTORIE.MST (LABHLOAD GELAUFEN?)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM HISTORIE-AUSWERTEN.
           CLOSE HISTEIN.
           PERFORM DEFEKTE-AUSWERTEN.
           PERFORM UEBUNGEN-AUSWERTEN.
           PERFORM QUITTUNGEN-AUSWERTEN.
           PERFORM LAUFZEITEN-AUSWERTEN.
           PERFORM STAND-LESEN.
           OPEN OUTPUT BERICHTOUT.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > ST-ANZAHL
              PERFORM SITEBLATT-SCHREIBEN
              ADD 1 TO WS-S
           END-PERFORM.
           PERFORM BETRIEBSBLATT-SCHREIBEN.
           CLOSE BERICHTOUT.
           PERFORM STAND-FORTSCHREIBEN.
           DISPLAY "KENNZAHLENBERICHT GESCHRIEBEN: "
              "resources/out/KENNZAHLENBERICHT.txt, MONAT "
              WS-MONAT(1) ", SITES: " ST-ANZAHL.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       FENSTER-LESEN SECTION.
           OPEN INPUT FENSTEREIN.
           IF WS-FENSTER-STATUS = '00'
              READ FENSTEREIN
                 AT END CONTINUE
              END-READ
              IF WS-FENSTER-STATUS = '00'
               AND FENSTERSATZ(1:4) IS NUMERIC
               AND FENSTERSATZ(1:4) NOT = '0000'
                 MOVE FENSTERSATZ(1:4) TO WS-FENSTER-MIN
              END-IF
              CLOSE FENSTEREIN
           END-IF.
       FENSTER-LESEN-EXIT. EXIT.

       HISTORIE-AUSWERTEN SECTION.
      *    DER STAMM KOMMT IN SCHLUESSELFOLGE, ALLE LAEUFE EINER
      *    ETAGE LIEGEN HINTEREINANDER - WIE IN LABTREND GENUEGT
      *    EINE EINZIGE ETAGENGRUPPE IM SPEICHER
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HISTEIN NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 PERFORM HISTSATZ-EINORDNEN
              END-IF
           END-PERFORM.
           IF EG-SITE NOT = SPACES
              PERFORM ETAGE-ABSCHLIESSEN
           END-IF.
       HISTORIE-AUSWERTEN-EXIT. EXIT.

       HISTSATZ-EINORDNEN SECTION.
           MOVE HM-SITE TO WS-SITE.
           PERFORM SITE-SUCHEN.
           MOVE HM-DATEI TO WS-DATEINAME.
           PERFORM DATEI-ZUORDNEN.
           IF HM-SITE NOT = EG-SITE OR HM-ETAGE NOT = EG-ETAGE
              IF EG-SITE NOT = SPACES
                 PERFORM ETAGE-ABSCHLIESSEN
              END-IF
              INITIALIZE ETAGENGRUPPE
              MOVE HM-SITE  TO EG-SITE
              MOVE HM-ETAGE TO EG-ETAGE
           END-IF.
           MOVE 1 TO WS-M.
           PERFORM UNTIL WS-M > 2
              IF HM-LAUFZEIT(1:6) = WS-MONAT(WS-M)
                 IF EG-LAEUFE(WS-M) = 0
                    MOVE HM-MAXWEG TO EG-ERST-MAX(WS-M)
                 END-IF
                 ADD 1 TO EG-LAEUFE(WS-M)
                 MOVE HM-MAXWEG  TO EG-LETZT-MAX(WS-M)
                 MOVE HM-KONFORM TO EG-KONFORM(WS-M)
              END-IF
              ADD 1 TO WS-M
           END-PERFORM.
       HISTSATZ-EINORDNEN-EXIT. EXIT.

       ETAGE-ABSCHLIESSEN SECTION.
      *    MASSGEBLICH IST DER JUENGSTE LAUF DER ETAGE IM MONAT;
      *    AUS DER FLACHEN HISTORIE UEBERNOMMENE LAEUFE KENNEN DIE
      *    KONFORMITAET NICHT (LEER) UND ZAEHLEN NUR BEIM FLUCHTWEG
           MOVE EG-SITE TO WS-SITE.
           PERFORM SITE-SUCHEN.
           MOVE 1 TO WS-M.
           PERFORM UNTIL WS-M > 2
              IF EG-LAEUFE(WS-M) > 0
                 EVALUATE EG-KONFORM(WS-M)
                    WHEN 'J'
                       ADD 1 TO KM-KONFORM(WS-S, WS-M)
                    WHEN 'N'
                       ADD 1 TO KM-NICHTKONFORM(WS-S, WS-M)
                 END-EVALUATE
                 IF EG-LETZT-MAX(WS-M) > KM-MAXWEG(WS-S, WS-M)
                    MOVE EG-LETZT-MAX(WS-M) TO KM-MAXWEG(WS-S, WS-M)
                    MOVE EG-ETAGE TO KM-MAXWEG-ETAGE(WS-S, WS-M)
                    MOVE EG-ERST-MAX(WS-M)
                       TO KM-MAXWEG-ERST(WS-S, WS-M)
                 END-IF
              END-IF
              ADD 1 TO WS-M
           END-PERFORM.
       ETAGE-ABSCHLIESSEN-EXIT. EXIT.

       SITE-SUCHEN SECTION.
      *    WS-SITE IN DER SITETABELLE SUCHEN, NEUE SITES ANFUEGEN;
      *    ERGEBNIS IN WS-S (0 = TABELLE VOLL)
           MOVE 0 TO WS-S.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > ST-ANZAHL OR WS-S > 0
              IF ST-SITE(WS-I) = WS-SITE
                 MOVE WS-I TO WS-S
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-S = 0 AND ST-ANZAHL < 50
              ADD 1 TO ST-ANZAHL
              MOVE ST-ANZAHL TO WS-S
              INITIALIZE ST-EINTRAG(WS-S)
              MOVE WS-SITE TO ST-SITE(WS-S)
              MOVE 'N' TO KM-STAND(WS-S, 2)
           END-IF.
       SITE-SUCHEN-EXIT. EXIT.

       DATEI-ZUORDNEN SECTION.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > DZ-ANZAHL OR WS-IDX > 0
              IF DZ-DATEI(WS-I) = WS-DATEINAME
                 MOVE WS-I TO WS-IDX
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-IDX = 0
              IF DZ-ANZAHL < 500
                 ADD 1 TO DZ-ANZAHL
                 MOVE DZ-ANZAHL TO WS-IDX
                 MOVE WS-DATEINAME TO DZ-DATEI(WS-IDX)
              ELSE
                 EXIT SECTION
              END-IF
           END-IF.
           MOVE HM-SITE TO DZ-SITE(WS-IDX).
       DATEI-ZUORDNEN-EXIT. EXIT.

       DATEI-SITE-SUCHEN SECTION.
      *    SITE ZU WS-DATEINAME NACH WS-S; UNBEKANNTE DATEIEN
      *    LANDEN BEI WS-OHNE-SITE
           MOVE WS-OHNE-SITE TO WS-SITE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > DZ-ANZAHL
              IF DZ-DATEI(WS-I) = WS-DATEINAME
                 MOVE DZ-SITE(WS-I) TO WS-SITE
                 MOVE DZ-ANZAHL TO WS-I
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           PERFORM SITE-SUCHEN.
       DATEI-SITE-SUCHEN-EXIT. EXIT.

       DEFEKTE-AUSWERTEN SECTION.
      *    OFFENE DEFEKTE (SATZAUFBAU SIEHE DEFEKTE-FUEHREN IN
      *    LABYRINT-APPLICATION) NACH ALTER IN TAGEN WIE LABDEFEK
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEFEKTEIN.
           IF WS-DEFEKT-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ DEFEKTEIN
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
               AND DEFEKTSATZ(1:5) IS NUMERIC
               AND DEFEKTSATZ(7:1) = 'O'
               AND DEFEKTSATZ(9:8) IS NUMERIC
                 PERFORM DEFEKT-EINORDNEN
              END-IF
           END-PERFORM.
           CLOSE DEFEKTEIN.
       DEFEKTE-AUSWERTEN-EXIT. EXIT.

       DEFEKT-EINORDNEN SECTION.
           MOVE DEFEKTSATZ(27:50) TO WS-DATEINAME.
           PERFORM DATEI-SITE-SUCHEN.
           IF WS-S = 0
              EXIT SECTION
           END-IF.
           MOVE DEFEKTSATZ(9:8) TO WS-ERST-NUM.
           COMPUTE WS-ALTER = WS-HEUTE-TAGE
              - FUNCTION INTEGER-OF-DATE(WS-ERST-NUM).
           EVALUATE TRUE
              WHEN WS-ALTER NOT > 7
                 ADD 1 TO KM-DEF-BIS7(WS-S, 1)
              WHEN WS-ALTER NOT > 30
                 ADD 1 TO KM-DEF-BIS30(WS-S, 1)
              WHEN WS-ALTER NOT > 90
                 ADD 1 TO KM-DEF-BIS90(WS-S, 1)
              WHEN OTHER
                 ADD 1 TO KM-DEF-UEBER90(WS-S, 1)
           END-EVALUATE.
       DEFEKT-EINORDNEN-EXIT. EXIT.

       UEBUNGEN-AUSWERTEN SECTION.
      *    PLANTERMINE, DIE IM BERICHTS- BZW. VORMONAT FAELLIG
      *    WAREN: ERFUELLT, WENN EIN ERFUELLUNGSSATZ ZUM TERMIN
      *    VORLIEGT, UEBERFAELLIG, WENN NICHT UND DER TERMIN VOR
      *    DEM AUFRUFTAG LIEGT (WIE LABUEBPL); NOCH OFFENE TERMINE
      *    ZAEHLEN NICHT
           OPEN INPUT ERFEIN.
           IF WS-ERF-STATUS = '00'
              PERFORM UNTIL WS-ERF-STATUS NOT = '00'
                 READ ERFEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-ERF-STATUS = '00' AND EF-ANZAHL < 200
                    ADD 1 TO EF-ANZAHL
                    MOVE ERFSATZ(1:50) TO EF-DATEI(EF-ANZAHL)
                    MOVE ERFSATZ(91:8) TO EF-DATUM(EF-ANZAHL)
                 END-IF
              END-PERFORM
              CLOSE ERFEIN
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PLANEIN.
           IF WS-PLAN-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PLANEIN
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
               AND PLANSATZ(91:8) IS NUMERIC
                 PERFORM TERMIN-EINORDNEN
              END-IF
           END-PERFORM.
           CLOSE PLANEIN.
       UEBUNGEN-AUSWERTEN-EXIT. EXIT.

       TERMIN-EINORDNEN SECTION.
           EVALUATE PLANSATZ(91:6)
              WHEN WS-MONAT(1)
                 MOVE 1 TO WS-M
              WHEN WS-MONAT(2)
                 MOVE 2 TO WS-M
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE PLANSATZ(1:50) TO WS-DATEINAME.
           PERFORM DATEI-SITE-SUCHEN.
           IF WS-S = 0
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > EF-ANZAHL
              IF EF-DATEI(WS-I) = PLANSATZ(1:50)
               AND EF-DATUM(WS-I) = PLANSATZ(91:8)
                 MOVE WS-I TO WS-IDX
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-IDX > 0
              ADD 1 TO KM-UEB-ERFUELLT(WS-S, WS-M)
           ELSE
              IF PLANSATZ(91:8) < WS-HEUTE(1:8)
                 ADD 1 TO KM-UEB-UEBERF(WS-S, WS-M)
              END-IF
           END-IF.
       TERMIN-EINORDNEN-EXIT. EXIT.

       QUITTUNGEN-AUSWERTEN SECTION.
      *    QUITTUNGSSTAND DER .EXP-SCHNITTSTELLE WIE IN LABQUITT:
      *    JE DATEI AUS Filenames.txt DER KOPFSATZ 01 DER .EXP GEGEN
      *    QUITTUNGEN.txt; EXPORTE DES AUFRUFTAGS SIND NOCH OFFEN
      *    UND ZAEHLEN NICHT MIT. DIE SITE STEHT IM KOPFSATZ SELBST
           OPEN INPUT QUITTEIN.
           IF WS-QUITT-STATUS = '00'
              PERFORM UNTIL WS-QUITT-STATUS NOT = '00'
                 READ QUITTEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-QUITT-STATUS = '00' AND QU-ANZAHL < 200
                  AND QUITTSATZ(1:8) NOT = "**KOPF**"
                  AND QUITTSATZ(1:8) NOT = "**ENDE**"
                    ADD 1 TO QU-ANZAHL
                    MOVE QUITTSATZ(1:50)  TO QU-DATEI(QU-ANZAHL)
                    MOVE QUITTSATZ(51:14) TO QU-LAUFZEIT(QU-ANZAHL)
                    MOVE QUITTSATZ(66:1)  TO QU-STATUS(QU-ANZAHL)
                 END-IF
              END-PERFORM
              CLOSE QUITTEIN
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LISTEIN.
           IF WS-LISTE-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LISTEIN INTO WS-DATEINAME
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 PERFORM EXPORT-EINORDNEN
              END-IF
           END-PERFORM.
           CLOSE LISTEIN.
       QUITTUNGEN-AUSWERTEN-EXIT. EXIT.

       EXPORT-EINORDNEN SECTION.
           MOVE SPACES TO WS-EXPPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
                  WS-DATEINAME      DELIMITED BY SPACE
                  ".EXP"            DELIMITED BY SIZE
                  INTO WS-EXPPFAD
           END-STRING.
           OPEN INPUT EXPEIN.
           IF WS-EXP-STATUS NOT = '00'
              MOVE '00' TO WS-EXP-STATUS
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-EXP-NAME.
           READ EXPEIN
              AT END CONTINUE
           END-READ.
           IF WS-EXP-STATUS = '00' AND EXPSATZ(1:2) = '01'
              MOVE EXPSATZ(4:50)   TO WS-EXP-NAME
              MOVE EXPSATZ(55:40)  TO WS-EXP-SITE
              MOVE EXPSATZ(100:14) TO WS-EXP-LAUFZEIT
           END-IF.
           CLOSE EXPEIN.
           MOVE '00' TO WS-EXP-STATUS.
           IF WS-EXP-NAME = SPACES
            OR WS-EXP-LAUFZEIT(1:8) NOT < WS-HEUTE(1:8)
              EXIT SECTION
           END-IF.
           MOVE WS-EXP-SITE TO WS-SITE.
           PERFORM SITE-SUCHEN.
           IF WS-S = 0
              EXIT SECTION
           END-IF.
           ADD 1 TO KM-EXPORTE(WS-S, 1).
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > QU-ANZAHL
              IF QU-DATEI(WS-I) = WS-EXP-NAME
               AND QU-LAUFZEIT(WS-I) = WS-EXP-LAUFZEIT
               AND QU-STATUS(WS-I) = 'A'
                 ADD 1 TO KM-BESTAETIGT(WS-S, 1)
                 MOVE QU-ANZAHL TO WS-I
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
       EXPORT-EINORDNEN-EXIT. EXIT.

       LAUFZEITEN-AUSWERTEN SECTION.
      *    SATZAUFBAU SIEHE LAUFZEIT-SCHREIBEN IN LABYRINT-
      *    APPLICATION: LAUFZEITPUNKT DES GESAMTLAUFS 1-14,
      *    DATEINAME 18-67, DAUER IN SEKUNDEN 83-88
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ZEITEIN.
           IF WS-ZEIT-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ZEITEIN
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
               AND ZEITENSATZ(83:6) IS NUMERIC
                 PERFORM ZEIT-EINORDNEN
              END-IF
           END-PERFORM.
           CLOSE ZEITEIN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > NT-ANZAHL
              MOVE NT-M(WS-I) TO WS-M
              ADD 1 TO NM-NAECHTE(WS-M)
              ADD NT-SUMME(WS-I) TO NM-SUMME(WS-M)
              IF NT-SUMME(WS-I) > NM-SPITZE(WS-M)
                 MOVE NT-SUMME(WS-I) TO NM-SPITZE(WS-M)
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
       LAUFZEITEN-AUSWERTEN-EXIT. EXIT.

       ZEIT-EINORDNEN SECTION.
           EVALUATE ZEITENSATZ(1:6)
              WHEN WS-MONAT(1)
                 MOVE 1 TO WS-M
              WHEN WS-MONAT(2)
                 MOVE 2 TO WS-M
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE ZEITENSATZ(83:6) TO WS-DAUER.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > NT-ANZAHL
              IF NT-LAUFZEIT(WS-I) = ZEITENSATZ(1:14)
                 MOVE WS-I TO WS-IDX
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-IDX = 0 AND NT-ANZAHL < 100
              ADD 1 TO NT-ANZAHL
              MOVE NT-ANZAHL TO WS-IDX
              MOVE ZEITENSATZ(1:14) TO NT-LAUFZEIT(WS-IDX)
              MOVE WS-M TO NT-M(WS-IDX)
           END-IF.
           IF WS-IDX > 0
              ADD WS-DAUER TO NT-SUMME(WS-IDX)
           END-IF.
           MOVE ZEITENSATZ(18:50) TO WS-DATEINAME.
           PERFORM DATEI-SITE-SUCHEN.
           IF WS-S > 0
              ADD WS-DAUER TO KM-SEKUNDEN(WS-S, WS-M)
           END-IF.
       ZEIT-EINORDNEN-EXIT. EXIT.

       STAND-LESEN SECTION.
      *    DEFEKTE UND QUITTUNGEN DES VORMONATS AUS DEM
      *    KENNZAHLENSTAND; SITES OHNE STAND BEHALTEN KM-STAND 'N'
           OPEN INPUT STANDEIN.
           IF WS-STAND-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-STAND-STATUS NOT = '00'
              READ STANDEIN
                 AT END CONTINUE
              END-READ
              IF WS-STAND-STATUS = '00'
               AND STANDSATZ(1:6) = WS-MONAT(2)
               AND STANDSATZ(49:23) NOT = SPACES
                 MOVE STANDSATZ(8:40) TO WS-SITE
                 PERFORM SITE-SUCHEN
                 IF WS-S > 0
                    MOVE 'J' TO KM-STAND(WS-S, 2)
                    MOVE STANDSATZ(49:3) TO KM-DEF-BIS7(WS-S, 2)
                    MOVE STANDSATZ(53:3) TO KM-DEF-BIS30(WS-S, 2)
                    MOVE STANDSATZ(57:3) TO KM-DEF-BIS90(WS-S, 2)
                    MOVE STANDSATZ(61:3) TO KM-DEF-UEBER90(WS-S, 2)
                    MOVE STANDSATZ(65:3) TO KM-EXPORTE(WS-S, 2)
                    MOVE STANDSATZ(69:3) TO KM-BESTAETIGT(WS-S, 2)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE STANDEIN.
       STAND-LESEN-EXIT. EXIT.

       STAND-FORTSCHREIBEN SECTION.
      *    DEN KENNZAHLENSTAND OHNE DIE SAETZE DES BERICHTSMONATS
      *    UMKOPIEREN, DIE HEUTIGEN ANFUEGEN UND DIE NEUE DATEI AN
      *    DIE STELLE DER ALTEN SETZEN - EIN ERNEUTER AUFRUF IM
      *    SELBEN MONAT ERSETZT SO DEN STAND, STATT IHN ZU DOPPELN
           OPEN OUTPUT STANDNEU.
           IF WS-NEU-STATUS NOT = '00'
              DISPLAY "KENNZAHLENSTAND NICHT FORTGESCHRIEBEN: "
                 WS-NEUPFAD
              EXIT SECTION
           END-IF.
           OPEN INPUT STANDEIN.
           IF WS-STAND-STATUS = '00'
              PERFORM UNTIL WS-STAND-STATUS NOT = '00'
                 READ STANDEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-STAND-STATUS = '00'
                  AND STANDSATZ(1:6) NOT = WS-MONAT(1)
                    MOVE STANDSATZ TO STANDSATZNEU
                    WRITE STANDSATZNEU
                 END-IF
              END-PERFORM
              CLOSE STANDEIN
           END-IF.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > ST-ANZAHL
              MOVE SPACES TO STANDSATZNEU
              MOVE WS-MONAT(1)          TO STANDSATZNEU(1:6)
              MOVE ST-SITE(WS-S)        TO STANDSATZNEU(8:40)
              MOVE KM-DEF-BIS7(WS-S, 1)    TO STANDSATZNEU(49:3)
              MOVE KM-DEF-BIS30(WS-S, 1)   TO STANDSATZNEU(53:3)
              MOVE KM-DEF-BIS90(WS-S, 1)   TO STANDSATZNEU(57:3)
              MOVE KM-DEF-UEBER90(WS-S, 1) TO STANDSATZNEU(61:3)
              MOVE KM-EXPORTE(WS-S, 1)     TO STANDSATZNEU(65:3)
              MOVE KM-BESTAETIGT(WS-S, 1)  TO STANDSATZNEU(69:3)
              WRITE STANDSATZNEU
              ADD 1 TO WS-S
           END-PERFORM.
           CLOSE STANDNEU.
           CALL 'CBL_COPY_FILE' USING WS-NEUPFAD, WS-STANDPFAD
              RETURNING WS-RC.
           IF WS-RC NOT = 0
              DISPLAY "KENNZAHLENSTAND NICHT UEBERNOMMEN: "
                 WS-STANDPFAD
              EXIT SECTION
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-NEUPFAD
              RETURNING WS-RC.
       STAND-FORTSCHREIBEN-EXIT. EXIT.

       SITEBLATT-SCHREIBEN SECTION.
           MOVE SPACES TO WS-MELDUNG.
           STRING "SICHERHEITSKENNZAHLEN " DELIMITED BY SIZE
              ST-SITE(WS-S) DELIMITED BY "  "
              ", MONAT " WS-MONAT(1)(1:4) "-" WS-MONAT(1)(5:2)
              ", STICHTAG " WS-HEUTE(1:8)
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE ALL "=" TO WS-MELDUNG(1:78).
           PERFORM ZEILE-SCHREIBEN.
           MOVE SPACES TO WS-MELDUNG.
           MOVE "KENNZAHL"     TO WS-MELDUNG(1:36).
           MOVE "     MONAT"   TO WS-MELDUNG(38:10).
           MOVE "  VORMONAT"   TO WS-MELDUNG(50:10).
           MOVE "VERAENDERUNG" TO WS-MELDUNG(62:12).
           PERFORM ZEILE-SCHREIBEN.
           MOVE 'Z' TO WS-KZ-ART.
           MOVE 'J' TO WS-KZ-DA.
           MOVE 'J' TO WS-KZ-VOR-DA.
           MOVE "ETAGEN GRENZWERTKONFORM" TO WS-KZ-TEXT.
           MOVE KM-KONFORM(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-KONFORM(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "ETAGEN NICHT KONFORM" TO WS-KZ-TEXT.
           MOVE KM-NICHTKONFORM(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-NICHTKONFORM(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE KM-STAND(WS-S, 2) TO WS-KZ-VOR-DA.
           MOVE "OFFENE DEFEKTE BIS 7 TAGE" TO WS-KZ-TEXT.
           MOVE KM-DEF-BIS7(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-DEF-BIS7(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "OFFENE DEFEKTE 8 BIS 30 TAGE" TO WS-KZ-TEXT.
           MOVE KM-DEF-BIS30(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-DEF-BIS30(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "OFFENE DEFEKTE 31 BIS 90 TAGE" TO WS-KZ-TEXT.
           MOVE KM-DEF-BIS90(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-DEF-BIS90(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "OFFENE DEFEKTE UEBER 90 TAGE" TO WS-KZ-TEXT.
           MOVE KM-DEF-UEBER90(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-DEF-UEBER90(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE 'J' TO WS-KZ-VOR-DA.
           MOVE "UEBUNGEN DURCHGEFUEHRT" TO WS-KZ-TEXT.
           MOVE KM-UEB-ERFUELLT(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-UEB-ERFUELLT(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "UEBUNGEN UEBERFAELLIG" TO WS-KZ-TEXT.
           MOVE KM-UEB-UEBERF(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-UEB-UEBERF(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           PERFORM QUOTE-SCHREIBEN.
           MOVE 'Z' TO WS-KZ-ART.
           MOVE 'J' TO WS-KZ-DA.
           MOVE 'J' TO WS-KZ-VOR-DA.
           MOVE "LAENGSTER FLUCHTWEG (SCHRITTE)" TO WS-KZ-TEXT.
           MOVE KM-MAXWEG(WS-S, 1) TO WS-KZ-WERT.
           MOVE KM-MAXWEG(WS-S, 2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           PERFORM FENSTERANTEIL-SCHREIBEN.
           MOVE SPACES TO WS-MELDUNG.
           IF KM-MAXWEG-ETAGE(WS-S, 1) NOT = SPACES
              MOVE KM-MAXWEG-ERST(WS-S, 1) TO WS-WEG-ANZ
              MOVE KM-MAXWEG(WS-S, 1)      TO WS-WEG2-ANZ
              STRING "LAENGSTER FLUCHTWEG AUF ETAGE "
                                           DELIMITED BY SIZE
                 KM-MAXWEG-ETAGE(WS-S, 1) DELIMITED BY SPACE
                 ", IM MONAT VON " WS-WEG-ANZ
                 " AUF " WS-WEG2-ANZ " SCHRITTE"
                                           DELIMITED BY SIZE
                 INTO WS-MELDUNG
              END-STRING
           ELSE
              MOVE "KEIN LAUF IM BERICHTSMONAT" TO WS-MELDUNG
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           IF KM-STAND(WS-S, 2) NOT = 'J'
              MOVE "- = KEIN KENNZAHLENSTAND DES VORMONATS"
                 TO WS-MELDUNG
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
       SITEBLATT-SCHREIBEN-EXIT. EXIT.

       QUOTE-SCHREIBEN SECTION.
      *    BESTAETIGTE EXPORTE JE HUNDERT; OHNE EXPORTE KEIN WERT
           MOVE 'P' TO WS-KZ-ART.
           MOVE "QUITTUNGSQUOTE .EXP-SCHNITTSTELLE %" TO WS-KZ-TEXT.
           MOVE 0 TO WS-KZ-WERT.
           MOVE 0 TO WS-KZ-VORWERT.
           MOVE 'N' TO WS-KZ-DA.
           MOVE 'N' TO WS-KZ-VOR-DA.
           IF KM-EXPORTE(WS-S, 1) > 0
              MOVE 'J' TO WS-KZ-DA
              COMPUTE WS-KZ-WERT ROUNDED =
                 KM-BESTAETIGT(WS-S, 1) * 100 / KM-EXPORTE(WS-S, 1)
           END-IF.
           IF KM-STAND(WS-S, 2) = 'J' AND KM-EXPORTE(WS-S, 2) > 0
              MOVE 'J' TO WS-KZ-VOR-DA
              COMPUTE WS-KZ-VORWERT ROUNDED =
                 KM-BESTAETIGT(WS-S, 2) * 100 / KM-EXPORTE(WS-S, 2)
           END-IF.
           PERFORM KENNZAHL-SCHREIBEN.
       QUOTE-SCHREIBEN-EXIT. EXIT.

       FENSTERANTEIL-SCHREIBEN SECTION.
      *    MITTLERE DAUER DER DATEIEN DER SITE JE NACHT IN PROZENT
      *    DES BATCHFENSTERS
           MOVE 'P' TO WS-KZ-ART.
           MOVE "ANTEIL AM BATCHFENSTER %" TO WS-KZ-TEXT.
           MOVE 0 TO WS-KZ-WERT.
           MOVE 0 TO WS-KZ-VORWERT.
           MOVE 'N' TO WS-KZ-DA.
           MOVE 'N' TO WS-KZ-VOR-DA.
           IF NM-NAECHTE(1) > 0
              MOVE 'J' TO WS-KZ-DA
              COMPUTE WS-KZ-WERT ROUNDED =
                 KM-SEKUNDEN(WS-S, 1) * 100
                 / (NM-NAECHTE(1) * WS-FENSTER-MIN * 60)
           END-IF.
           IF NM-NAECHTE(2) > 0
              MOVE 'J' TO WS-KZ-VOR-DA
              COMPUTE WS-KZ-VORWERT ROUNDED =
                 KM-SEKUNDEN(WS-S, 2) * 100
                 / (NM-NAECHTE(2) * WS-FENSTER-MIN * 60)
           END-IF.
           PERFORM KENNZAHL-SCHREIBEN.
       FENSTERANTEIL-SCHREIBEN-EXIT. EXIT.

       BETRIEBSBLATT-SCHREIBEN SECTION.
      *    AUSLASTUNG DES BATCHFENSTERS UEBER ALLE SITES: MITTEL
      *    UND SPITZENNACHT DES MONATS
           MOVE SPACES TO WS-MELDUNG.
           MOVE WS-FENSTER-MIN TO WS-ZAHL-ANZ.
           STRING "BATCHFENSTER GESAMTBETRIEB MONAT "
              WS-MONAT(1)(1:4) "-" WS-MONAT(1)(5:2)
              ", FENSTER " WS-ZAHL-ANZ " MINUTEN"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE ALL "=" TO WS-MELDUNG(1:78).
           PERFORM ZEILE-SCHREIBEN.
           MOVE 'Z' TO WS-KZ-ART.
           MOVE 'J' TO WS-KZ-DA.
           MOVE 'J' TO WS-KZ-VOR-DA.
           MOVE "NAECHTE IM LAUFZEITKONTO" TO WS-KZ-TEXT.
           MOVE NM-NAECHTE(1) TO WS-KZ-WERT.
           MOVE NM-NAECHTE(2) TO WS-KZ-VORWERT.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE 'P' TO WS-KZ-ART.
           MOVE "MITTLERE AUSLASTUNG JE NACHT %" TO WS-KZ-TEXT.
           MOVE 0 TO WS-KZ-WERT.
           MOVE 0 TO WS-KZ-VORWERT.
           MOVE 'N' TO WS-KZ-DA.
           MOVE 'N' TO WS-KZ-VOR-DA.
           IF NM-NAECHTE(1) > 0
              MOVE 'J' TO WS-KZ-DA
              COMPUTE WS-KZ-WERT ROUNDED = NM-SUMME(1) * 100
                 / (NM-NAECHTE(1) * WS-FENSTER-MIN * 60)
           END-IF.
           IF NM-NAECHTE(2) > 0
              MOVE 'J' TO WS-KZ-VOR-DA
              COMPUTE WS-KZ-VORWERT ROUNDED = NM-SUMME(2) * 100
                 / (NM-NAECHTE(2) * WS-FENSTER-MIN * 60)
           END-IF.
           PERFORM KENNZAHL-SCHREIBEN.
           MOVE "AUSLASTUNG DER SPITZENNACHT %" TO WS-KZ-TEXT.
           MOVE 0 TO WS-KZ-WERT.
           MOVE 0 TO WS-KZ-VORWERT.
           MOVE 'N' TO WS-KZ-DA.
           MOVE 'N' TO WS-KZ-VOR-DA.
           IF NM-NAECHTE(1) > 0
              MOVE 'J' TO WS-KZ-DA
              COMPUTE WS-KZ-WERT ROUNDED = NM-SPITZE(1) * 100
                 / (WS-FENSTER-MIN * 60)
           END-IF.
           IF NM-NAECHTE(2) > 0
              MOVE 'J' TO WS-KZ-VOR-DA
              COMPUTE WS-KZ-VORWERT ROUNDED = NM-SPITZE(2) * 100
                 / (WS-FENSTER-MIN * 60)
           END-IF.
           PERFORM KENNZAHL-SCHREIBEN.
       BETRIEBSBLATT-SCHREIBEN-EXIT. EXIT.

       KENNZAHL-SCHREIBEN SECTION.
      *    EINE ZEILE KENNZAHL / MONAT / VORMONAT / VERAENDERUNG
      *    AUS WS-KZ-TEXT, WS-KZ-WERT, WS-KZ-VORWERT UND DEN
      *    KENNZEICHEN WS-KZ-DA / WS-KZ-VOR-DA
           MOVE "         -" TO WS-KZ-ANZ.
           MOVE "         -" TO WS-KZ-VOR-ANZ.
           MOVE "         -" TO WS-KZ-DELTA-ANZ.
           IF WS-KZ-ART = 'P'
              IF WS-KZ-DA = 'J'
                 MOVE WS-KZ-WERT TO WS-PROZ-ANZ
                 MOVE WS-PROZ-ANZ TO WS-KZ-ANZ(5:6)
              END-IF
              IF WS-KZ-VOR-DA = 'J'
                 MOVE WS-KZ-VORWERT TO WS-PROZ-ANZ
                 MOVE WS-PROZ-ANZ TO WS-KZ-VOR-ANZ(5:6)
              END-IF
           ELSE
              IF WS-KZ-DA = 'J'
                 MOVE WS-KZ-WERT TO WS-ZAHL-ANZ
                 MOVE WS-ZAHL-ANZ TO WS-KZ-ANZ(6:5)
              END-IF
              IF WS-KZ-VOR-DA = 'J'
                 MOVE WS-KZ-VORWERT TO WS-ZAHL-ANZ
                 MOVE WS-ZAHL-ANZ TO WS-KZ-VOR-ANZ(6:5)
              END-IF
           END-IF.
           IF WS-KZ-DA = 'J' AND WS-KZ-VOR-DA = 'J'
              COMPUTE WS-KZ-DELTA = WS-KZ-WERT - WS-KZ-VORWERT
              IF WS-KZ-ART = 'P'
                 MOVE WS-KZ-DELTA TO WS-PROZ-DELTA-ANZ
                 MOVE WS-PROZ-DELTA-ANZ TO WS-KZ-DELTA-ANZ(4:7)
              ELSE
                 MOVE WS-KZ-DELTA TO WS-ZAHL-DELTA-ANZ
                 MOVE WS-ZAHL-DELTA-ANZ TO WS-KZ-DELTA-ANZ(5:6)
              END-IF
           END-IF.
           MOVE SPACES TO WS-MELDUNG.
           MOVE WS-KZ-TEXT      TO WS-MELDUNG(1:36).
           MOVE WS-KZ-ANZ       TO WS-MELDUNG(38:10).
           MOVE WS-KZ-VOR-ANZ   TO WS-MELDUNG(50:10).
           MOVE WS-KZ-DELTA-ANZ TO WS-MELDUNG(62:10).
           PERFORM ZEILE-SCHREIBEN.
       KENNZAHL-SCHREIBEN-EXIT. EXIT.

       ZEILE-SCHREIBEN SECTION.
           MOVE WS-MELDUNG TO BERICHTZEILE.
           WRITE BERICHTZEILE.
           MOVE SPACES TO WS-MELDUNG.
       ZEILE-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABKENN.
