      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Gebaeudeweite Raeumungssimulation eines SITES: im
      *          Ernstfall raeumen alle Etagen gleichzeitig, und ihre
      *          Besucher treffen sich in denselben Treppenhaeusern
      *          aus VERBINDUNGEN.txt. LABZEIT simuliert jede Etage
      *          fuer sich; dieses Programm nimmt die Simulations-
      *          saetze (Satzart 05 und 06) des juengsten .EXP-Exports
      *          jeder Etage des SITES und fuehrt die Stroeme zusammen:
      *          - JEDER SATZ AUS VERBINDUNGEN.txt IST EIN TREPPENLAUF
      *            MIT EIGENEM DURCHLASS (PERS/MIN) UND LAUFZEIT; AM
      *            OBEREN TREPPENFELD REIHEN SICH DIE BESUCHER DER
      *            ETAGE UND DIE VON OBEN KOMMENDEN IN EINE GEMEINSAME
      *            WARTESCHLANGE EIN
      *          - FUEHRT VON DER ANSCHLUSSZELLE KEIN WEITERER LAUF
      *            NACH UNTEN, IST SIE DIE TREPPENHAUSTUER INS FREIE;
      *            DORT REIHEN SICH AUCH DIE BESUCHER DER UNTEREN
      *            ETAGE EIN, DEREN AUSGANG DIESE ZELLE IST
      *          - ALLE UEBRIGEN AUSGAENGE BLEIBEN WIE IN LABZEIT
      *          ERGEBNIS IN resources/out/GEBAEUDESIM.txt: RAEUMZEIT
      *          DES GEBAEUDES, ZEITVERLAUF JE TREPPENHAUS UND DIE
      *          ETAGEN, DIE DURCH DIE ZUSAMMENFUEHRUNG SPAETER
      *          GERAEUMT SIND ALS IM EINZELLAUF VON LABZEIT (JE
      *          ETAGE LABY307W, RC=4)
      *
      *          AUFRUF: LABGSIM SITE
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABGSIM.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT LISTEIN  ASSIGN TO "resources/Filenames.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LISTE-STATUS.
           SELECT EXPEIN   ASSIGN TO WS-EXPPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXP-STATUS.
           SELECT VERBEIN  ASSIGN TO "resources/in/VERBINDUNGEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-VERB-STATUS.
           SELECT SIMEIN   ASSIGN TO "resources/in/SIMPARAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SIM-STATUS.
           SELECT BERICHTOUT ASSIGN TO "resources/out/GEBAEUDESIM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD LISTEIN.
       01 LISTENSATZ PIC X(50).
       FD EXPEIN.
       01 EXPSATZ PIC X(132).
       FD VERBEIN.
       01 VERBSATZ PIC X(132).
       FD SIMEIN.
       01 SIMZEILE PIC X(50).
       FD BERICHTOUT.
       01 BERICHTZEILE PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-LISTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EXP-STATUS       PIC X(2)    VALUE '00'.
       01  WS-VERB-STATUS      PIC X(2)    VALUE '00'.
       01  WS-SIM-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EXPPFAD          PIC X(70).
       01  WS-SITE             PIC X(40)   VALUE SPACES.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-DATEINAME        PIC X(50).
      *    JE ETAGE DER JUENGSTE EXPORT WIE IN LABGEBD; DAZU DIE
      *    RAEUMZEIT DES EINZELLAUFS (SATZART 06) UND DIE RAEUMZEIT
      *    DER ETAGE IM GEBAEUDELAUF
       01  GEBAEUDETAGEN.
           05  GB-ANZAHL       PIC 99      VALUE 0.
           05  GB-EINTRAG OCCURS 50.
               10 GB-DATEI     PIC X(50).
               10 GB-ETAGE     PIC X(3).
               10 GB-LAUFZEIT  PIC X(14).
               10 GB-SIMULIERT PIC 9.
               10 GB-PERSONEN  PIC 999.
               10 GB-RAEUMZEIT PIC 9(5).
               10 GB-GEBAEUDEZEIT PIC 9(5).
      *    SIMULATIONSPARAMETER WIE IN LABYRINT (SIMPARAM-LESEN):
      *    DER DURCHLASS EINES AUSGANGS IM EINZELLAUF IST ZUGLEICH
      *    DER VORGABEDURCHLASS SEINES TREPPENLAUFS
       01  SIMPARAM.
           05  SIM-SEKPROSCHRITT  PIC 999.
           05  SIM-STANDARDRATE   PIC 999.
           05  SIM-AUSGANGANZAHL  PIC 99.
           05  SIM-AUSGANG OCCURS 15.
               10 SIM-AUS-ZEILE   PIC 999.
               10 SIM-AUS-STELLE  PIC 999.
               10 SIM-AUS-RATE    PIC 999.
      *    JE BESUCHER MIT SATZART 05 EIN EINTRAG: AUSGANG, ANKUNFT
      *    UND DURCHTRITT AUS DEM EINZELLAUF; PS-STATION IST DIE
      *    TREPPENHAUSSTATION, AN DER ER ALS NAECHSTES ANSTEHT
      *    (0 = ABGEFERTIGT ODER AUSGANG OHNE TREPPENHAUS)
       01  PERSONEN.
           05  PS-ANZAHL       PIC 999     VALUE 0.
           05  PS-EINTRAG OCCURS 750.
               10 PS-ETAGE     PIC 99.
               10 PS-ZEICHEN   PIC X.
               10 PS-ZEILE     PIC 999.
               10 PS-STELLE    PIC 999.
               10 PS-ANKUNFT   PIC 9(5).
               10 PS-ABGANG    PIC 9(5).
               10 PS-STATION   PIC 99.
               10 PS-ZEIT      PIC 9(5).
               10 PS-STUFEN    PIC 99.
               10 PS-VERLASSEN PIC 9(5).
               10 PS-FREI      PIC 9(5).
      *    STATIONEN DER TREPPENHAEUSER: ART 'L' = TREPPENLAUF AUS
      *    VERBINDUNGEN.txt (OBERE ETAGE/TREPPENFELD -> UNTERE ETAGE/
      *    ANSCHLUSSZELLE), ART 'A' = TREPPENHAUSTUER INS FREIE AN
      *    DER ANSCHLUSSZELLE DES UNTERSTEN LAUFS. ST-NAECHSTE ZEIGT
      *    AUF DIE STATION, AN DER DIE BESUCHER NACH DEM LAUF
      *    ANSTEHEN
       01  STATIONEN.
           05  ST-ANZAHL       PIC 99      VALUE 0.
           05  ST-LAEUFE       PIC 99      VALUE 0.
           05  ST-EINTRAG OCCURS 60.
               10 ST-ART       PIC X.
               10 ST-DATEI     PIC X(50).
               10 ST-ZEILE     PIC 999.
               10 ST-STELLE    PIC 999.
               10 ST-UNTEN-DATEI  PIC X(50).
               10 ST-UNTEN-ZEILE  PIC 999.
               10 ST-UNTEN-STELLE PIC 999.
               10 ST-KENNUNG   PIC X(8).
               10 ST-RATE      PIC 999.
               10 ST-INTERVALL PIC 999.
               10 ST-LAUFZEIT  PIC 999.
               10 ST-NAECHSTE  PIC 99.
               10 ST-VORGAENGER PIC 9.
               10 ST-HAUS      PIC 99.
               10 ST-DURCH     PIC 999.
               10 ST-VON-OBEN  PIC 999.
               10 ST-LETZTER   PIC 9(5).
               10 ST-MAXWARTE  PIC 9(5).
               10 ST-MAXSCHLANGE PIC 999.
      *    TREPPENHAEUSER: DIE STATIONEN EINER KETTE VON OBEN NACH
      *    UNTEN, AUSGEHEND VON JEDEM LAUF OHNE VORGAENGER
       01  TREPPENHAEUSER.
           05  TH-ANZAHL       PIC 99      VALUE 0.
           05  TH-EINTRAG OCCURS 20.
               10 TH-KENNUNG   PIC X(8).
               10 TH-STATANZ   PIC 99.
               10 TH-STATION   PIC 99  OCCURS 12.
               10 TH-LETZTER   PIC 9(5).
      *    JEDER DURCHTRITT EINER STATION FUER DEN ZEITVERLAUF
       01  DURCHTRITTE.
           05  DT-ANZAHL       PIC 9(4)    VALUE 0.
           05  DT-EINTRAG OCCURS 3000.
               10 DT-STATION   PIC 99.
               10 DT-ZEIT      PIC 9(5).
      *    VORGABEN, WENN VERBINDUNGEN.txt FUER DEN LAUF NICHTS
      *    PFLEGT: DURCHLASS WIE DAS TREPPENFELD IM EINZELLAUF,
      *    20 SEKUNDEN VOM OBEREN TREPPENFELD BIS ZUR ANSCHLUSSZELLE
       01  WS-STD-LAUFZEIT     PIC 999     VALUE 20.
       01  WS-I                PIC 999.
       01  WS-J                PIC 999.
       01  WS-K                PIC 99.
       01  WS-IDX              PIC 99.
       01  WS-ST               PIC 99.
       01  WS-TH               PIC 99.
       01  WS-PS               PIC 999.
       01  WS-DT               PIC 9(4).
       01  WS-AKT-DATEI        PIC 99.
       01  WS-OBEN-IDX         PIC 99.
       01  WS-UNTEN-IDX        PIC 99.
       01  WS-GEFUNDEN         PIC 9.
       01  WS-PARAMIDX         PIC 99.
       01  WS-SUCH-DATEI       PIC X(50).
       01  WS-SUCH-ZEILE       PIC 999.
       01  WS-SUCH-STELLE      PIC 999.
       01  WS-SUCH-RATE        PIC 999.
       01  WS-SUCH-ETAGE       PIC X(3).
       01  WS-OFFEN            PIC 999.
       01  WS-MINIDX           PIC 999.
       01  WS-MINWERT          PIC 9(5).
       01  WS-ABGANG           PIC 9(5).
       01  WS-WARTE            PIC 9(5).
       01  WS-SCHLANGE         PIC 999.
       01  WS-GEBAEUDEZEIT     PIC 9(5)    VALUE 0.
       01  WS-MINUTEN          PIC 9(3).
       01  WS-RESTSEK          PIC 99.
       01  WS-UEBER-TREPPE     PIC 999     VALUE 0.
       01  WS-SCHLECHTER       PIC 99      VALUE 0.
       01  WS-DIFFERENZ        PIC 9(5).
       01  WS-TAKT             PIC 9(4).
       01  WS-TAKTZAHL         PIC 99.
       01  WS-TAKTNR           PIC 99.
       01  WS-VON              PIC 9(5).
       01  WS-BIS              PIC 9(5).
       01  WS-ZAEHL            PIC 999.
       01  WS-ZPOS             PIC 999.
       01  WS-SPALTE           PIC X(7).
       01  WS-MELDUNG          PIC X(120).
       01  MELDUNG.
           05  MELD-ID         PIC X(8).
           05  MELD-PROGRAMM   PIC X(8)    VALUE 'LABGSIM'.
           05  MELD-DATEI      PIC X(50).
           05  MELD-TEXT       PIC X(80).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           ACCEPT WS-SITE FROM COMMAND-LINE.
           IF WS-SITE = SPACES
              DISPLAY "AUFRUF: LABGSIM SITE"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT LISTEIN.
           IF WS-LISTE-STATUS NOT = '00'
              DISPLAY "resources/Filenames.txt NICHT GEFUNDEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ LISTEIN INTO WS-DATEINAME
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 PERFORM KOPF-AUSWAEHLEN
              END-IF
           END-PERFORM.
           CLOSE LISTEIN.
           IF GB-ANZAHL = 0
              DISPLAY "KEINE EXPORTDATEI FUER SITE " WS-SITE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SIMPARAM-LESEN.
           MOVE 1 TO WS-AKT-DATEI.
           PERFORM UNTIL WS-AKT-DATEI > GB-ANZAHL
              MOVE GB-DATEI(WS-AKT-DATEI) TO WS-DATEINAME
              PERFORM SIMULATION-LESEN
              ADD 1 TO WS-AKT-DATEI
           END-PERFORM.
           PERFORM TREPPENLAEUFE-LESEN.
           PERFORM TREPPENHAEUSER-VERKETTEN.
           PERFORM PERSONEN-ZUORDNEN.
           PERFORM STATIONEN-ABFERTIGEN.
           PERFORM ETAGEN-VERGLEICHEN.
           OPEN OUTPUT BERICHTOUT.
           PERFORM BERICHT-SCHREIBEN.
           CLOSE BERICHTOUT.
           DISPLAY "GEBAEUDESIMULATION GESCHRIEBEN: "
              "resources/out/GEBAEUDESIM.txt, GERAEUMT NACH "
              WS-GEBAEUDEZEIT " SEK".
           IF WS-SCHLECHTER > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       KOPF-AUSWAEHLEN SECTION.
      *    WIE LABGEBD: JE ETAGE DES SITES ZAEHLT NUR DER EXPORT MIT
      *    DEM JUENGSTEN LAUFZEITPUNKT (KOPFSATZ 01, STELLE 100-113)
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
           READ EXPEIN
              AT END CONTINUE
           END-READ.
           IF WS-EXP-STATUS NOT = '00'
            OR EXPSATZ(1:2) NOT = '01'
            OR EXPSATZ(55:40) NOT = WS-SITE
              CLOSE EXPEIN
              MOVE '00' TO WS-EXP-STATUS
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > GB-ANZAHL
              IF GB-ETAGE(WS-I) = EXPSATZ(96:3)
                 MOVE WS-I TO WS-IDX
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-IDX = 0
              IF GB-ANZAHL < 50
                 ADD 1 TO GB-ANZAHL
                 MOVE GB-ANZAHL TO WS-IDX
                 MOVE EXPSATZ(96:3) TO GB-ETAGE(WS-IDX)
                 MOVE WS-DATEINAME   TO GB-DATEI(WS-IDX)
                 MOVE EXPSATZ(100:14) TO GB-LAUFZEIT(WS-IDX)
              END-IF
           ELSE
              IF EXPSATZ(100:14) > GB-LAUFZEIT(WS-IDX)
                 MOVE WS-DATEINAME    TO GB-DATEI(WS-IDX)
                 MOVE EXPSATZ(100:14) TO GB-LAUFZEIT(WS-IDX)
              END-IF
           END-IF.
           CLOSE EXPEIN.
           MOVE '00' TO WS-EXP-STATUS.
       KOPF-AUSWAEHLEN-EXIT. EXIT.

       SIMPARAM-LESEN SECTION.
      *    SATZAUFBAU SIEHE SIMPARAM-LESEN IN LABYRINT; HIER ZAEHLEN
      *    NUR DER STANDARD-DURCHLASS UND DIE DURCHLAESSE JE AUSGANG
           INITIALIZE SIMPARAM.
           MOVE 2  TO SIM-SEKPROSCHRITT.
           MOVE 30 TO SIM-STANDARDRATE.
           OPEN INPUT SIMEIN.
           IF WS-SIM-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           READ SIMEIN
              AT END CONTINUE
           END-READ.
           IF WS-SIM-STATUS = '00' AND SIMZEILE(1:3) IS NUMERIC
              MOVE SIMZEILE(1:3) TO SIM-SEKPROSCHRITT
           END-IF.
           IF WS-SIM-STATUS = '00'
              READ SIMEIN
                 AT END CONTINUE
              END-READ
              IF WS-SIM-STATUS = '00' AND SIMZEILE(1:3) IS NUMERIC
                 MOVE SIMZEILE(1:3) TO SIM-STANDARDRATE
              END-IF
           END-IF.
           PERFORM UNTIL WS-SIM-STATUS NOT = '00'
              READ SIMEIN
                 AT END CONTINUE
              END-READ
              IF WS-SIM-STATUS = '00'
               AND SIM-AUSGANGANZAHL < 15
               AND SIMZEILE(1:9) IS NUMERIC
                 ADD 1 TO SIM-AUSGANGANZAHL
                 MOVE SIMZEILE(1:3)
                    TO SIM-AUS-ZEILE(SIM-AUSGANGANZAHL)
                 MOVE SIMZEILE(4:3)
                    TO SIM-AUS-STELLE(SIM-AUSGANGANZAHL)
                 MOVE SIMZEILE(7:3)
                    TO SIM-AUS-RATE(SIM-AUSGANGANZAHL)
              END-IF
           END-PERFORM.
           CLOSE SIMEIN.
       SIMPARAM-LESEN-EXIT. EXIT.

       SIMULATION-LESEN SECTION.
      *    SATZART 05 JE BESUCHER UND 06 JE ETAGE DES JUENGSTEN
      *    EXPORTS (SATZAUFBAU SIEHE EXPORT-SCHREIBEN IN LABYRINT).
      *    EIN EXPORT OHNE 06 STAMMT AUS EINEM LAUF OHNE SIMULATION
      *    UND BLEIBT IM GEBAEUDELAUF AUSSEN VOR
           MOVE 0 TO GB-SIMULIERT(WS-AKT-DATEI).
           MOVE 0 TO GB-PERSONEN(WS-AKT-DATEI).
           MOVE 0 TO GB-RAEUMZEIT(WS-AKT-DATEI).
           MOVE 0 TO GB-GEBAEUDEZEIT(WS-AKT-DATEI).
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
           PERFORM UNTIL WS-EXP-STATUS NOT = '00'
              READ EXPEIN
                 AT END CONTINUE
              END-READ
              IF WS-EXP-STATUS = '00'
                 EVALUATE EXPSATZ(1:2)
                    WHEN '05'
                       PERFORM PERSON-EINTRAGEN
                    WHEN '06'
                       IF EXPSATZ(4:5) IS NUMERIC
                          MOVE EXPSATZ(4:5)
                             TO GB-RAEUMZEIT(WS-AKT-DATEI)
                          MOVE 1 TO GB-SIMULIERT(WS-AKT-DATEI)
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE EXPEIN.
           MOVE '00' TO WS-EXP-STATUS.
       SIMULATION-LESEN-EXIT. EXIT.

       PERSON-EINTRAGEN SECTION.
           IF PS-ANZAHL NOT < 750
            OR EXPSATZ(6:3) IS NOT NUMERIC
            OR EXPSATZ(10:3) IS NOT NUMERIC
            OR EXPSATZ(14:5) IS NOT NUMERIC
            OR EXPSATZ(20:5) IS NOT NUMERIC
              EXIT SECTION
           END-IF.
           ADD 1 TO PS-ANZAHL.
           MOVE PS-ANZAHL TO WS-PS.
           MOVE WS-AKT-DATEI  TO PS-ETAGE(WS-PS).
           MOVE EXPSATZ(4:1)  TO PS-ZEICHEN(WS-PS).
           MOVE EXPSATZ(6:3)  TO PS-ZEILE(WS-PS).
           MOVE EXPSATZ(10:3) TO PS-STELLE(WS-PS).
           MOVE EXPSATZ(14:5) TO PS-ANKUNFT(WS-PS).
           MOVE EXPSATZ(20:5) TO PS-ABGANG(WS-PS).
           MOVE 0 TO PS-STATION(WS-PS).
           MOVE 0 TO PS-STUFEN(WS-PS).
           MOVE PS-ABGANG(WS-PS) TO PS-VERLASSEN(WS-PS).
           MOVE PS-ABGANG(WS-PS) TO PS-FREI(WS-PS).
           ADD 1 TO GB-PERSONEN(WS-AKT-DATEI).
       PERSON-EINTRAGEN-EXIT. EXIT.

       TREPPENLAEUFE-LESEN SECTION.
      *    SATZAUFBAU SIEHE ANSCHLUSS-SUCHEN IN LABYRINT. GELADEN
      *    WIRD JEDER LAUF, DESSEN OBERE ODER UNTERE ETAGE ZUM SITE
      *    GEHOERT; DURCHLASS OHNE EINTRAG (STELLE 123-125) WIE DAS
      *    OBERE TREPPENFELD IM EINZELLAUF, LAUFZEIT OHNE EINTRAG
      *    (STELLE 127-129) WS-STD-LAUFZEIT
           OPEN INPUT VERBEIN.
           IF WS-VERB-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-VERB-STATUS NOT = '00'
              READ VERBEIN
                 AT END CONTINUE
              END-READ
              IF WS-VERB-STATUS = '00'
               AND VERBSATZ(51:6) IS NUMERIC
               AND VERBSATZ(107:6) IS NUMERIC
               AND ST-ANZAHL < 40
                 MOVE 0 TO WS-OBEN-IDX
                 MOVE 0 TO WS-UNTEN-IDX
                 MOVE 1 TO WS-I
                 PERFORM UNTIL WS-I > GB-ANZAHL
                    IF GB-DATEI(WS-I) = VERBSATZ(1:50)
                       MOVE WS-I TO WS-OBEN-IDX
                    END-IF
                    IF GB-DATEI(WS-I) = VERBSATZ(57:50)
                       MOVE WS-I TO WS-UNTEN-IDX
                    END-IF
                    ADD 1 TO WS-I
                 END-PERFORM
                 IF WS-OBEN-IDX > 0 OR WS-UNTEN-IDX > 0
                    PERFORM TREPPENLAUF-EINTRAGEN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE VERBEIN.
           MOVE ST-ANZAHL TO ST-LAEUFE.
       TREPPENLAEUFE-LESEN-EXIT. EXIT.

       TREPPENLAUF-EINTRAGEN SECTION.
           ADD 1 TO ST-ANZAHL.
           MOVE ST-ANZAHL TO WS-ST.
           INITIALIZE ST-EINTRAG(WS-ST).
           MOVE 'L'              TO ST-ART(WS-ST).
           MOVE VERBSATZ(1:50)   TO ST-DATEI(WS-ST).
           MOVE VERBSATZ(51:3)   TO ST-ZEILE(WS-ST).
           MOVE VERBSATZ(54:3)   TO ST-STELLE(WS-ST).
           MOVE VERBSATZ(57:50)  TO ST-UNTEN-DATEI(WS-ST).
           MOVE VERBSATZ(107:3)  TO ST-UNTEN-ZEILE(WS-ST).
           MOVE VERBSATZ(110:3)  TO ST-UNTEN-STELLE(WS-ST).
           MOVE VERBSATZ(114:8)  TO ST-KENNUNG(WS-ST).
           IF VERBSATZ(123:3) IS NUMERIC
              MOVE VERBSATZ(123:3) TO ST-RATE(WS-ST)
           ELSE
              MOVE ST-ZEILE(WS-ST)  TO WS-SUCH-ZEILE
              MOVE ST-STELLE(WS-ST) TO WS-SUCH-STELLE
              PERFORM DURCHLASS-SUCHEN
              MOVE WS-SUCH-RATE TO ST-RATE(WS-ST)
           END-IF.
           IF VERBSATZ(127:3) IS NUMERIC
              MOVE VERBSATZ(127:3) TO ST-LAUFZEIT(WS-ST)
           ELSE
              MOVE WS-STD-LAUFZEIT TO ST-LAUFZEIT(WS-ST)
           END-IF.
           PERFORM INTERVALL-SETZEN.
       TREPPENLAUF-EINTRAGEN-EXIT. EXIT.

       DURCHLASS-SUCHEN SECTION.
      *    DURCHLASS EINER ZELLE WIE AUSGANG-ZUORDNEN IN LABZEIT
           MOVE SIM-STANDARDRATE TO WS-SUCH-RATE.
           MOVE 1 TO WS-PARAMIDX.
           PERFORM UNTIL WS-PARAMIDX > SIM-AUSGANGANZAHL
              IF SIM-AUS-ZEILE(WS-PARAMIDX) = WS-SUCH-ZEILE
               AND SIM-AUS-STELLE(WS-PARAMIDX) = WS-SUCH-STELLE
                 MOVE SIM-AUS-RATE(WS-PARAMIDX) TO WS-SUCH-RATE
              END-IF
              ADD 1 TO WS-PARAMIDX
           END-PERFORM.
       DURCHLASS-SUCHEN-EXIT. EXIT.

       INTERVALL-SETZEN SECTION.
           IF ST-RATE(WS-ST) > 0
              COMPUTE ST-INTERVALL(WS-ST) ROUNDED =
                 60 / ST-RATE(WS-ST)
           ELSE
              MOVE 0 TO ST-INTERVALL(WS-ST)
           END-IF.
       INTERVALL-SETZEN-EXIT. EXIT.

       TREPPENHAEUSER-VERKETTEN SECTION.
      *    NACH EINEM LAUF STEHEN DIE BESUCHER AN DER ANSCHLUSSZELLE
      *    DER UNTEREN ETAGE. DER NAECHSTE LAUF BEGINNT DORT AUF
      *    DERSELBEN ZELLE ODER TRAEGT DIESELBE TREPPENHAUS-KENNUNG;
      *    GIBT ES KEINEN, IST DIE ANSCHLUSSZELLE DIE TREPPENHAUS-
      *    TUER INS FREIE (STATION 'A', DURCHLASS WIE IM EINZELLAUF
      *    DER UNTEREN ETAGE)
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > ST-LAEUFE
              MOVE 0 TO WS-IDX
              MOVE 1 TO WS-J
              PERFORM UNTIL WS-J > ST-LAEUFE OR WS-IDX > 0
                 IF WS-J NOT = WS-I
                  AND ST-DATEI(WS-J) = ST-UNTEN-DATEI(WS-I)
                    IF (ST-ZEILE(WS-J) = ST-UNTEN-ZEILE(WS-I)
                      AND ST-STELLE(WS-J) = ST-UNTEN-STELLE(WS-I))
                     OR (ST-KENNUNG(WS-I) NOT = SPACES
                      AND ST-KENNUNG(WS-J) = ST-KENNUNG(WS-I))
                       MOVE WS-J TO WS-IDX
                    END-IF
                 END-IF
                 ADD 1 TO WS-J
              END-PERFORM
              IF WS-IDX = 0
                 PERFORM AUSTRITT-ANLEGEN
              END-IF
              IF WS-IDX > 0
                 MOVE WS-IDX TO ST-NAECHSTE(WS-I)
                 MOVE 1 TO ST-VORGAENGER(WS-IDX)
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
      *    JE LAUF OHNE VORGAENGER BEGINNT EIN TREPPENHAUS; SEINE
      *    KETTE ENDET AN DER TUER INS FREIE ODER AN EINER STATION,
      *    DIE SCHON ZU EINEM ANDEREN TREPPENHAUS GEHOERT
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > ST-LAEUFE
              IF ST-VORGAENGER(WS-I) = 0
               AND ST-HAUS(WS-I) = 0
               AND TH-ANZAHL < 20
                 ADD 1 TO TH-ANZAHL
                 MOVE TH-ANZAHL TO WS-TH
                 MOVE ST-KENNUNG(WS-I) TO TH-KENNUNG(WS-TH)
                 MOVE 0 TO TH-STATANZ(WS-TH)
                 MOVE 0 TO TH-LETZTER(WS-TH)
                 MOVE WS-I TO WS-ST
                 PERFORM UNTIL WS-ST = 0
                    IF ST-HAUS(WS-ST) > 0
                     OR TH-STATANZ(WS-TH) NOT < 12
                       MOVE 0 TO WS-ST
                    ELSE
                       MOVE WS-TH TO ST-HAUS(WS-ST)
                       ADD 1 TO TH-STATANZ(WS-TH)
                       MOVE WS-ST
                          TO TH-STATION(WS-TH, TH-STATANZ(WS-TH))
                       MOVE ST-NAECHSTE(WS-ST) TO WS-ST
                    END-IF
                 END-PERFORM
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
       TREPPENHAEUSER-VERKETTEN-EXIT. EXIT.

       AUSTRITT-ANLEGEN SECTION.
      *    ERGEBNIS IN WS-IDX (0 = TABELLE VOLL); MUENDEN ZWEI LAEUFE
      *    AUF DIESELBE ANSCHLUSSZELLE, TEILEN SIE SICH DIE TUER
           MOVE 0 TO WS-IDX.
           MOVE ST-LAEUFE TO WS-J.
           ADD 1 TO WS-J.
           PERFORM UNTIL WS-J > ST-ANZAHL OR WS-IDX > 0
              IF ST-DATEI(WS-J)  = ST-UNTEN-DATEI(WS-I)
               AND ST-ZEILE(WS-J)  = ST-UNTEN-ZEILE(WS-I)
               AND ST-STELLE(WS-J) = ST-UNTEN-STELLE(WS-I)
                 MOVE WS-J TO WS-IDX
              END-IF
              ADD 1 TO WS-J
           END-PERFORM.
           IF WS-IDX > 0 OR ST-ANZAHL NOT < 60
              EXIT SECTION
           END-IF.
           ADD 1 TO ST-ANZAHL.
           MOVE ST-ANZAHL TO WS-ST.
           INITIALIZE ST-EINTRAG(WS-ST).
           MOVE 'A' TO ST-ART(WS-ST).
           MOVE ST-UNTEN-DATEI(WS-I)  TO ST-DATEI(WS-ST).
           MOVE ST-UNTEN-ZEILE(WS-I)  TO ST-ZEILE(WS-ST).
           MOVE ST-UNTEN-STELLE(WS-I) TO ST-STELLE(WS-ST).
           MOVE ST-ZEILE(WS-ST)  TO WS-SUCH-ZEILE.
           MOVE ST-STELLE(WS-ST) TO WS-SUCH-STELLE.
           PERFORM DURCHLASS-SUCHEN.
           MOVE WS-SUCH-RATE TO ST-RATE(WS-ST).
           PERFORM INTERVALL-SETZEN.
           MOVE WS-ST TO WS-IDX.
       AUSTRITT-ANLEGEN-EXIT. EXIT.

       PERSONEN-ZUORDNEN SECTION.
      *    WER IM EINZELLAUF AN EINEM TREPPENFELD ODER AN EINER
      *    TREPPENHAUSTUER DIE ETAGE VERLAESST, STEHT DORT AB SEINER
      *    ANKUNFT NEU AN; DIE TUER DES EINZELLAUFS ERSETZT DIE
      *    STATION MIT IHREM GEMEINSAMEN DURCHLASS
           MOVE 0 TO WS-OFFEN.
           MOVE 1 TO WS-PS.
           PERFORM UNTIL WS-PS > PS-ANZAHL
              MOVE 0 TO WS-IDX
              MOVE 1 TO WS-J
              PERFORM UNTIL WS-J > ST-ANZAHL OR WS-IDX > 0
                 IF ST-DATEI(WS-J) = GB-DATEI(PS-ETAGE(WS-PS))
                  AND ST-ZEILE(WS-J)  = PS-ZEILE(WS-PS)
                  AND ST-STELLE(WS-J) = PS-STELLE(WS-PS)
                    MOVE WS-J TO WS-IDX
                 END-IF
                 ADD 1 TO WS-J
              END-PERFORM
              IF WS-IDX > 0
                 MOVE WS-IDX TO PS-STATION(WS-PS)
                 MOVE PS-ANKUNFT(WS-PS) TO PS-ZEIT(WS-PS)
                 ADD 1 TO WS-OFFEN
                 IF ST-ART(WS-IDX) = 'L'
                    ADD 1 TO WS-UEBER-TREPPE
                 END-IF
              END-IF
              ADD 1 TO WS-PS
           END-PERFORM.
       PERSONEN-ZUORDNEN-EXIT. EXIT.

       STATIONEN-ABFERTIGEN SECTION.
      *    EREIGNISSCHLEIFE WIE TUEREN-ABFERTIGEN IN LABZEIT: IMMER
      *    DER BESUCHER MIT DER FRUEHESTEN ANKUNFT AN SEINER STATION
      *    GEHT ALS NAECHSTER DURCH; IST DIE STATION NOCH MIT DEM
      *    VORGAENGER BELEGT, WARTET ER DAS INTERVALL AB. NACH EINEM
      *    LAUF STEHT ER NACH DER LAUFZEIT AN DER NAECHSTEN STATION
           PERFORM UNTIL WS-OFFEN = 0
              MOVE 0 TO WS-MINIDX
              MOVE 99999 TO WS-MINWERT
              MOVE 1 TO WS-PS
              PERFORM UNTIL WS-PS > PS-ANZAHL
                 IF PS-STATION(WS-PS) > 0
                  AND (PS-ZEIT(WS-PS) < WS-MINWERT
                   OR WS-MINIDX = 0)
                    MOVE WS-PS TO WS-MINIDX
                    MOVE PS-ZEIT(WS-PS) TO WS-MINWERT
                 END-IF
                 ADD 1 TO WS-PS
              END-PERFORM
              IF WS-MINIDX = 0
                 MOVE 0 TO WS-OFFEN
              ELSE
                 PERFORM DURCHTRITT-ABFERTIGEN
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-PS.
           PERFORM UNTIL WS-PS > PS-ANZAHL
              IF PS-FREI(WS-PS) > WS-GEBAEUDEZEIT
                 MOVE PS-FREI(WS-PS) TO WS-GEBAEUDEZEIT
              END-IF
              ADD 1 TO WS-PS
           END-PERFORM.
       STATIONEN-ABFERTIGEN-EXIT. EXIT.

       DURCHTRITT-ABFERTIGEN SECTION.
           MOVE WS-MINIDX TO WS-PS.
           MOVE PS-STATION(WS-PS) TO WS-ST.
           MOVE WS-MINWERT TO WS-ABGANG.
           IF ST-DURCH(WS-ST) > 0
            AND ST-LETZTER(WS-ST) + ST-INTERVALL(WS-ST) > WS-ABGANG
              COMPUTE WS-ABGANG = ST-LETZTER(WS-ST)
                 + ST-INTERVALL(WS-ST)
           END-IF.
           COMPUTE WS-WARTE = WS-ABGANG - WS-MINWERT.
           IF WS-WARTE > ST-MAXWARTE(WS-ST)
              MOVE WS-WARTE TO ST-MAXWARTE(WS-ST)
           END-IF.
           IF WS-WARTE > 0 AND ST-INTERVALL(WS-ST) > 0
              COMPUTE WS-SCHLANGE = (WS-WARTE
                 + ST-INTERVALL(WS-ST) - 1) / ST-INTERVALL(WS-ST)
              IF WS-SCHLANGE > ST-MAXSCHLANGE(WS-ST)
                 MOVE WS-SCHLANGE TO ST-MAXSCHLANGE(WS-ST)
              END-IF
           END-IF.
           MOVE WS-ABGANG TO ST-LETZTER(WS-ST).
           ADD 1 TO ST-DURCH(WS-ST).
           IF DT-ANZAHL < 3000
              ADD 1 TO DT-ANZAHL
              MOVE WS-ST     TO DT-STATION(DT-ANZAHL)
              MOVE WS-ABGANG TO DT-ZEIT(DT-ANZAHL)
           END-IF.
      *    DIE EIGENE ETAGE VERLAESST DER BESUCHER AN SEINER ERSTEN
      *    STATION; ALLE WEITEREN DURCHTRITTE KOMMEN VON OBEN
           IF PS-STUFEN(WS-PS) = 0
              MOVE WS-ABGANG TO PS-VERLASSEN(WS-PS)
           ELSE
              ADD 1 TO ST-VON-OBEN(WS-ST)
           END-IF.
           ADD 1 TO PS-STUFEN(WS-PS).
           IF ST-ART(WS-ST) = 'L'
            AND ST-NAECHSTE(WS-ST) > 0
            AND PS-STUFEN(WS-PS) < 60
              COMPUTE PS-ZEIT(WS-PS) = WS-ABGANG
                 + ST-LAUFZEIT(WS-ST)
              MOVE ST-NAECHSTE(WS-ST) TO PS-STATION(WS-PS)
           ELSE
              IF ST-ART(WS-ST) = 'L'
                 COMPUTE WS-ABGANG = WS-ABGANG + ST-LAUFZEIT(WS-ST)
              END-IF
              MOVE WS-ABGANG TO PS-FREI(WS-PS)
              MOVE 0 TO PS-STATION(WS-PS)
              SUBTRACT 1 FROM WS-OFFEN
           END-IF.
       DURCHTRITT-ABFERTIGEN-EXIT. EXIT.

       ETAGEN-VERGLEICHEN SECTION.
      *    RAEUMZEIT JE ETAGE IM GEBAEUDELAUF = LETZTER BESUCHER, DER
      *    DIE ETAGE VERLAESST; LIEGT SIE UEBER DEM EINZELLAUF
      *    (SATZART 06), HAT DIE ZUSAMMENFUEHRUNG DIE ETAGE
      *    VERSCHLECHTERT
           MOVE 1 TO WS-PS.
           PERFORM UNTIL WS-PS > PS-ANZAHL
              IF PS-VERLASSEN(WS-PS)
                 > GB-GEBAEUDEZEIT(PS-ETAGE(WS-PS))
                 MOVE PS-VERLASSEN(WS-PS)
                    TO GB-GEBAEUDEZEIT(PS-ETAGE(WS-PS))
              END-IF
              ADD 1 TO WS-PS
           END-PERFORM.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > GB-ANZAHL
              IF GB-SIMULIERT(WS-I) = 1
               AND GB-GEBAEUDEZEIT(WS-I) > GB-RAEUMZEIT(WS-I)
                 ADD 1 TO WS-SCHLECHTER
                 COMPUTE WS-DIFFERENZ = GB-GEBAEUDEZEIT(WS-I)
                    - GB-RAEUMZEIT(WS-I)
                 MOVE 'LABY307W' TO MELD-ID
                 MOVE GB-DATEI(WS-I) TO MELD-DATEI
                 MOVE SPACES TO MELD-TEXT
                 STRING "ETAGE " DELIMITED BY SIZE
                    GB-ETAGE(WS-I) DELIMITED BY SPACE
                    " RAEUMT IM GEBAEUDELAUF " WS-DIFFERENZ
                    " SEK SPAETER ALS IM EINZELLAUF"
                       DELIMITED BY SIZE INTO MELD-TEXT
                 END-STRING
                 CALL 'LABMELD' USING MELDUNG
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
       ETAGEN-VERGLEICHEN-EXIT. EXIT.

       BERICHT-SCHREIBEN SECTION.
           MOVE SPACES TO WS-MELDUNG.
           STRING "GEBAEUDESIMULATION: " WS-SITE
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE "ETAGEN (JUENGSTER EXPORT JE ETAGE):" TO WS-MELDUNG.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > GB-ANZAHL
              MOVE SPACES TO WS-MELDUNG
              IF GB-SIMULIERT(WS-I) = 1
                 STRING "  ETAGE " GB-ETAGE(WS-I) " ("
                       DELIMITED BY SIZE
                    GB-DATEI(WS-I) DELIMITED BY SPACE
                    "): " GB-PERSONEN(WS-I) " BESUCHER, EINZELLAUF "
                    GB-RAEUMZEIT(WS-I) " SEK, GEBAEUDELAUF "
                    GB-GEBAEUDEZEIT(WS-I) " SEK"
                       DELIMITED BY SIZE INTO WS-MELDUNG
                 END-STRING
              ELSE
                 STRING "  ETAGE " GB-ETAGE(WS-I) " ("
                       DELIMITED BY SIZE
                    GB-DATEI(WS-I) DELIMITED BY SPACE
                    "): KEINE SIMULATIONSSAETZE IM EXPORT, NICHT "
                    "BERUECKSICHTIGT"
                       DELIMITED BY SIZE INTO WS-MELDUNG
                 END-STRING
              END-IF
              PERFORM ZEILE-SCHREIBEN
              ADD 1 TO WS-I
           END-PERFORM.
           MOVE 1 TO WS-TH.
           PERFORM UNTIL WS-TH > TH-ANZAHL
              PERFORM TREPPENHAUS-SCHREIBEN
              ADD 1 TO WS-TH
           END-PERFORM.
           IF TH-ANZAHL = 0
              MOVE "KEINE TREPPENHAEUSER IN VERBINDUNGEN.txt"
                 TO WS-MELDUNG
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           MOVE "DURCH DIE ZUSAMMENFUEHRUNG VERSCHLECHTERTE ETAGEN:"
              TO WS-MELDUNG.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > GB-ANZAHL
              IF GB-SIMULIERT(WS-I) = 1
               AND GB-GEBAEUDEZEIT(WS-I) > GB-RAEUMZEIT(WS-I)
                 COMPUTE WS-DIFFERENZ = GB-GEBAEUDEZEIT(WS-I)
                    - GB-RAEUMZEIT(WS-I)
                 MOVE SPACES TO WS-MELDUNG
                 STRING "  ETAGE " GB-ETAGE(WS-I) " ("
                       DELIMITED BY SIZE
                    GB-DATEI(WS-I) DELIMITED BY SPACE
                    "): " GB-RAEUMZEIT(WS-I) " -> "
                    GB-GEBAEUDEZEIT(WS-I) " SEK (+" WS-DIFFERENZ
                    " SEK)"
                       DELIMITED BY SIZE INTO WS-MELDUNG
                 END-STRING
                 PERFORM ZEILE-SCHREIBEN
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-SCHLECHTER = 0
              MOVE "  KEINE" TO WS-MELDUNG
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           COMPUTE WS-MINUTEN = WS-GEBAEUDEZEIT / 60.
           COMPUTE WS-RESTSEK = WS-GEBAEUDEZEIT - WS-MINUTEN * 60.
           MOVE SPACES TO WS-MELDUNG.
           STRING "GEBAEUDE GERAEUMT NACH " WS-GEBAEUDEZEIT
              " SEK (" WS-MINUTEN " MIN " WS-RESTSEK " SEK), "
              PS-ANZAHL " BESUCHER, DAVON " WS-UEBER-TREPPE
              " UEBER TREPPENHAEUSER"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
       BERICHT-SCHREIBEN-EXIT. EXIT.

       TREPPENHAUS-SCHREIBEN SECTION.
           MOVE SPACES TO WS-MELDUNG.
           IF TH-KENNUNG(WS-TH) = SPACES
              STRING "TREPPENHAUS " WS-TH ":"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
              STRING "TREPPENHAUS " WS-TH " (" TH-KENNUNG(WS-TH)
                 "):" DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-K.
           PERFORM UNTIL WS-K > TH-STATANZ(WS-TH)
              MOVE TH-STATION(WS-TH, WS-K) TO WS-ST
              PERFORM STATION-SCHREIBEN
              IF ST-LETZTER(WS-ST) > TH-LETZTER(WS-TH)
                 MOVE ST-LETZTER(WS-ST) TO TH-LETZTER(WS-TH)
              END-IF
              ADD 1 TO WS-K
           END-PERFORM.
      *    ZEITVERLAUF: DURCHTRITTE JE STATION IN HOECHSTENS 30
      *    ZEITABSCHNITTEN; DIE ABSCHNITTSLAENGE WAECHST MIT DER
      *    DAUER DER RAEUMUNG
           EVALUATE TRUE
              WHEN TH-LETZTER(WS-TH) < 300  MOVE 10   TO WS-TAKT
              WHEN TH-LETZTER(WS-TH) < 900  MOVE 30   TO WS-TAKT
              WHEN TH-LETZTER(WS-TH) < 1800 MOVE 60   TO WS-TAKT
              WHEN TH-LETZTER(WS-TH) < 3600 MOVE 120  TO WS-TAKT
              WHEN OTHER                    MOVE 600  TO WS-TAKT
           END-EVALUATE.
           COMPUTE WS-TAKTZAHL = TH-LETZTER(WS-TH) / WS-TAKT + 1.
           IF WS-TAKTZAHL > 30
              MOVE 30 TO WS-TAKTZAHL
           END-IF.
           MOVE SPACES TO WS-MELDUNG.
           STRING "  ZEITVERLAUF, DURCHTRITTE JE " WS-TAKT " SEK:"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE "    SEKUNDEN     " TO WS-MELDUNG.
           MOVE 18 TO WS-ZPOS.
           MOVE 1 TO WS-K.
           PERFORM UNTIL WS-K > TH-STATANZ(WS-TH)
              MOVE TH-STATION(WS-TH, WS-K) TO WS-ST
              PERFORM SPALTE-BENENNEN
              STRING WS-SPALTE DELIMITED BY SIZE
                 INTO WS-MELDUNG WITH POINTER WS-ZPOS
              END-STRING
              ADD 1 TO WS-K
           END-PERFORM.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-TAKTNR.
           PERFORM UNTIL WS-TAKTNR > WS-TAKTZAHL
              COMPUTE WS-VON = (WS-TAKTNR - 1) * WS-TAKT
              COMPUTE WS-BIS = WS-VON + WS-TAKT - 1
              IF WS-TAKTNR = WS-TAKTZAHL
               AND WS-BIS < TH-LETZTER(WS-TH)
                 MOVE TH-LETZTER(WS-TH) TO WS-BIS
              END-IF
              MOVE SPACES TO WS-MELDUNG
              STRING "    " WS-VON "-" WS-BIS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              MOVE 18 TO WS-ZPOS
              MOVE 1 TO WS-K
              PERFORM UNTIL WS-K > TH-STATANZ(WS-TH)
                 MOVE TH-STATION(WS-TH, WS-K) TO WS-ST
                 MOVE 0 TO WS-ZAEHL
                 MOVE 1 TO WS-DT
                 PERFORM UNTIL WS-DT > DT-ANZAHL
                    IF DT-STATION(WS-DT) = WS-ST
                     AND DT-ZEIT(WS-DT) NOT < WS-VON
                     AND DT-ZEIT(WS-DT) NOT > WS-BIS
                       ADD 1 TO WS-ZAEHL
                    END-IF
                    ADD 1 TO WS-DT
                 END-PERFORM
                 STRING "  " WS-ZAEHL "  " DELIMITED BY SIZE
                    INTO WS-MELDUNG WITH POINTER WS-ZPOS
                 END-STRING
                 ADD 1 TO WS-K
              END-PERFORM
              PERFORM ZEILE-SCHREIBEN
              ADD 1 TO WS-TAKTNR
           END-PERFORM.
       TREPPENHAUS-SCHREIBEN-EXIT. EXIT.

       STATION-SCHREIBEN SECTION.
           MOVE SPACES TO WS-MELDUNG.
           MOVE ST-DATEI(WS-ST) TO WS-SUCH-DATEI.
           PERFORM ETAGE-SUCHEN.
           IF ST-ART(WS-ST) = 'L'
              STRING "  LAUF AB ETAGE " WS-SUCH-ETAGE " ("
                    DELIMITED BY SIZE
                 ST-DATEI(WS-ST) DELIMITED BY SPACE
                 " " ST-ZEILE(WS-ST)
                 "/" ST-STELLE(WS-ST) "), " ST-RATE(WS-ST)
                 " PERS/MIN, LAUFZEIT " ST-LAUFZEIT(WS-ST) " SEK"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
              STRING "  TUER INS FREIE ETAGE " WS-SUCH-ETAGE " ("
                    DELIMITED BY SIZE
                 ST-DATEI(WS-ST) DELIMITED BY SPACE
                 " " ST-ZEILE(WS-ST)
                 "/" ST-STELLE(WS-ST) "), " ST-RATE(WS-ST)
                 " PERS/MIN"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           MOVE SPACES TO WS-MELDUNG.
           STRING "    " ST-DURCH(WS-ST) " DURCHTRITTE, DAVON "
              ST-VON-OBEN(WS-ST) " VON OBEN, LETZTER NACH "
              ST-LETZTER(WS-ST) " SEK, MAX. WARTEZEIT "
              ST-MAXWARTE(WS-ST) " SEK, MAX. SCHLANGE "
              ST-MAXSCHLANGE(WS-ST)
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
       STATION-SCHREIBEN-EXIT. EXIT.

       SPALTE-BENENNEN SECTION.
      *    SPALTENKOPF JE STATION: 'L' + ETAGE FUER EINEN LAUF,
      *    'A' + ETAGE FUER DIE TUER INS FREIE
           MOVE ST-DATEI(WS-ST) TO WS-SUCH-DATEI.
           PERFORM ETAGE-SUCHEN.
           MOVE SPACES TO WS-SPALTE.
           STRING "  " ST-ART(WS-ST) WS-SUCH-ETAGE
              DELIMITED BY SIZE INTO WS-SPALTE
           END-STRING.
       SPALTE-BENENNEN-EXIT. EXIT.

       ETAGE-SUCHEN SECTION.
      *    ETAGE EINER DATEI AUS DEM KOPFSATZ IHRES EXPORTS; DATEIEN
      *    OHNE EXPORT FUER DIESEN SITE ERSCHEINEN ALS '???'
           MOVE '???' TO WS-SUCH-ETAGE.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > GB-ANZAHL
              IF GB-DATEI(WS-J) = WS-SUCH-DATEI
                 MOVE GB-ETAGE(WS-J) TO WS-SUCH-ETAGE
              END-IF
              ADD 1 TO WS-J
           END-PERFORM.
       ETAGE-SUCHEN-EXIT. EXIT.

       ZEILE-SCHREIBEN SECTION.
           MOVE WS-MELDUNG TO BERICHTZEILE.
           WRITE BERICHTZEILE.
           MOVE SPACES TO WS-MELDUNG.
       ZEILE-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABGSIM.
