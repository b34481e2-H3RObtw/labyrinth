           SELECT ATTREIN  ASSIGN TO WS-ATTRPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ATTR-STATUS.
           SELECT GEFEIN   ASSIGN TO WS-GEFPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-GEF-STATUS.
           SELECT TUEREIN  ASSIGN TO WS-TUERPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TUER-STATUS.
           SELECT LEGENDEIN ASSIGN TO "resources/in/LEGENDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEGENDE-STATUS.
       01 ZIELEZEILE PIC X(50).
       FD ATTREIN.
       01 ATTRSATZ PIC X(50).
       FD GEFEIN.
       01 GEFSATZ PIC X(50).
       FD TUEREIN.
       01 TUERSATZ PIC X(50).
       FD LEGENDEIN.
       01 LEGENDEZEILE PIC X(50).
       FD SIMEIN.
       01  WS-ZIEL-STELLE      PIC 999.
       01  WS-ATTR-I           PIC 99.
       01  WS-DATEINAME        PIC X(50)   VALUE SPACES.
       01  WS-GEFPFAD          PIC X(70).
       01  WS-GEF-STATUS       PIC X(2)    VALUE '00'.
       01  WS-TUERPFAD         PIC X(70).
       01  WS-TUER-STATUS      PIC X(2)    VALUE '00'.
       01  WS-GF-Z1            PIC 999.
       01  WS-GF-S1            PIC 999.
       01  WS-GF-Z2            PIC 999.
       01  WS-GF-S2            PIC 999.
       01  WS-GF-GEW           PIC 99.
       01  WS-GF-Z             PIC 999.
       01  WS-GF-S             PIC 999.
      *    DATENSTRUKTUREN WIE IN LABYRINT, DAMIT LABPRUEF/LABWEG/
      *    LABZEIT UNVERAENDERT AUFGERUFEN WERDEN KOENNEN
       01  LABYRINTH.
               10 PFAD2           PIC X(2500).
               10 PFAD2-LAENGE    PIC 9999.
               10 PFAD2-ART       PIC X(1).
       01  GEFAHRENZONEN.
           05  GZ-ANZAHL          PIC 9(5).
           05  GZ-ZEILE OCCURS 132.
               10 GZ-GEWICHT OCCURS 132 PIC 99.
           05  GZ-ERGEBNIS OCCURS 15.
               10 GZ-NUR-GEFAHR   PIC X(1).
       01  FEHLERLISTE.
           05  FEHLERANZAHL       PIC 99      VALUE 0.
           05  FEHLER-EINTRAG OCCURS 20 PIC X(50).
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
       01  SIMPARAM.
           05  SIM-SEKPROSCHRITT  PIC 999.
           05  SIM-STANDARDRATE   PIC 999.
               10 SIM-AUS-ZEILE   PIC 999.
               10 SIM-AUS-STELLE  PIC 999.
               10 SIM-AUS-RATE    PIC 999.
      *    RAUCHAUSBREITUNG: ZELLEN JE MINUTE AUS SIMPARAM.txt UND
      *    BRANDHERD AUS DEM UEBUNGSSZENARIO (0 = KEINE RAUCHSIMULATION)
           05  SIM-RAUCHRATE      PIC 999.
           05  SIM-BRAND-ZEILE    PIC 999.
           05  SIM-BRAND-STELLE   PIC 999.
       01  ZEITBERICHT.
           05  ZB-ANZAHL          PIC 99.
           05  ZB-ZEILE OCCURS 99 PIC X(100).
           05  ZB-ROH.
               10 ZB-RAEUMZEIT    PIC 9(5).
               10 ZB-RB OCCURS 15.
               10 KR-BES2      PIC 99.
       01  STARTVERZOEG.
           05  SV-SEK OCCURS 15   PIC 9(5).
      *    TUERSTAMM AUS <DATEINAME>.TUEREN (AUFBAU WIE IN LABYRINT)
       01  TUERSTAMM.
           05  TS-ANZAHL          PIC 99.
           05  TS-EINTRAG OCCURS 30.
               10 TS-ZEILE        PIC 999.
               10 TS-STELLE       PIC 999.
               10 TS-RATE         PIC 999.
               10 TS-BREITE       PIC 9999.
               10 TS-NAME         PIC X(20).
       01  WS-TU-Z             PIC 999.
       01  WS-TU-S             PIC 999.
      *    ERGEBNISSTAND EINES LAUFS (IST BZW. UMBAU)
       01  BASISSTAND.
           05  BA-FEHLERANZAHL PIC 99.

       ANALYSE-AUSFUEHREN SECTION.
      *    GLEICHER ABLAUF WIE DER NACHTLAUF: VALIDIERUNG/ANALYSE,
      *    DANN ZIELVORGABEN, BESUCHERATTRIBUTE UND GEFAHRENZONEN
      *    LADEN (SONST RECHNETEN BEIDE LAEUFE MIT ANDEREN WEGEN ALS DIE
      *    PRODUKTION - INSBESONDERE LIEFEN 'M'-GEKENNZEICHNETE
      *    BESUCHER UEBER STUFEN) UND WEGSUCHE UND SIMULATION NUR
      *    BEI FEHLERFREIEM RASTER
           IF FEHLERANZAHL = 0
              PERFORM ZIELE-LESEN
              PERFORM ATTRIBUTE-LESEN
              PERFORM GEFAHR-LESEN
              PERFORM TUEREN-LESEN
              CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
                 GEFAHRENZONEN
              CALL 'LABZEIT' USING POSBESUCH, SIMPARAM, ZEITBERICHT,
                 WS-KOLLANZAHL, KOLL-ROH, STARTVERZOEG, LABYRINTH,
                 LEGENDE, TUERSTAMM
           END-IF.
       ANALYSE-AUSFUEHREN-EXIT. EXIT.

           MOVE '00' TO WS-ATTR-STATUS.
       ATTRIBUTE-LESEN-EXIT. EXIT.

       GEFAHR-LESEN SECTION.
      *    GEFAHRENZONEN AUS <DATEINAME>.GEFAHR, AUFBAU UND VERHALTEN
      *    WIE GEFAHR-LESEN IN LABYRINT (UNGUELTIGE SAETZE WERDEN
      *    HIER OHNE HINWEIS UEBERGANGEN - DER NACHTLAUF WEIST SIE AUS)
           INITIALIZE GEFAHRENZONEN.
           MOVE SPACES TO WS-GEFPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-DATEINAME      DELIMITED BY SPACE
                  ".GEFAHR"         DELIMITED BY SIZE
                  INTO WS-GEFPFAD
           END-STRING.
           OPEN INPUT GEFEIN.
           IF WS-GEF-STATUS NOT = '00'
              MOVE '00' TO WS-GEF-STATUS
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-GEF-STATUS NOT = '00'
              READ GEFEIN
                 AT END CONTINUE
              END-READ
              IF WS-GEF-STATUS = '00'
               AND GEFSATZ(1:12) IS NUMERIC
               AND GEFSATZ(14:2) IS NUMERIC
                 MOVE GEFSATZ(1:3)   TO WS-GF-Z1
                 MOVE GEFSATZ(4:3)   TO WS-GF-S1
                 MOVE GEFSATZ(7:3)   TO WS-GF-Z2
                 MOVE GEFSATZ(10:3)  TO WS-GF-S2
                 MOVE GEFSATZ(14:2)  TO WS-GF-GEW
                 IF WS-GF-Z2 = 0 AND WS-GF-S2 = 0
                    MOVE WS-GF-Z1 TO WS-GF-Z2
                    MOVE WS-GF-S1 TO WS-GF-S2
                 END-IF
                 IF WS-GF-GEW > 0
                  AND WS-GF-Z1 > 0 AND WS-GF-S1 > 0
                  AND WS-GF-Z2 NOT < WS-GF-Z1
                  AND WS-GF-S2 NOT < WS-GF-S1
                  AND WS-GF-Z2 NOT > LETZTEZEILE
                  AND WS-GF-S2 NOT > ENDEZEILE
                    MOVE WS-GF-Z1 TO WS-GF-Z
                    PERFORM UNTIL WS-GF-Z > WS-GF-Z2
                       MOVE WS-GF-S1 TO WS-GF-S
                       PERFORM UNTIL WS-GF-S > WS-GF-S2
                          IF GZ-GEWICHT(WS-GF-Z WS-GF-S) = 0
                             ADD 1 TO GZ-ANZAHL
                          END-IF
                          IF GZ-GEWICHT(WS-GF-Z WS-GF-S) < WS-GF-GEW
                             MOVE WS-GF-GEW
                                TO GZ-GEWICHT(WS-GF-Z WS-GF-S)
                          END-IF
                          ADD 1 TO WS-GF-S
                       END-PERFORM
                       ADD 1 TO WS-GF-Z
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GEFEIN.
           MOVE '00' TO WS-GEF-STATUS.
       GEFAHR-LESEN-EXIT. EXIT.

       TUEREN-LESEN SECTION.
      *    TUERSTAMM AUS <DATEINAME>.TUEREN, AUFBAU WIE TUEREN-LESEN
      *    IN LABYRINT; UNGUELTIGE SAETZE UND SAETZE, DEREN ZELLE IM
      *    (GGF. UMGEBAUTEN) RASTER KEINE TUER MEHR IST, ENTFALLEN
      *    OHNE HINWEIS
           INITIALIZE TUERSTAMM.
           MOVE SPACES TO WS-TUERPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-DATEINAME      DELIMITED BY SPACE
                  ".TUEREN"         DELIMITED BY SIZE
                  INTO WS-TUERPFAD
           END-STRING.
           OPEN INPUT TUEREIN.
           IF WS-TUER-STATUS NOT = '00'
              MOVE '00' TO WS-TUER-STATUS
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-TUER-STATUS NOT = '00'
              READ TUEREIN
                 AT END CONTINUE
              END-READ
              IF WS-TUER-STATUS = '00'
               AND TUERSATZ(1:6) IS NUMERIC
               AND TUERSATZ(8:3) IS NUMERIC
               AND TUERSATZ(12:4) IS NUMERIC
               AND TUERSATZ(8:3) NOT = '000'
               AND TS-ANZAHL < 30
                 MOVE TUERSATZ(1:3) TO WS-TU-Z
                 MOVE TUERSATZ(4:3) TO WS-TU-S
                 IF WS-TU-Z > 0 AND WS-TU-S > 0
                  AND WS-TU-Z NOT > LETZTEZEILE
                  AND WS-TU-S NOT > ENDEZEILE
                    IF LABZEILE(WS-TU-Z)(WS-TU-S:1) = LEG-TUER
                       ADD 1 TO TS-ANZAHL
                       MOVE WS-TU-Z TO TS-ZEILE(TS-ANZAHL)
                       MOVE WS-TU-S TO TS-STELLE(TS-ANZAHL)
                       MOVE TUERSATZ(8:3)   TO TS-RATE(TS-ANZAHL)
                       MOVE TUERSATZ(12:4)  TO TS-BREITE(TS-ANZAHL)
                       MOVE TUERSATZ(17:20) TO TS-NAME(TS-ANZAHL)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE TUEREIN.
           MOVE '00' TO WS-TUER-STATUS.
       TUEREN-LESEN-EXIT. EXIT.

       STAND-SICHERN-BASIS SECTION.
           MOVE FEHLERANZAHL    TO BA-FEHLERANZAHL.
           MOVE 1 TO WS-I.
                 READ SIMEIN INTO SIMZEILE
                    AT END CONTINUE
                 END-READ
                 IF WS-SIM-STATUS = '00'
                  AND SIMZEILE(1:5) = 'RAUCH'
                  AND SIMZEILE(7:3) IS NUMERIC
                    MOVE SIMZEILE(7:3) TO SIM-RAUCHRATE
                 END-IF
                 IF WS-SIM-STATUS = '00'
                  AND SIM-AUSGANGANZAHL < 15
                  AND SIMZEILE(1:9) IS NUMERIC

       LEGENDE-LESEN SECTION.
      *    LEGENDE.txt WIE IN LABYRINT: WAND, OFFEN, TREPPE, STUFE,
      *    INNENTUER, AB ZEILE 6 RESERVIERTE ZEICHEN; OHNE DATEI GELTEN
      *    'X', ' ', 'T', 'S' UND '+'
           MOVE 'X' TO LEG-WAND.
           MOVE ' ' TO LEG-OFFEN.
           MOVE 'T' TO LEG-TREPPE.
           MOVE 'S' TO LEG-STUFE.
           MOVE '+' TO LEG-TUER.
           MOVE 0 TO LEG-ANZRESERVIERT.
           OPEN INPUT LEGENDEIN.
           IF WS-LEGENDE-STATUS = '00'
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
