      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Vektorzeichnung der geloesten Wege fuer das CAD der
      *          Haustechnik, die die Fluchtwege bisher von Hand aus
      *          dem Textbericht auf ihre Bauplaene uebertraegt. Je
      *          Datei entstehen neben dem .EXP-Export zwei
      *          gleichwertige Zeichnungen:
      *          <Dateiname>.SVG  (Gruppen = Ebenen)
      *          <Dateiname>.DXF  (AutoCAD R12, Ebenen in der
      *                            LAYER-Tabelle)
      *          mit den Ebenen
      *          WAENDE       Wandfelder, je Rasterzeile zu Bloecken
      *                       zusammengefasst
      *          AUSGAENGE    offene Randfelder
      *          TREPPEN      Treppenhausfelder
      *          SAMMELPUNKTE Sammelpunkte aus SAMMELPUNKTE.txt vor
      *                       ihrer Gebaeudeseite
      *          WEGE         Primaerweg (PFAD) je Besucher, am Start
      *                       mit Name und Abteilung aus .NAMEN
      *                       beschriftet
      *          ZWEITWEGE    Ausweichroute (PFAD2) je Besucher
      *          Eine Rasterzelle ist 10 Zeichnungseinheiten gross,
      *          um das Raster herum bleibt ein Rand von 30 Einheiten
      *          fuer die Sammelpunkte. Im SVG laeuft die Y-Achse
      *          nach unten (Zeile 1 oben), im DXF nach oben; beide
      *          Zeichnungen zeigen den Grundriss gleich herum
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABVEKT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      /
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT SVGAUS   ASSIGN TO WS-SVGPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SVG-STATUS.
           SELECT DXFAUS   ASSIGN TO WS-DXFPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DXF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SVGAUS.
       01 SVGSATZ PIC X(200).
       FD DXFAUS.
       01 DXFSATZ PIC X(80).
      /
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SVGPFAD          PIC X(90).
       01 WS-DXFPFAD          PIC X(90).
       01 WS-SVG-STATUS       PIC X(2).
       01 WS-DXF-STATUS       PIC X(2).
       01 WS-SATZ             PIC X(200).
       01 WS-ZEILE            PIC 999.
       01 WS-STELLE           PIC 999.
       01 WS-BIS              PIC 999.
       01 WS-ZEICHEN          PIC X(1).
       01 WS-BESUCHER         PIC 99.
       01 WS-SCHRITT          PIC 9999.
       01 WS-RICHTUNG         PIC X(1).
       01 WS-LETZTRICHTUNG    PIC X(1).
       01 WS-IDX              PIC 99.
      *    AKTUELLE WEGZELLE UND ANFANG DER LAUFENDEN STRECKE
       01 WS-AKTZ             PIC 999.
       01 WS-AKTS             PIC 999.
       01 WS-SEGZ             PIC 999.
       01 WS-SEGS             PIC 999.
       01 WS-WEG              PIC X(2500).
       01 WS-WEG-LAENGE       PIC 9999.
       01 WS-WEG-ID           PIC X(12).
      *    ZEICHNUNGSKOORDINATEN: X/Y LINKS OBEN (SVG) BZW. LINKS
      *    UNTEN (DXF), X2/Y2 GEGENUEBERLIEGENDE ECKE, B/H GROESSE
       01 WS-X                PIC 9(5).
       01 WS-Y                PIC 9(5).
       01 WS-X2               PIC 9(5).
       01 WS-Y2               PIC 9(5).
       01 WS-B                PIC 9(5).
       01 WS-H                PIC 9(5).
       01 WS-BREITE           PIC 9(5).
       01 WS-HOEHE            PIC 9(5).
       01 WS-MITTE            PIC 999.
       01 WS-LAYER            PIC X(12).
       01 WS-TEXT             PIC X(80).
       01 WS-DXF-CODE         PIC X(3).
       01 WS-DXF-WERT         PIC X(60).
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *    ZK-PFAD: resources/out/<DATEINAME>; ZK-ZUSATZ WIRD HINTER
      *    .SVG/.DXF GEHAENGT (.VORSCHAU IM VORSCHAULAUF). ZURUECK
      *    KOMMEN DER DATEISTATUS DER SVG-AUSGABE UND DIE ZAHL DER
      *    GEZEICHNETEN WEGE
       01  ZEICHNUNGSKOPF.
           05  ZK-PFAD            PIC X(70).
           05  ZK-ZUSATZ          PIC X(10).
           05  ZK-SITE            PIC X(40).
           05  ZK-ETAGE           PIC X(3).
           05  ZK-STATUS          PIC X(2).
           05  ZK-WEGE            PIC 99.
           05  ZK-ZWEITWEGE       PIC 99.
       01  LABYRINTH.
           05  LABZEILE OCCURS 132 PIC X(132).
           05  LETZTEZEILE        PIC 999.
           05  ENDEZEILE          PIC 999.
       01  LEGENDE.
           05  LEG-WAND           PIC X(1).
           05  LEG-OFFEN          PIC X(1).
           05  LEG-ANZRESERVIERT  PIC 99.
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
       01  POSBESUCH.
           05  BESUCHER OCCURS 15.
               10 ZEILE           PIC 999.
               10 STELLE          PIC 999.
               10 BESUCHERZEICHEN PIC X(1).
               10 ZIEL-ZEILE      PIC 999.
               10 ZIEL-STELLE     PIC 999.
               10 MOBIL-FLAG      PIC X(1).
           05  WEGE     OCCURS 15.
               10 PFAD            PIC X(2500).
               10 PFAD-LAENGE     PIC 9999.
               10 PFAD-LAENGE-OHNE PIC 9999.
               10 PFAD2           PIC X(2500).
               10 PFAD2-LAENGE    PIC 9999.
               10 PFAD2-ART       PIC X(1).
      *    ROSTER AUS <DATEINAME>.NAMEN UND SAMMELPUNKT-STAMM (AUFBAU
      *    UND BEDEUTUNG WIE IN LABYRINT)
       01  ROSTER.
           05  RO-ANZAHL          PIC 99.
           05  RO-EINTRAG OCCURS 15.
               10 RO-ZEICHEN      PIC X(1).
               10 RO-NAME         PIC X(30).
               10 RO-ABTEILUNG    PIC X(20).
               10 RO-SAMMELPUNKT  PIC X(20).
               10 RO-IM-RASTER    PIC 9.
       01  SAMMELPUNKTE.
           05  SP-ANZAHL          PIC 99.
           05  SP-EINTRAG OCCURS 15.
               10 SP-NAME         PIC X(20).
               10 SP-SEITE        PIC X(1).
               10 SP-VON          PIC 999.
               10 SP-BIS          PIC 999.
               10 SP-KAPAZITAET   PIC 999.
      /
      ******************************************************************
       PROCEDURE DIVISION USING ZEICHNUNGSKOPF, LABYRINTH, LEGENDE,
           POSBESUCH, ROSTER, SAMMELPUNKTE.
      ******************************************************************
       STEUERUNG SECTION.
           MOVE 0 TO ZK-WEGE.
           MOVE 0 TO ZK-ZWEITWEGE.
           MOVE SPACES TO WS-SVGPFAD.
           STRING ZK-PFAD   DELIMITED BY SPACE
                  ".SVG"    DELIMITED BY SIZE
                  ZK-ZUSATZ DELIMITED BY SPACE
                  INTO WS-SVGPFAD
           END-STRING.
           MOVE SPACES TO WS-DXFPFAD.
           STRING ZK-PFAD   DELIMITED BY SPACE
                  ".DXF"    DELIMITED BY SIZE
                  ZK-ZUSATZ DELIMITED BY SPACE
                  INTO WS-DXFPFAD
           END-STRING.
           OPEN OUTPUT SVGAUS.
           MOVE WS-SVG-STATUS TO ZK-STATUS.
           IF WS-SVG-STATUS NOT = '00'
              EXIT PROGRAM
           END-IF.
           OPEN OUTPUT DXFAUS.
           IF WS-DXF-STATUS NOT = '00'
              MOVE WS-DXF-STATUS TO ZK-STATUS
              CLOSE SVGAUS
              EXIT PROGRAM
           END-IF.
           COMPUTE WS-BREITE = ENDEZEILE * 10 + 60.
           COMPUTE WS-HOEHE  = LETZTEZEILE * 10 + 60.
           PERFORM KOPF-SCHREIBEN.
           PERFORM WAENDE-ZEICHNEN.
           PERFORM AUSGAENGE-ZEICHNEN.
           PERFORM TREPPEN-ZEICHNEN.
           PERFORM SAMMELPUNKTE-ZEICHNEN.
           PERFORM WEGE-ZEICHNEN.
           PERFORM ZWEITWEGE-ZEICHNEN.
           MOVE "</svg>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
           MOVE "0"      TO WS-DXF-CODE.
           MOVE "ENDSEC" TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"      TO WS-DXF-CODE.
           MOVE "EOF"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           CLOSE SVGAUS.
           CLOSE DXFAUS.
           EXIT PROGRAM.
       STEUERUNG-EXIT. EXIT.

       KOPF-SCHREIBEN SECTION.
      *    SVG-KOPF MIT TITEL; DXF MIT LINIENTYP- UND EBENENTABELLE
      *    (FARBEN: WAENDE 7 WEISS/SCHWARZ, AUSGAENGE 3 GRUEN,
      *    TREPPEN 5 BLAU, SAMMELPUNKTE 6 MAGENTA, WEGE 1 ROT,
      *    ZWEITWEGE 2 GELB) UND BEGINN DES ENTITIES-ABSCHNITTS
           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
              TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
           MOVE SPACES TO WS-SATZ.
           STRING '<svg xmlns="http://www.w3.org/2000/svg" width="'
              WS-BREITE '" height="' WS-HOEHE '" viewBox="0 0 '
              WS-BREITE ' ' WS-HOEHE '">'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE SPACES TO WS-SATZ.
           STRING '<title>' DELIMITED BY SIZE
              ZK-SITE DELIMITED BY "  "
              ' ETAGE ' ZK-ETAGE '</title>'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "SECTION"  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE "TABLES"   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "TABLE"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE "LTYPE"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "70"       TO WS-DXF-CODE.
           MOVE "1"        TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "LTYPE"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE "CONTINUOUS" TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "70"       TO WS-DXF-CODE.
           MOVE "0"        TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "3"        TO WS-DXF-CODE.
           MOVE "Solid line" TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "72"       TO WS-DXF-CODE.
           MOVE "65"       TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "73"       TO WS-DXF-CODE.
           MOVE "0"        TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "40"       TO WS-DXF-CODE.
           MOVE "0.0"      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "ENDTAB"   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "TABLE"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE "LAYER"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "70"       TO WS-DXF-CODE.
           MOVE "6"        TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "WAENDE"       TO WS-LAYER.
           MOVE "7"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "AUSGAENGE"    TO WS-LAYER.
           MOVE "3"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "TREPPEN"      TO WS-LAYER.
           MOVE "5"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "SAMMELPUNKTE" TO WS-LAYER.
           MOVE "6"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "WEGE"         TO WS-LAYER.
           MOVE "1"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "ZWEITWEGE"    TO WS-LAYER.
           MOVE "2"            TO WS-DXF-WERT.
           PERFORM DXF-EBENE.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "ENDTAB"   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "ENDSEC"   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "SECTION"  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE "ENTITIES" TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
       KOPF-SCHREIBEN-EXIT. EXIT.

       DXF-EBENE SECTION.
      *    EBENE WS-LAYER MIT DER FARBE AUS WS-DXF-WERT
           MOVE WS-DXF-WERT TO WS-TEXT.
           MOVE "0"        TO WS-DXF-CODE.
           MOVE "LAYER"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "2"        TO WS-DXF-CODE.
           MOVE WS-LAYER   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "70"       TO WS-DXF-CODE.
           MOVE "0"        TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "62"       TO WS-DXF-CODE.
           MOVE WS-TEXT    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "6"        TO WS-DXF-CODE.
           MOVE "CONTINUOUS" TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
       DXF-EBENE-EXIT. EXIT.

       WAENDE-ZEICHNEN SECTION.
      *    JE RASTERZEILE ZUSAMMENHAENGENDE WANDFELDER ALS EIN BLOCK,
      *    SONST WAERE DIE ZEICHNUNG BEI GROSSEN RASTERN UNHANDLICH
           MOVE "WAENDE" TO WS-LAYER.
           MOVE '<g id="WAENDE" fill="#000000" stroke="none">'
              TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-ZEILE.
           PERFORM UNTIL WS-ZEILE > LETZTEZEILE
              MOVE 1 TO WS-STELLE
              PERFORM UNTIL WS-STELLE > ENDEZEILE
                 IF LABZEILE(WS-ZEILE)(WS-STELLE:1) = LEG-WAND
                    MOVE WS-STELLE TO WS-BIS
                    PERFORM UNTIL WS-BIS NOT < ENDEZEILE
                       OR LABZEILE(WS-ZEILE)(WS-BIS + 1:1)
                          NOT = LEG-WAND
                       ADD 1 TO WS-BIS
                    END-PERFORM
                    PERFORM BLOCK-ZEICHNEN
                    MOVE WS-BIS TO WS-STELLE
                 END-IF
                 ADD 1 TO WS-STELLE
              END-PERFORM
              ADD 1 TO WS-ZEILE
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       WAENDE-ZEICHNEN-EXIT. EXIT.

       AUSGAENGE-ZEICHNEN SECTION.
      *    AUSGANG = OFFENES RANDFELD (WIE IN LABKARTE); TREPPEN-
      *    HAUSFELDER AM RAND STEHEN AUF DER EBENE TREPPEN
           MOVE "AUSGAENGE" TO WS-LAYER.
           MOVE '<g id="AUSGAENGE" fill="#00A000" stroke="none">'
              TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-ZEILE.
           PERFORM UNTIL WS-ZEILE > LETZTEZEILE
              MOVE 1 TO WS-STELLE
              PERFORM UNTIL WS-STELLE > ENDEZEILE
                 MOVE LABZEILE(WS-ZEILE)(WS-STELLE:1) TO WS-ZEICHEN
                 IF WS-ZEICHEN NOT = LEG-WAND
                  AND WS-ZEICHEN NOT = LEG-TREPPE
                  AND (WS-ZEILE = 1 OR WS-ZEILE = LETZTEZEILE
                   OR WS-STELLE = 1 OR WS-STELLE = ENDEZEILE)
                    MOVE WS-STELLE TO WS-BIS
                    PERFORM BLOCK-ZEICHNEN
                 END-IF
                 ADD 1 TO WS-STELLE
              END-PERFORM
              ADD 1 TO WS-ZEILE
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       AUSGAENGE-ZEICHNEN-EXIT. EXIT.

       TREPPEN-ZEICHNEN SECTION.
           MOVE "TREPPEN" TO WS-LAYER.
           MOVE '<g id="TREPPEN" fill="#0000C0" stroke="none">'
              TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-ZEILE.
           PERFORM UNTIL WS-ZEILE > LETZTEZEILE
              MOVE 1 TO WS-STELLE
              PERFORM UNTIL WS-STELLE > ENDEZEILE
                 IF LABZEILE(WS-ZEILE)(WS-STELLE:1) = LEG-TREPPE
                    MOVE WS-STELLE TO WS-BIS
                    PERFORM BLOCK-ZEICHNEN
                 END-IF
                 ADD 1 TO WS-STELLE
              END-PERFORM
              ADD 1 TO WS-ZEILE
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       TREPPEN-ZEICHNEN-EXIT. EXIT.

       BLOCK-ZEICHNEN SECTION.
      *    FELDER WS-STELLE BIS WS-BIS DER ZEILE WS-ZEILE ALS GEFUELLTES
      *    RECHTECK: SVG RECT, DXF SOLID (ECKEN IM ZICKZACK 1-2-3-4)
           COMPUTE WS-X = (WS-STELLE - 1) * 10 + 30.
           COMPUTE WS-Y = (WS-ZEILE - 1) * 10 + 30.
           COMPUTE WS-B = (WS-BIS - WS-STELLE + 1) * 10.
           MOVE SPACES TO WS-SATZ.
           STRING '<rect x="' WS-X '" y="' WS-Y '" width="' WS-B
              '" height="10"/>'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           COMPUTE WS-X2 = WS-X + WS-B.
           COMPUTE WS-Y  = (LETZTEZEILE - WS-ZEILE) * 10 + 30.
           COMPUTE WS-Y2 = WS-Y + 10.
           MOVE "0"       TO WS-DXF-CODE.
           MOVE "SOLID"   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "8"       TO WS-DXF-CODE.
           MOVE WS-LAYER  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "10"      TO WS-DXF-CODE.
           MOVE WS-X      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "20"      TO WS-DXF-CODE.
           MOVE WS-Y      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "11"      TO WS-DXF-CODE.
           MOVE WS-X2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "21"      TO WS-DXF-CODE.
           MOVE WS-Y      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "12"      TO WS-DXF-CODE.
           MOVE WS-X      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "22"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "13"      TO WS-DXF-CODE.
           MOVE WS-X2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "23"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
       BLOCK-ZEICHNEN-EXIT. EXIT.

       SAMMELPUNKTE-ZEICHNEN SECTION.
      *    JEDER SAMMELPUNKT ALS KREIS MIT NAMEN VOR SEINER GEBAEUDE-
      *    SEITE (O/U/L/R), MITTIG ZU SEINEM RANDABSCHNITT BZW. ZUR
      *    GANZEN SEITE, WENN KEIN ABSCHNITT GEPFLEGT IST
           MOVE "SAMMELPUNKTE" TO WS-LAYER.
           MOVE SPACES TO WS-SATZ.
           STRING '<g id="SAMMELPUNKTE" fill="#C000C0" '
              'stroke="none" font-family="sans-serif" font-size="8">'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > SP-ANZAHL
              PERFORM SAMMELPUNKT-ZEICHNEN
              ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       SAMMELPUNKTE-ZEICHNEN-EXIT. EXIT.

       SAMMELPUNKT-ZEICHNEN SECTION.
           IF SP-BIS(WS-IDX) > 0
              COMPUTE WS-MITTE = (SP-VON(WS-IDX) + SP-BIS(WS-IDX)) / 2
           ELSE
              IF SP-SEITE(WS-IDX) = 'O' OR SP-SEITE(WS-IDX) = 'U'
                 COMPUTE WS-MITTE = (ENDEZEILE + 1) / 2
              ELSE
                 COMPUTE WS-MITTE = (LETZTEZEILE + 1) / 2
              END-IF
           END-IF.
           IF WS-MITTE = 0
              MOVE 1 TO WS-MITTE
           END-IF.
      *    WS-X/WS-Y = MITTELPUNKT IM SVG, WS-X2/WS-Y2 IM DXF
           EVALUATE SP-SEITE(WS-IDX)
              WHEN 'O'
                 COMPUTE WS-X = (WS-MITTE - 1) * 10 + 35
                 MOVE 15 TO WS-Y
                 COMPUTE WS-Y2 = LETZTEZEILE * 10 + 45
              WHEN 'U'
                 COMPUTE WS-X = (WS-MITTE - 1) * 10 + 35
                 COMPUTE WS-Y = LETZTEZEILE * 10 + 45
                 MOVE 15 TO WS-Y2
              WHEN 'L'
                 MOVE 15 TO WS-X
                 COMPUTE WS-Y = (WS-MITTE - 1) * 10 + 35
                 COMPUTE WS-Y2 = (LETZTEZEILE - WS-MITTE) * 10 + 35
              WHEN 'R'
                 COMPUTE WS-X = ENDEZEILE * 10 + 45
                 COMPUTE WS-Y = (WS-MITTE - 1) * 10 + 35
                 COMPUTE WS-Y2 = (LETZTEZEILE - WS-MITTE) * 10 + 35
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE WS-X TO WS-X2.
           MOVE SPACES TO WS-SATZ.
           STRING '<circle cx="' WS-X '" cy="' WS-Y '" r="6"/>'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE SP-NAME(WS-IDX) TO WS-TEXT.
           PERFORM TEXT-BEREINIGEN.
           ADD 8 TO WS-X.
           ADD 3 TO WS-Y.
           PERFORM SVG-TEXT.
           MOVE "0"       TO WS-DXF-CODE.
           MOVE "CIRCLE"  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "8"       TO WS-DXF-CODE.
           MOVE WS-LAYER  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "10"      TO WS-DXF-CODE.
           MOVE WS-X2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "20"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "40"      TO WS-DXF-CODE.
           MOVE "6"       TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           ADD 8 TO WS-X2.
           PERFORM DXF-TEXT.
       SAMMELPUNKT-ZEICHNEN-EXIT. EXIT.

       WEGE-ZEICHNEN SECTION.
      *    PRIMAERWEG JE BESUCHER MIT WEG, BESCHRIFTET AM STARTFELD
           MOVE "WEGE" TO WS-LAYER.
           MOVE SPACES TO WS-SATZ.
           STRING '<g id="WEGE" fill="none" stroke="#FF0000" '
              'stroke-width="2" font-family="sans-serif" '
              'font-size="8">'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              IF ZEILE(WS-BESUCHER) NOT = 0
               AND PFAD-LAENGE(WS-BESUCHER) > 0
               AND PFAD-LAENGE(WS-BESUCHER) NOT = 9999
                 MOVE PFAD(WS-BESUCHER)        TO WS-WEG
                 MOVE PFAD-LAENGE(WS-BESUCHER) TO WS-WEG-LAENGE
                 MOVE SPACES TO WS-WEG-ID
                 STRING "WEG-" BESUCHERZEICHEN(WS-BESUCHER)
                    DELIMITED BY SIZE INTO WS-WEG-ID
                 END-STRING
                 PERFORM WEG-ZEICHNEN
                 PERFORM WEG-BESCHRIFTEN
                 ADD 1 TO ZK-WEGE
              END-IF
              ADD 1 TO WS-BESUCHER
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       WEGE-ZEICHNEN-EXIT. EXIT.

       ZWEITWEGE-ZEICHNEN SECTION.
      *    AUSWEICHROUTE GESTRICHELT AUF EIGENER EBENE
           MOVE "ZWEITWEGE" TO WS-LAYER.
           MOVE SPACES TO WS-SATZ.
           STRING '<g id="ZWEITWEGE" fill="none" stroke="#E0A000" '
              'stroke-width="1" stroke-dasharray="4,2">'
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              IF ZEILE(WS-BESUCHER) NOT = 0
               AND PFAD2-LAENGE(WS-BESUCHER) > 0
               AND PFAD2-LAENGE(WS-BESUCHER) NOT = 9999
                 MOVE PFAD2(WS-BESUCHER)        TO WS-WEG
                 MOVE PFAD2-LAENGE(WS-BESUCHER) TO WS-WEG-LAENGE
                 MOVE SPACES TO WS-WEG-ID
                 STRING "ZWEITWEG-" BESUCHERZEICHEN(WS-BESUCHER)
                    DELIMITED BY SIZE INTO WS-WEG-ID
                 END-STRING
                 PERFORM WEG-ZEICHNEN
                 ADD 1 TO ZK-ZWEITWEGE
              END-IF
              ADD 1 TO WS-BESUCHER
           END-PERFORM.
           MOVE "</g>" TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       ZWEITWEGE-ZEICHNEN-EXIT. EXIT.

       WEG-ZEICHNEN SECTION.
      *    WS-WEG (H/R/U/L) VOM STARTFELD DES BESUCHERS ABLAUFEN UND
      *    JE RICHTUNGSWECHSEL EINE STRECKE VON FELDMITTE ZU FELDMITTE
      *    AUSGEBEN: IM SVG EIN PFAD MIT EINEM ECKPUNKT JE ZEILE, IM
      *    DXF EINE LINIE JE STRECKE
           MOVE ZEILE(WS-BESUCHER)  TO WS-AKTZ.
           MOVE STELLE(WS-BESUCHER) TO WS-AKTS.
           MOVE WS-AKTZ TO WS-SEGZ.
           MOVE WS-AKTS TO WS-SEGS.
           COMPUTE WS-X = (WS-AKTS - 1) * 10 + 35.
           COMPUTE WS-Y = (WS-AKTZ - 1) * 10 + 35.
           MOVE SPACES TO WS-SATZ.
           STRING '<path id="' DELIMITED BY SIZE
              WS-WEG-ID DELIMITED BY SPACE
              '" d="M ' WS-X ' ' WS-Y
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE SPACE TO WS-LETZTRICHTUNG.
           MOVE 1 TO WS-SCHRITT.
           PERFORM UNTIL WS-SCHRITT > WS-WEG-LAENGE
              MOVE WS-WEG(WS-SCHRITT:1) TO WS-RICHTUNG
              IF WS-LETZTRICHTUNG NOT = SPACE
               AND WS-RICHTUNG NOT = WS-LETZTRICHTUNG
                 PERFORM STRECKE-ZEICHNEN
              END-IF
              EVALUATE WS-RICHTUNG
                 WHEN 'H' SUBTRACT 1 FROM WS-AKTZ
                 WHEN 'R' ADD      1 TO   WS-AKTS
                 WHEN 'U' ADD      1 TO   WS-AKTZ
                 WHEN 'L' SUBTRACT 1 FROM WS-AKTS
              END-EVALUATE
              MOVE WS-RICHTUNG TO WS-LETZTRICHTUNG
              ADD 1 TO WS-SCHRITT
           END-PERFORM.
           PERFORM STRECKE-ZEICHNEN.
           MOVE '"/>' TO WS-SATZ.
           PERFORM SVG-SCHREIBEN.
       WEG-ZEICHNEN-EXIT. EXIT.

       STRECKE-ZEICHNEN SECTION.
      *    STRECKE VOM STRECKENANFANG WS-SEGZ/WS-SEGS ZUM AKTUELLEN
      *    FELD WS-AKTZ/WS-AKTS; DAS AKTUELLE FELD WIRD NEUER ANFANG
           COMPUTE WS-X = (WS-AKTS - 1) * 10 + 35.
           COMPUTE WS-Y = (WS-AKTZ - 1) * 10 + 35.
           MOVE SPACES TO WS-SATZ.
           STRING '  L ' WS-X ' ' WS-Y
              DELIMITED BY SIZE INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
           MOVE "0"       TO WS-DXF-CODE.
           MOVE "LINE"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "8"       TO WS-DXF-CODE.
           MOVE WS-LAYER  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           COMPUTE WS-X2 = (WS-SEGS - 1) * 10 + 35.
           COMPUTE WS-Y2 = (LETZTEZEILE - WS-SEGZ) * 10 + 35.
           MOVE "10"      TO WS-DXF-CODE.
           MOVE WS-X2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "20"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           COMPUTE WS-Y2 = (LETZTEZEILE - WS-AKTZ) * 10 + 35.
           MOVE "11"      TO WS-DXF-CODE.
           MOVE WS-X      TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "21"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE WS-AKTZ TO WS-SEGZ.
           MOVE WS-AKTS TO WS-SEGS.
       STRECKE-ZEICHNEN-EXIT. EXIT.

       WEG-BESCHRIFTEN SECTION.
      *    NAME UND ABTEILUNG AUS DEM .NAMEN-ROSTER, OHNE EINTRAG DAS
      *    BESUCHERZEICHEN; DIE BESCHRIFTUNG STEHT RECHTS OBERHALB
      *    DES STARTFELDS
           MOVE SPACES TO WS-TEXT.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-SCHRITT.
           PERFORM UNTIL WS-SCHRITT > RO-ANZAHL OR WS-SCHRITT > 15
              IF RO-ZEICHEN(WS-SCHRITT) = BESUCHERZEICHEN(WS-BESUCHER)
               AND WS-IDX = 0
                 MOVE WS-SCHRITT TO WS-IDX
              END-IF
              ADD 1 TO WS-SCHRITT
           END-PERFORM.
           IF WS-IDX > 0
              STRING BESUCHERZEICHEN(WS-BESUCHER) ": " DELIMITED BY SIZE
                 RO-NAME(WS-IDX) DELIMITED BY "  "
                 ", " DELIMITED BY SIZE
                 RO-ABTEILUNG(WS-IDX) DELIMITED BY "  "
                 INTO WS-TEXT
              END-STRING
           ELSE
              STRING "BESUCHER " BESUCHERZEICHEN(WS-BESUCHER)
                 DELIMITED BY SIZE INTO WS-TEXT
              END-STRING
           END-IF.
           PERFORM TEXT-BEREINIGEN.
           COMPUTE WS-X  = (STELLE(WS-BESUCHER) - 1) * 10 + 38.
           COMPUTE WS-Y  = (ZEILE(WS-BESUCHER) - 1) * 10 + 32.
           MOVE WS-X TO WS-X2.
           COMPUTE WS-Y2 = (LETZTEZEILE - ZEILE(WS-BESUCHER)) * 10
              + 38.
           PERFORM SVG-TEXT.
           PERFORM DXF-TEXT.
       WEG-BESCHRIFTEN-EXIT. EXIT.

       TEXT-BEREINIGEN SECTION.
      *    ZEICHEN, DIE IM SVG ALS AUSZEICHNUNG GELTEN, ERSETZEN
           INSPECT WS-TEXT REPLACING ALL '&' BY '+'
                                     ALL '<' BY '('
                                     ALL '>' BY ')'.
       TEXT-BEREINIGEN-EXIT. EXIT.

       SVG-TEXT SECTION.
      *    WS-TEXT AN WS-X/WS-Y (SVG) IN DER FARBE DER EBENE
           MOVE SPACES TO WS-SATZ.
           STRING '<text x="' WS-X '" y="' WS-Y
              '" stroke="none" fill="currentColor">'
              DELIMITED BY SIZE
              WS-TEXT DELIMITED BY "  "
              '</text>' DELIMITED BY SIZE
              INTO WS-SATZ
           END-STRING.
           PERFORM SVG-SCHREIBEN.
       SVG-TEXT-EXIT. EXIT.

       DXF-TEXT SECTION.
      *    WS-TEXT AN WS-X2/WS-Y2 (DXF), SCHRIFTHOEHE 5 EINHEITEN
           MOVE "0"       TO WS-DXF-CODE.
           MOVE "TEXT"    TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "8"       TO WS-DXF-CODE.
           MOVE WS-LAYER  TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "10"      TO WS-DXF-CODE.
           MOVE WS-X2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "20"      TO WS-DXF-CODE.
           MOVE WS-Y2     TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "40"      TO WS-DXF-CODE.
           MOVE "5"       TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
           MOVE "1"       TO WS-DXF-CODE.
           MOVE WS-TEXT   TO WS-DXF-WERT.
           PERFORM DXF-SCHREIBEN.
       DXF-TEXT-EXIT. EXIT.

       SVG-SCHREIBEN SECTION.
           MOVE WS-SATZ TO SVGSATZ.
           WRITE SVGSATZ.
           MOVE SPACES TO WS-SATZ.
       SVG-SCHREIBEN-EXIT. EXIT.

       DXF-SCHREIBEN SECTION.
      *    JEDE DXF-GRUPPE BESTEHT AUS ZWEI ZEILEN: GRUPPENCODE, WERT
           MOVE WS-DXF-CODE TO DXFSATZ.
           WRITE DXFSATZ.
           MOVE WS-DXF-WERT TO DXFSATZ.
           WRITE DXFSATZ.
       DXF-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABVEKT.
