      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose:Sucht den kürzesten Weg zum Ausgang für jeden Besucher
      *         - bei gepflegten Gefahrenzonen den guenstigsten Weg
      *         (Summe der Zellkosten statt blosser Schrittzahl)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       01 WS-ZW-INDEX         PIC 9999.
       01 WS-ZW-MERKZIELZ     PIC 999.
       01 WS-ZW-MERKZIELS     PIC 999.
      * KOSTENSUCHE BEI GEFAHRENZONEN: JEDER SCHRITT KOSTET 1 PLUS DAS
      * STRAFGEWICHT DER BETRETENEN ZELLE. DIE WARTESCHLANGE DER
      * BREITENSUCHE WIRD DAZU ALS RINGPUFFER BENUTZT; EINE ZELLE
      * KOMMT ERNEUT HINEIN, SOBALD SIE GUENSTIGER ERREICHT WIRD, UND
      * STEHT DABEI HOECHSTENS EINMAL GLEICHZEITIG DARIN
       01 WS-KO-KOSTEN.
           05 WS-KO-KOSTEN-Z OCCURS 132.
               10 WS-KO-KOSTEN-S OCCURS 132 PIC 9(6).
       01 WS-KO-INQ.
           05 WS-KO-INQ-Z OCCURS 132.
               10 WS-KO-INQ-S OCCURS 132 PIC 9.
       01 WS-KO-ANZQ          PIC 9(5).
       01 WS-KO-NEU           PIC 9(6).
       01 WS-KO-BESTE         PIC 9(6).
       01 WS-KO-RICHTUNG      PIC X.
      * 1 = GEFAHRENZELLEN WIE WAENDE BEHANDELN (PRUEFUNG, OB ES
      * UEBERHAUPT EINEN WEG AUSSERHALB DER GEFAHRENZONEN GIBT)
       01 WS-GZ-SPERREN       PIC 9     VALUE 0.
       01 WS-GZ-Z             PIC 999.
       01 WS-GZ-S             PIC 999.
       01 WS-GZ-I             PIC 9999.
       01 WS-GZ-ZELLEN        PIC 9999.
      *****************************************************************
      /
      ******************************************************************
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
      * GEFAHRENZONEN (AUS <DATEINAME>.GEFAHR, GELADEN VOM AUFRUFER):
      * JE ZELLE DAS STRAFGEWICHT 0-99, GZ-ANZAHL = ZAHL DER ZELLEN MIT
      * GEWICHT > 0 (0 = REINE SCHRITTZAHL WIE BISHER). RUECKGABE JE
      * BESUCHER: 'J' IN GZ-NUR-GEFAHR, WENN DER GEFUNDENE WEG DURCH
      * EINE GEFAHRENZONE FUEHRT UND ES KEINEN WEG AUSSERHALB GIBT
       01  GEFAHRENZONEN.
           05  GZ-ANZAHL          PIC 9(5).
           05  GZ-ZEILE OCCURS 132.
               10 GZ-GEWICHT OCCURS 132 PIC 99.
           05  GZ-ERGEBNIS OCCURS 15.
               10 GZ-NUR-GEFAHR   PIC X(1).
      ******************************************************************
      /
      ******************************************************************
       PROCEDURE DIVISION USING LABYRINTH, POSBESUCH, LEGENDE,
                                GEFAHRENZONEN.
      ******************************************************************
       STEUERUNG SECTION.
           PERFORM INITIALISIEREN.       
      *    ALLE BESUCHER DURCHGEHEN
           PERFORM UNTIL ZAEHLERBESUCHER > 15
              INITIALIZE WEGE(ZAEHLERBESUCHER)       
              MOVE 'N' TO GZ-NUR-GEFAHR(ZAEHLERBESUCHER)
      *       MUSS EIN WEG GESUCHT WERDEN?
              EVALUATE TRUE
      *        KEINE GÜLTIGEN DATEN EINGETRAGEN -> KEIN BESUCHER
                 END-IF
                 IF PFAD-LAENGE(ZAEHLERBESUCHER) NOT = 9999
                  AND PFAD-LAENGE(ZAEHLERBESUCHER) > 0
                    PERFORM GEFAHRFREI-PRUEFEN
                    PERFORM ZWEITWEG-SUCHEN
                 END-IF
              END-EVALUATE
           MOVE WS-ZW-MERKZIELS TO ZIEL-STELLE(ZAEHLERBESUCHER).
       ZWEITWEG-SUCHEN-EXIT. EXIT.

       GEFAHRFREI-PRUEFEN SECTION.
      *    FUEHRT DER GEFUNDENE (GUENSTIGSTE) WEG DURCH MINDESTENS EINE
      *    GEFAHRENZELLE, WIRD MIT GESPERRTEN GEFAHRENZELLEN ERNEUT
      *    GESUCHT; GIBT ES DANN KEINEN WEG, KANN DER BESUCHER NUR
      *    DURCH DIE GEFAHRENZONE INS FREIE. DER GEFUNDENE PRIMAERWEG
      *    BLEIBT DABEI UNBERUEHRT (DIE SUCHE LAEUFT NUR UEBER DIE
      *    ARBEITSRASTER, NICHT UEBER DIE RUECKVERFOLGUNG)
           IF GZ-ANZAHL = 0
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GZ-ZELLEN.
           MOVE ZEILE(ZAEHLERBESUCHER)  TO WS-GZ-Z.
           MOVE STELLE(ZAEHLERBESUCHER) TO WS-GZ-S.
           MOVE 1 TO WS-GZ-I.
           PERFORM UNTIL WS-GZ-I > PFAD-LAENGE(ZAEHLERBESUCHER)
              EVALUATE PFAD(ZAEHLERBESUCHER)(WS-GZ-I:1)
                 WHEN 'H' SUBTRACT 1 FROM WS-GZ-Z
                 WHEN 'R' ADD      1 TO   WS-GZ-S
                 WHEN 'U' ADD      1 TO   WS-GZ-Z
                 WHEN 'L' SUBTRACT 1 FROM WS-GZ-S
              END-EVALUATE
              IF GZ-GEWICHT(WS-GZ-Z WS-GZ-S) > 0
                 ADD 1 TO WS-GZ-ZELLEN
              END-IF
              ADD 1 TO WS-GZ-I
           END-PERFORM.
           IF WS-GZ-ZELLEN = 0
              EXIT SECTION
           END-IF.
           INITIALIZE WS-SPERRGRID.
           MOVE 1 TO WS-GZ-Z.
           PERFORM UNTIL WS-GZ-Z > LETZTEZEILE
              MOVE 1 TO WS-GZ-S
              PERFORM UNTIL WS-GZ-S > ENDEZEILE
                 IF GZ-GEWICHT(WS-GZ-Z WS-GZ-S) > 0
                    MOVE 1 TO WS-SG-S(WS-GZ-Z WS-GZ-S)
                 END-IF
                 ADD 1 TO WS-GZ-S
              END-PERFORM
              ADD 1 TO WS-GZ-Z
           END-PERFORM.
           MOVE 1 TO WS-GZ-SPERREN.
           PERFORM BFS-WEG-SUCHEN.
           IF WS-BS-GEFUNDEN = 0
              MOVE 'J' TO GZ-NUR-GEFAHR(ZAEHLERBESUCHER)
           END-IF.
           MOVE 0 TO WS-GZ-SPERREN.
           INITIALIZE WS-SPERRGRID.
       GEFAHRFREI-PRUEFEN-EXIT. EXIT.

       BFS-WEG-SUCHEN SECTION.
      *    BREITENSUCHE: ALLE ERREICHBAREN FELDER SCHICHTWEISE ÜBER EINE
      *    WARTESCHLANGE ABSUCHEN, BIS DER RAND (ODER DAS VORGEGEBENE
      *    ZIEL) GEFUNDEN WIRD - DER ERSTE FUND IST GARANTIERT DER
      *    KÜRZESTE WEG, OHNE DASS WIE BEIM FRÜHEREN BACKTRACKING ERST
      *    JEDE MÖGLICHE ROUTE DURCHPROBIERT WERDEN MUSS.
      *    MIT GEFAHRENZONEN ZAEHLT NICHT DIE SCHRITTZAHL, SONDERN DIE
      *    SUMME DER ZELLKOSTEN - DANN SUCHT KOSTEN-WEG-SUCHEN
           IF GZ-ANZAHL > 0 AND WS-GZ-SPERREN = 0
              PERFORM KOSTEN-WEG-SUCHEN
              EXIT SECTION
           END-IF.
           INITIALIZE WS-BS-BESUCHT.
           INITIALIZE WS-BS-RICHTUNG.
           MOVE 0 TO WS-BS-GEFUNDEN.
           END-PERFORM.
       BFS-WEG-SUCHEN-EXIT. EXIT.

       KOSTEN-WEG-SUCHEN SECTION.
      *    GUENSTIGSTER WEG BEI GEFAHRENZONEN: WIE DIE BREITENSUCHE,
      *    ABER EINE ZELLE WIRD NEU EINGEREIHT, WENN SIE GUENSTIGER
      *    ALS BISHER ERREICHT WIRD. DER ERSTE FUND AM RAND IST HIER
      *    NICHT MEHR ZWINGEND DER BESTE - ES WIRD BIS ZUR LEEREN
      *    WARTESCHLANGE GESUCHT UND DAS GUENSTIGSTE ZIEL BEHALTEN.
      *    ZIELFELDER WERDEN NICHT WEITER EXPANDIERT
           INITIALIZE WS-BS-BESUCHT.
           INITIALIZE WS-BS-RICHTUNG.
           INITIALIZE WS-KO-KOSTEN.
           INITIALIZE WS-KO-INQ.
           MOVE 0 TO WS-BS-GEFUNDEN.
           MOVE 0 TO WS-KO-BESTE.
           MOVE 1 TO WS-BS-KOPF.
           MOVE 1 TO WS-BS-ENDE.
           MOVE ZAEHLERZEILE  TO WS-BS-WARTE-Z(WS-BS-ENDE).
           MOVE ZAEHLERSTELLE TO WS-BS-WARTE-S(WS-BS-ENDE).
           MOVE 1 TO WS-BS-BESUCHT-S(ZAEHLERZEILE ZAEHLERSTELLE).
           MOVE 1 TO WS-KO-INQ-S(ZAEHLERZEILE ZAEHLERSTELLE).
           MOVE 0 TO WS-KO-KOSTEN-S(ZAEHLERZEILE ZAEHLERSTELLE).
           MOVE 2 TO WS-BS-ENDE.
           MOVE 1 TO WS-KO-ANZQ.
           PERFORM UNTIL WS-KO-ANZQ = 0
              MOVE WS-BS-WARTE-Z(WS-BS-KOPF) TO WS-BS-AKTZ
              MOVE WS-BS-WARTE-S(WS-BS-KOPF) TO WS-BS-AKTS
              ADD 1 TO WS-BS-KOPF
              IF WS-BS-KOPF > 17424
                 MOVE 1 TO WS-BS-KOPF
              END-IF
              SUBTRACT 1 FROM WS-KO-ANZQ
              MOVE 0 TO WS-KO-INQ-S(WS-BS-AKTZ WS-BS-AKTS)
              IF (ZIEL-ZEILE(ZAEHLERBESUCHER) NOT = 0
                 AND WS-BS-AKTZ = ZIEL-ZEILE(ZAEHLERBESUCHER)
                 AND WS-BS-AKTS = ZIEL-STELLE(ZAEHLERBESUCHER))
              OR (ZIEL-ZEILE(ZAEHLERBESUCHER) = 0
                 AND (WS-BS-AKTZ = 1 OR WS-BS-AKTZ = LETZTEZEILE
                  OR  WS-BS-AKTS = 1 OR WS-BS-AKTS = ENDEZEILE
                  OR  LABZEILE(WS-BS-AKTZ)(WS-BS-AKTS:1)
                      = LEG-TREPPE))
                 IF WS-BS-GEFUNDEN = 0
                  OR WS-KO-KOSTEN-S(WS-BS-AKTZ WS-BS-AKTS)
                     < WS-KO-BESTE
                    MOVE 1          TO WS-BS-GEFUNDEN
                    MOVE WS-BS-AKTZ TO WS-BS-ZIELZ
                    MOVE WS-BS-AKTS TO WS-BS-ZIELS
                    MOVE WS-KO-KOSTEN-S(WS-BS-AKTZ WS-BS-AKTS)
                       TO WS-KO-BESTE
                 END-IF
              ELSE
                 IF WS-BS-AKTZ > 1
                    SUBTRACT 1 FROM WS-BS-AKTZ GIVING WS-BS-NEUZ
                    MOVE WS-BS-AKTS TO WS-BS-NEUS
                    MOVE 'H' TO WS-KO-RICHTUNG
                    PERFORM KOSTEN-NACHBAR-PRUEFEN
                 END-IF
                 IF WS-BS-AKTS < ENDEZEILE
                    MOVE WS-BS-AKTZ TO WS-BS-NEUZ
                    ADD 1 TO WS-BS-AKTS GIVING WS-BS-NEUS
                    MOVE 'R' TO WS-KO-RICHTUNG
                    PERFORM KOSTEN-NACHBAR-PRUEFEN
                 END-IF
                 IF WS-BS-AKTZ < LETZTEZEILE
                    ADD 1 TO WS-BS-AKTZ GIVING WS-BS-NEUZ
                    MOVE WS-BS-AKTS TO WS-BS-NEUS
                    MOVE 'U' TO WS-KO-RICHTUNG
                    PERFORM KOSTEN-NACHBAR-PRUEFEN
                 END-IF
                 IF WS-BS-AKTS > 1
                    MOVE WS-BS-AKTZ TO WS-BS-NEUZ
                    SUBTRACT 1 FROM WS-BS-AKTS GIVING WS-BS-NEUS
                    MOVE 'L' TO WS-KO-RICHTUNG
                    PERFORM KOSTEN-NACHBAR-PRUEFEN
                 END-IF
              END-IF
           END-PERFORM.
       KOSTEN-WEG-SUCHEN-EXIT. EXIT.

       KOSTEN-NACHBAR-PRUEFEN SECTION.
      *    NACHBAR WS-BS-NEUZ/WS-BS-NEUS: OFFEN UND NICHT GESPERRT?
      *    DANN KOSTEN UEBER DIE AKTUELLE ZELLE RECHNEN UND BEI
      *    VERBESSERUNG RICHTUNG MERKEN UND (WIEDER) EINREIHEN
           MOVE LABZEILE(WS-BS-NEUZ) TO AKTZEILE.
           IF AKTZEILE(WS-BS-NEUS:1) = LEG-WAND
            OR AKTZEILE(WS-BS-NEUS:1) = WS-BS-SPERRE
            OR WS-SG-S(WS-BS-NEUZ WS-BS-NEUS) NOT = 0
              EXIT SECTION
           END-IF.
           COMPUTE WS-KO-NEU = WS-KO-KOSTEN-S(WS-BS-AKTZ WS-BS-AKTS)
              + 1 + GZ-GEWICHT(WS-BS-NEUZ WS-BS-NEUS).
           IF WS-BS-BESUCHT-S(WS-BS-NEUZ WS-BS-NEUS) = 1
            AND WS-KO-NEU NOT < WS-KO-KOSTEN-S(WS-BS-NEUZ WS-BS-NEUS)
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-BS-BESUCHT-S(WS-BS-NEUZ WS-BS-NEUS).
           MOVE WS-KO-NEU TO WS-KO-KOSTEN-S(WS-BS-NEUZ WS-BS-NEUS).
           MOVE WS-KO-RICHTUNG
              TO WS-BS-RICHTUNG-S(WS-BS-NEUZ WS-BS-NEUS).
           IF WS-KO-INQ-S(WS-BS-NEUZ WS-BS-NEUS) = 0
              MOVE 1 TO WS-KO-INQ-S(WS-BS-NEUZ WS-BS-NEUS)
              MOVE WS-BS-NEUZ TO WS-BS-WARTE-Z(WS-BS-ENDE)
              MOVE WS-BS-NEUS TO WS-BS-WARTE-S(WS-BS-ENDE)
              ADD 1 TO WS-BS-ENDE
              IF WS-BS-ENDE > 17424
                 MOVE 1 TO WS-BS-ENDE
              END-IF
              ADD 1 TO WS-KO-ANZQ
           END-IF.
       KOSTEN-NACHBAR-PRUEFEN-EXIT. EXIT.

       BFS-NACHBAR-H SECTION.
      *    NACHBAR OBEN (ZEILE-1): IM RASTER, OFFEN UND UNBESUCHT?
           IF WS-BS-AKTZ > 1
