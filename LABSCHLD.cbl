      *          zaehlt (offenes Feld mit vier offenen Nachbarn),
      *          entsteht eine Karte mit Site/Etage, den Koordinaten,
      *          der Pfeilrichtung aus der Richtungskarte (LABKARTE),
      *          der Entfernung bis zum naechstgelegenen Ausgang in
      *          Metern (Massstab aus MASSSTAB.txt) und
      *          der Ausweichrichtung fuer den Fall, dass dieser
      *          Ausgang gesperrt ist - genau das, was laminiert an
      *          der Kreuzung haengt, statt die Richtungen von Hand
      *
      *          AUFRUF: LABSCHLD DATEINAME
      *          AUSGABE: resources/out/<DATEINAME>.SCHILDER
      *          FEHLT FUER SITE/ETAGE DER MASSSTAB, STEHEN AUF DEN
      *          KARTEN NUR SCHRITTE MIT HINWEIS, RETURN-CODE 4
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT LEGENDEIN ASSIGN TO "resources/in/LEGENDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEGENDE-STATUS.
           SELECT MASSEIN  ASSIGN TO "resources/in/MASSSTAB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASS-STATUS.
           SELECT SCHILDOUT ASSIGN TO WS-SCHILDPFAD
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       01 MAZESATZ PIC X(500).
       FD LEGENDEIN.
       01 LEGENDEZEILE PIC X(50).
       FD MASSEIN.
       01 MASSSATZ PIC X(60).
       FD SCHILDOUT.
       01 SCHILDZEILE PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-MAZE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LEGENDE-STATUS   PIC X(2)    VALUE '00'.
       01  WS-MASS-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MAZEPFAD         PIC X(70).
       01  WS-SCHILDPFAD       PIC X(70).
       01  WS-DATEINAME        PIC X(50)   VALUE SPACES.
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
       01  RICHTUNGSKARTE.
           05  RK-ZEILE OCCURS 132 PIC X(132).
       01  WS-ZEILEN           PIC 999     VALUE 0.
       01  WS-NB-I             PIC 9.
       01  WS-KARTENANZAHL     PIC 999     VALUE 0.
       01  WS-MELDUNG          PIC X(60).
      *    MASSSTAB DER ETAGE (METER JE RASTERZELLE) WIE IN LABYRINT
       01  WS-MS-GEFUNDEN      PIC 9       VALUE 0.
       01  WS-MS-METER         PIC 99V999  VALUE 0.
       01  WS-MS-METER-X REDEFINES WS-MS-METER PIC X(5).
       01  WS-MS-SCHRITTE      PIC 9999.
       01  WS-MS-WEG           PIC 9(6)V9.
       01  WS-MS-WEG-ANZ       PIC ZZZZZ9.9.
       01  WS-MS-LEER          PIC 99.
       01  WS-MS-TEXT          PIC X(20).

      ******************************************************************
       PROCEDURE DIVISION.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MASSSTAB-LESEN.
           IF WS-MS-GEFUNDEN = 0
              DISPLAY "KEIN MASSSTAB FUER SITE " WS-SITE(1:30)
                 " ETAGE " WS-ETAGE " - KARTEN NUR IN SCHRITTEN"
           END-IF.
           CALL 'LABKARTE' USING LABYRINTH, LEGENDE, RICHTUNGSKARTE.
           MOVE SPACES TO WS-SCHILDPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
           CLOSE SCHILDOUT.
           DISPLAY "SCHILDERKARTEN GESCHRIEBEN: " WS-SCHILDPFAD
              ", KARTEN: " WS-KARTENANZAHL.
           IF WS-MS-GEFUNDEN = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

           END-IF.
           PERFORM RAHMEN-SCHREIBEN.
           MOVE SPACES TO WS-MELDUNG.
           IF WS-MS-GEFUNDEN = 0 OR WS-SCHRITTE = 9999
              STRING "| SCHRITTE BIS ZUM AUSGANG: " WS-SCHRITTE
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
              MOVE WS-SCHRITTE TO WS-MS-SCHRITTE
              PERFORM METER-RECHNEN
              STRING "| BIS ZUM AUSGANG: " DELIMITED BY SIZE
                 WS-MS-TEXT DELIMITED BY "  "
                 " (" WS-SCHRITTE " SCHRITTE)" DELIMITED BY SIZE
                 INTO WS-MELDUNG
              END-STRING
           END-IF.
           PERFORM RAHMEN-SCHREIBEN.
           IF WS-MS-GEFUNDEN = 0
              MOVE SPACES TO WS-MELDUNG
              STRING "| ACHTUNG: KEIN MASSSTAB - NUR SCHRITTE"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM RAHMEN-SCHREIBEN
           END-IF.
           MOVE SPACES TO WS-MELDUNG.
           IF WS-AUSW-RICHTUNG = SPACE
              STRING "| KEINE AUSWEICHRICHTUNG VORHANDEN"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
              IF WS-MS-GEFUNDEN = 0
                 STRING "| BEI SPERRUNG AUSWEICHEN: "
                    WS-AUSW-RICHTUNG
                    " (" WS-AUSW-SCHRITTE " SCHRITTE)"
                    DELIMITED BY SIZE INTO WS-MELDUNG
                 END-STRING
              ELSE
                 MOVE WS-AUSW-SCHRITTE TO WS-MS-SCHRITTE
                 PERFORM METER-RECHNEN
                 STRING "| BEI SPERRUNG AUSWEICHEN: "
                    WS-AUSW-RICHTUNG " (" DELIMITED BY SIZE
                    WS-MS-TEXT DELIMITED BY "  "
                    ")" DELIMITED BY SIZE
                    INTO WS-MELDUNG
                 END-STRING
              END-IF
           END-IF.
           PERFORM RAHMEN-SCHREIBEN.
           MOVE ALL "-" TO WS-MELDUNG.
           END-PERFORM.
       RASTER-LADEN-EXIT. EXIT.

       MASSSTAB-LESEN SECTION.
      *    MASSSTAB.txt WIE IN LABYRINT: STELLE 1-40 SITE, 41-43
      *    ETAGE, 44-48 METER JE ZELLE (99V999 OHNE KOMMA)
           MOVE 0 TO WS-MS-GEFUNDEN.
           MOVE 0 TO WS-MS-METER.
           OPEN INPUT MASSEIN.
           IF WS-MASS-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-MASS-STATUS NOT = '00'
              READ MASSEIN
                 AT END CONTINUE
              END-READ
              IF WS-MASS-STATUS = '00'
               AND MASSSATZ(1:40) = WS-SITE
               AND MASSSATZ(41:3) = WS-ETAGE
               AND MASSSATZ(44:5) IS NUMERIC
               AND MASSSATZ(44:5) NOT = '00000'
                 MOVE 1 TO WS-MS-GEFUNDEN
                 MOVE MASSSATZ(44:5) TO WS-MS-METER-X
              END-IF
           END-PERFORM.
           CLOSE MASSEIN.
       MASSSTAB-LESEN-EXIT. EXIT.

       METER-RECHNEN SECTION.
      *    WS-MS-SCHRITTE IN METER, LINKSBUENDIG NACH WS-MS-TEXT
           MOVE SPACES TO WS-MS-TEXT.
           COMPUTE WS-MS-WEG ROUNDED = WS-MS-SCHRITTE * WS-MS-METER.
           MOVE WS-MS-WEG TO WS-MS-WEG-ANZ.
           MOVE 0 TO WS-MS-LEER.
           INSPECT WS-MS-WEG-ANZ TALLYING WS-MS-LEER
              FOR LEADING SPACE.
           STRING WS-MS-WEG-ANZ(WS-MS-LEER + 1:) " M"
              DELIMITED BY SIZE INTO WS-MS-TEXT
           END-STRING.
       METER-RECHNEN-EXIT. EXIT.

       LEGENDE-LESEN SECTION.
      *    LEGENDE.txt WIE IN LABYRINT; OHNE DATEI GELTEN
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
                 END-IF
              END-IF
              CLOSE LEGENDEIN
