      *          Nachtlaufs: haelt je Labyrinth nur die juengsten N
      *          Generationen, sichert SUMMARY.txt und EXCEPTIONS.txt
      *          unter dem Laufdatum in resources/out/ARCHIV, loescht
      *          verwaiste .GEN-Dateien, SVG/DXF-Zeichnungen und
      *          Dichtekarten von Labyrinthen, die nicht mehr in
      *          Filenames.txt stehen, und protokolliert jede
      *          Aktion in PUTZBERICHT.txt -
      *          seit dem Vollplattenvorfall darf hier nichts mehr
      *          stillschweigend liegenbleiben oder verschwinden
      *
      *          STEUERDATEI resources/in/RETENTION.txt:
      *          ZEILE 1, STELLE 1-2: GENERATIONEN BEHALTEN (01-05)
       01  WS-QUELLPFAD        PIC X(70).
       01  WS-ZIELPFAD         PIC X(70).
       01  WS-LOESCHPFAD       PIC X(70).
       01  WS-ENDUNG           PIC X(16).
       01  WS-DATEIART         PIC X(12).
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-BEHALTEN         PIC 99      VALUE 5.
       01  WS-ARCHIVIEREN      PIC X(1)    VALUE 'J'.
              END-IF
              ADD 1 TO WS-GEN-PRUEF
           END-PERFORM.
      *    DIE ZEICHNUNGEN AUS LABVEKT HABEN KEINE GENERATIONEN UND
      *    WERDEN JE LAUF UEBERSCHRIEBEN; SIE GEHEN MIT DER WAISE,
      *    EBENSO DIE DICHTEKARTE SAMT IHRER LAUFHISTORIE
           MOVE "ZEICHNUNG"     TO WS-DATEIART.
           MOVE ".SVG"          TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE ".DXF"          TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE ".SVG.VORSCHAU" TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE ".DXF.VORSCHAU" TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE "DICHTEKARTE"   TO WS-DATEIART.
           MOVE ".DICHTE"       TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE ".DICHTE.VORSCHAU" TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE ".DICHTEHIST"   TO WS-ENDUNG.
           PERFORM ZEICHNUNG-LOESCHEN.
           MOVE SPACES TO WS-LOESCHPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
                  IV-NAME(WS-I)     DELIMITED BY SPACE
           END-IF.
       WAISE-LOESCHEN-EXIT. EXIT.

       ZEICHNUNG-LOESCHEN SECTION.
           MOVE SPACES TO WS-LOESCHPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
                  IV-NAME(WS-I)     DELIMITED BY SPACE
                  WS-ENDUNG         DELIMITED BY SPACE
                  INTO WS-LOESCHPFAD
           END-STRING.
           PERFORM DATEI-LOESCHEN.
           IF WS-RC = 0
              MOVE SPACES TO WS-MELDUNG
              STRING "VERWAISTE "     DELIMITED BY SIZE
                 WS-DATEIART         DELIMITED BY SPACE
                 " GELOESCHT: "      DELIMITED BY SIZE
                 WS-LOESCHPFAD       DELIMITED BY SIZE
                 INTO WS-MELDUNG
              END-STRING
              PERFORM MELDEN
           END-IF.
       ZEICHNUNG-LOESCHEN-EXIT. EXIT.

       ALTE-GENERATIONEN-LOESCHEN SECTION.
      *    JUENGSTE GENERATION AUS DEM .GEN-ZAEHLER LESEN UND ALLE
      *    STAENDE LOESCHEN, DIE WEITER ALS WS-BEHALTEN-1 SCHRITTE
