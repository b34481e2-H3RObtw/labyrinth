      *          - VERBINDUNGEN: DIE TREPPENKOORDINATE DER OBEREN
      *            ETAGE TRAEGT WIRKLICH DAS TREPPENZEICHEN DER
      *            LEGENDE, UND DIE ANSCHLUSSZELLE DER UNTEREN
      *            ETAGE IST OFFEN (KEINE WAND, IM RASTER); DURCHLASS
      *            UND LAUFZEIT DES TREPPENLAUFS SIND LEER ODER
      *            NUMERISCH
      *          - AUSGAENGE: DIE KOORDINATE LIEGT AUF DEM
      *            RASTERRAND DER GENANNTEN DATEI; EINE KAPAZITAETS-
      *            SUMME JE DATEI, DIE DIE BESUCHER DES RASTERS
      ******************************************************************
       FILE SECTION.
       FD VERBEIN.
       01 VERBSATZ PIC X(132).
       FD AUSGEIN.
       01 AUSGSATZ PIC X(60).
       FD LEGENDEIN.
           05  LEG-OFFEN       PIC X(1)    VALUE ' '.
           05  LEG-TREPPE      PIC X(1)    VALUE 'T'.
           05  LEG-STUFE       PIC X(1)    VALUE 'S'.
           05  LEG-TUER        PIC X(1)    VALUE '+'.
      *    GELADENES RASTER MIT RANDBEGRIFF WIE IN LABYRINT
      *    (UNTERGESCHOSS-LADEN): LETZTEZEILE = ZEILENANZAHL - 1,
      *    ENDEZEILE = GROESSTE GENUTZTE BREITE. DER ZULETZT
              PERFORM FEHLER-MELDEN
              EXIT SECTION
           END-IF.
      *    DURCHLASS UND LAUFZEIT FUER LABGSIM: LEER = VORGABE
           IF (VERBSATZ(123:3) NOT = SPACES
            AND VERBSATZ(123:3) IS NOT NUMERIC)
            OR (VERBSATZ(127:3) NOT = SPACES
            AND VERBSATZ(127:3) IS NOT NUMERIC)
              MOVE VERBSATZ(1:50) TO WS-GRID-DATEI
              MOVE SPACES TO WS-MELDUNG
              STRING "VERBINDUNGEN SATZ " WS-SATZNR
                 ": DURCHLASS/LAUFZEIT DES TREPPENLAUFS NICHT "
                 "NUMERISCH"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM FEHLER-MELDEN
           END-IF.
      *    OBERE ETAGE: TREPPENZEICHEN AN DER GENANNTEN STELLE?
           MOVE VERBSATZ(1:50) TO WS-GRID-DATEI.
           PERFORM GRID-LADEN.
                  AND WS-ZEICHEN NOT = LEG-OFFEN
                  AND WS-ZEICHEN NOT = LEG-TREPPE
                  AND WS-ZEICHEN NOT = LEG-STUFE
                  AND WS-ZEICHEN NOT = LEG-TUER
                    ADD 1 TO WS-BESUCHERZAHL
                 END-IF
                 ADD 1 TO WS-GR-COL
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
