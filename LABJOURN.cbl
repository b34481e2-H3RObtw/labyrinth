      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Auswertung des Revisionsjournals JOURNAL.txt (von
      *          LABWART und LABRAST beim Speichern, von LABCAD bei
      *          der Aufnahme einer importierten Etage
      *          fortgeschrieben): listet alle Positions- und
      *          Zellaenderungen und CAD-Importe,
      *          wahlweise gefiltert auf eine
      *          Datei und/oder einen Datumsbereich, damit bei einer
      *          auffaelligen Uebung belegbar ist, ob und von wem der
      *          Grundriss vorher geaendert wurde
       SATZ-PRUEFEN-EXIT. EXIT.

       SATZ-AUSGEBEN SECTION.
      *    AKTION Z (ZELLAENDERUNG AUS LABRAST): STATT DES BESUCHERS
      *    STEHEN DAS ALTE (STELLE 78) UND DAS NEUE ZEICHEN
      *    (STELLE 96) DER ZELLE IM SATZ
           IF JOURNALSATZ(76:1) = 'Z'
              DISPLAY JOURNALSATZ(1:14) " "
                 JOURNALSATZ(16:8) " "
                 JOURNALSATZ(76:1) "      "
                 JOURNALSATZ(78:1) "        "
                 JOURNALSATZ(80:3) "/"
                 JOURNALSATZ(84:3) "  ZELLE '"
                 JOURNALSATZ(78:1) "' -> '"
                 JOURNALSATZ(96:1) "' "
                 FUNCTION TRIM(JOURNALSATZ(25:50) TRAILING)
              EXIT SECTION
           END-IF.
      *    AKTION I (AUFNAHME EINER CAD-IMPORTIERTEN ETAGE IN
      *    FILENAMES.TXT DURCH LABCAD): NUR DATEI UND BENUTZER
           IF JOURNALSATZ(76:1) = 'I'
              DISPLAY JOURNALSATZ(1:14) " "
                 JOURNALSATZ(16:8) " "
                 JOURNALSATZ(76:1) "      "
                 "                   CAD-IMPORT AUFGENOMMEN "
                 FUNCTION TRIM(JOURNALSATZ(25:50) TRAILING)
              EXIT SECTION
           END-IF.
           IF JOURNALSATZ(76:1) = 'E'
              DISPLAY JOURNALSATZ(1:14) " "
                 JOURNALSATZ(16:8) " "
