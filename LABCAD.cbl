      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Uebernahme neuer Etagen aus dem Zellenlisten-Export
      *          der CAD-Abteilung, statt sie Zeichen fuer Zeichen
      *          vom ausgedruckten Plan abzutippen (daher stammen die
      *          falschen Waende, die LABDIFF immer wieder findet).
      *          Aus dem Export entsteht eine vollstaendige
      *          Eingabedatei in resources/in (vier Kopfzeilen SITE,
      *          ETAGE, AUTOR, GUELTIG plus Raster in den Zeichen der
      *          aktuellen LEGENDE.txt). Danach laeuft LABPRUEF auf
      *          dem Ergebnis; der Umsetzungsbericht
      *          resources/out/CADIMPORT.txt listet nicht zugeordnete
      *          Zelltypen, fehlerhafte, fehlende und doppelte Zellen
      *          und die Befunde von LABPRUEF. NUR eine saubere Datei
      *          (keiner dieser Befunde) wird an Filenames.txt
      *          angehaengt; sonst bleibt sie zur Nacharbeit liegen
      *          und der Export wird nach der Korrektur neu umgesetzt.
      *          Steht der Zielname schon in Filenames.txt, bricht
      *          der Lauf ab - Aenderungen an produktiven Etagen
      *          laufen ueber LABRAST/LABFREIG. Eine vorhandene
      *          Zieldatei wird nur ueberschrieben, wenn sie selbst
      *          eine Etagendatei ist (erste Zeile "SITE:").
      *          Importieren duerfen Planer und Standortadmins
      *          (LABROLLE, Aktion I); jede Aufnahme in Filenames.txt
      *          steht mit Aktion I im Revisionsjournal JOURNAL.txt
      *
      *          AUFRUF: LABCAD EXPORTDATEI ZIELDATEI
      *          (BEIDE IN resources/in)
      *          RC=0 SAUBER UND AUFGENOMMEN, RC=4 NICHT SAUBER,
      *          RC=8 KEINE BERECHTIGUNG, EXPORT FEHLT, ZIEL BEREITS
      *          GELISTET, ZIEL KEINE ETAGENDATEI ODER NICHT
      *          BESCHREIBBAR, ODER SAUBER, ABER Filenames.txt NICHT
      *          FORTSCHREIBBAR
      *
      *          SATZAUFBAU EXPORT:
      *          KOPFSATZ  STELLE  1     'K'
      *                    STELLE  3-42  SITE
      *                    STELLE 44-45  ETAGE
      *                    STELLE 47-86  AUTOR
      *          ZELLSATZ  STELLE  1     'Z'
      *                    STELLE  3-5   ZEILE  (1-132)
      *                    STELLE  7-9   SPALTE (1-132)
      *                    STELLE 11-14  ZELLTYP
      *          JEDE ZELLE DES RECHTECKS BIS ZUR GROESSTEN ZEILE UND
      *          SPALTE MUSS GENAU EINMAL GELIEFERT WERDEN; FEHLENDE
      *          ZELLEN WERDEN ALS WAND GESETZT UND GEMELDET
      *
      *          STEUERDATEI resources/in/CADCODES.txt (OPTIONAL,
      *          ERSETZT DIE EINGEBAUTE TABELLE):
      *          STELLE 1-4 ZELLTYP, STELLE 6 BEDEUTUNG
      *          W=WAND O=OFFEN T=TREPPE S=STUFE D=INNENTUER
      *          B=BESUCHERPLATZ (ERHAELT DEN NAECHSTEN FREIEN
      *          BESUCHERBUCHSTABEN A-O IN ZEILENFOLGE)
      *          OHNE DATEI: WAND/STUE=W  FLUR/RAUM=O  TREP=T
      *          STUF=S  TUER=D  PLTZ=B
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABCAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CADEIN   ASSIGN TO WS-CADPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAD-STATUS.
           SELECT CODEEIN  ASSIGN TO "resources/in/CADCODES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CODE-STATUS.
           SELECT LEGENDEIN ASSIGN TO "resources/in/LEGENDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEGENDE-STATUS.
           SELECT MAZEOUT  ASSIGN TO WS-AUSPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ZIEL-STATUS.
           SELECT LISTDATEI ASSIGN TO "resources/Filenames.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LISTE-STATUS.
           SELECT BERICHTOUT ASSIGN TO
               "resources/out/CADIMPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNALDATEI ASSIGN TO "resources/out/JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JOURNAL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD CADEIN.
       01 CADSATZ PIC X(100).
       FD CODEEIN.
       01 CODESATZ PIC X(50).
       FD LEGENDEIN.
       01 LEGENDEZEILE PIC X(50).
       FD MAZEOUT.
       01 MAZESATZ PIC X(132).
       FD LISTDATEI.
       01 LISTENSATZ PIC X(50).
       FD BERICHTOUT.
       01 BERICHTZEILE PIC X(132).
       FD JOURNALDATEI.
       01 JOURNALSATZ PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CAD-STATUS       PIC X(2)    VALUE '00'.
       01  WS-CODE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LEGENDE-STATUS   PIC X(2)    VALUE '00'.
       01  WS-LISTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-ZIEL-STATUS      PIC X(2)    VALUE '00'.
       01  WS-CADPFAD          PIC X(70).
       01  WS-AUSPFAD          PIC X(70).
       01  WS-ARGUMENTE        PIC X(120)  VALUE SPACES.
       01  WS-ARG-EXPORT       PIC X(50)   VALUE SPACES.
       01  WS-ARG-ZIEL         PIC X(50)   VALUE SPACES.
       01  WS-MELDUNG          PIC X(132).
       01  WS-HEUTE            PIC X(21).
       01  WS-GELISTET         PIC 9       VALUE 0.
       01  WS-CODES-AUS-DATEI  PIC 9       VALUE 0.
      *    KOPFDATEN AUS DEM EXPORT
       01  WS-KOPF-ANZAHL      PIC 99      VALUE 0.
       01  WS-KOPF-SITE        PIC X(40)   VALUE SPACES.
       01  WS-KOPF-ETAGE       PIC X(2)    VALUE SPACES.
       01  WS-KOPF-AUTOR       PIC X(40)   VALUE SPACES.
      *    ZELLTYP -> BEDEUTUNG (W/O/T/S/D/B)
       01  CODETABELLE.
           05  CT-ANZAHL          PIC 99      VALUE 0.
           05  CT-EINTRAG OCCURS 50.
               10 CT-CODE         PIC X(4).
               10 CT-ROLLE        PIC X(1).
               10 CT-ZELLEN       PIC 9(5).
      *    NICHT ZUGEORDNETE ZELLTYPEN MIT ANZAHL UND ERSTER ZELLE
       01  UNBEKANNTE-CODES.
           05  UC-ANZAHL          PIC 99      VALUE 0.
           05  UC-EINTRAG OCCURS 50.
               10 UC-CODE         PIC X(4).
               10 UC-ZELLEN       PIC 9(5).
               10 UC-ZEILE        PIC 999.
               10 UC-SPALTE       PIC 999.
       01  WS-UC-UEBERLAUF     PIC 9(5)    VALUE 0.
      *    BEDEUTUNG JE ZELLE ('?' = NICHT ZUGEORDNET) UND MARKE,
      *    OB DIE ZELLE GELIEFERT WURDE
       01  CADRASTER.
           05  CR-ZEILE OCCURS 132 PIC X(132).
       01  CADGELIEFERT.
           05  CG-ZEILE OCCURS 132 PIC X(132).
      *    EINZELBEFUNDE (UNGUELTIGE, FEHLENDE, DOPPELTE ZELLEN)
       01  BEFUNDLISTE.
           05  BF-ANZAHL          PIC 999     VALUE 0.
           05  BF-EINTRAG OCCURS 100 PIC X(80).
       01  WS-BF-UEBERLAUF     PIC 9(5)    VALUE 0.
       01  WS-BF-TEXT          PIC X(80).
       01  WS-ANZ-ZELLEN       PIC 9(5)    VALUE 0.
       01  WS-ANZ-UNGUELTIG    PIC 9(5)    VALUE 0.
       01  WS-ANZ-FEHLEND      PIC 9(5)    VALUE 0.
       01  WS-ANZ-DOPPELT      PIC 9(5)    VALUE 0.
       01  WS-ANZ-UNBEKANNT    PIC 9(5)    VALUE 0.
       01  WS-ANZ-SONSTSATZ    PIC 9(5)    VALUE 0.
       01  WS-ANZ-BESUCHER     PIC 99      VALUE 0.
       01  WS-ANZ-BESUCHERVOLL PIC 9(5)    VALUE 0.
       01  WS-MAXZEILE         PIC 999     VALUE 0.
       01  WS-MAXSPALTE        PIC 999     VALUE 0.
       01  WS-Z                PIC 999.
       01  WS-S                PIC 999.
       01  WS-I                PIC 99.
       01  WS-CODE             PIC X(4).
       01  WS-ROLLE            PIC X(1).
       01  WS-ZEICHEN          PIC X(1).
       01  WS-ZEICHENTEXT      PIC X(13).
       01  WS-BUCHSTABE        PIC 99      VALUE 0.
       01  WS-ALPHABET         PIC X(15)   VALUE "ABCDEFGHIJKLMNO".
       01  WS-SAUBER           PIC 9       VALUE 0.
       01  WS-AUFGENOMMEN      PIC 9       VALUE 0.
      *    REVISIONSJOURNAL WIE IN LABWART (SATZAUFBAU SIEHE DORT);
      *    DIE AUFNAHME IN Filenames.txt WIRD MIT AKTION I
      *    (IMPORTIERT) GESCHRIEBEN, STELLE 78-96 BLEIBEN LEER
       01  WS-JOURNAL-STATUS   PIC X(2)    VALUE '00'.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABCAD'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1)    VALUE 'I'.
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).
       01  WS-ZAHL-ANZ         PIC ZZZZ9.
       01  WS-Z-ANZ            PIC ZZ9.
       01  WS-S-ANZ            PIC ZZ9.
      *    DATENSTRUKTUREN WIE IN LABYRINT, DAMIT LABPRUEF
      *    UNVERAENDERT AUFGERUFEN WERDEN KANN
       01  LABYRINTH.
           05  LABZEILE OCCURS 132 PIC X(132).
           05  LETZTEZEILE        PIC 999.
           05  ENDEZEILE          PIC 999.
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
       01  FEHLERLISTE.
           05  FEHLERANZAHL       PIC 99      VALUE 0.
           05  FEHLER-EINTRAG OCCURS 20 PIC X(50).
       01  STATISTIK.
           05  STAT-AUSGAENGE     PIC 9(3).
           05  STAT-SACKGASSEN    PIC 9(3).
           05  STAT-KREUZUNGEN    PIC 9(3).
           05  STAT-BESUCHER      PIC 99.
       01  LEGENDE.
           05  LEG-WAND           PIC X(1).
           05  LEG-OFFEN          PIC X(1).
           05  LEG-ANZRESERVIERT  PIC 99.
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTE DELIMITED BY ALL SPACE
              INTO WS-ARG-EXPORT, WS-ARG-ZIEL
           END-UNSTRING.
           IF WS-ARG-EXPORT = SPACES OR WS-ARG-ZIEL = SPACES
              DISPLAY "AUFRUF: LABCAD EXPORTDATEI ZIELDATEI"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    ROLLENPRUEFUNG UEBER LABROLLE; VERWEIGERUNGEN PROTOKOLLIERT
      *    LABROLLE (LABY223E)
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE WS-BENUTZER TO BR-BENUTZER.
           CALL 'LABROLLE' USING BERECHTIGUNG.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ZIEL-GELISTET-PRUEFEN.
           IF WS-GELISTET = 1
              DISPLAY "ZIELDATEI STEHT BEREITS IN "
                 "resources/Filenames.txt: " WS-ARG-ZIEL
              DISPLAY "AENDERUNGEN AN PRODUKTIVEN ETAGEN UEBER "
                 "LABRAST/LABFREIG"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEGENDE-LESEN.
           PERFORM CODES-LESEN.
           PERFORM EXPORT-LESEN.
           IF WS-CAD-STATUS = '35'
              DISPLAY "CAD-EXPORT NICHT GEFUNDEN: " WS-CADPFAD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM KOPF-PRUEFEN.
           PERFORM RASTER-AUFBAUEN.
           PERFORM DATEI-SCHREIBEN.
           PERFORM RASTER-PRUEFEN.
           MOVE 0 TO WS-SAUBER.
           IF WS-ANZ-ZELLEN > 0 AND WS-ANZ-UNBEKANNT = 0
            AND WS-ANZ-UNGUELTIG = 0 AND WS-ANZ-FEHLEND = 0
            AND WS-ANZ-DOPPELT = 0 AND BF-ANZAHL = 0
            AND WS-ANZ-BESUCHERVOLL = 0 AND FEHLERANZAHL = 0
              MOVE 1 TO WS-SAUBER
           END-IF.
      *    ERST FORTSCHREIBEN, DANN BERICHTEN - DAS ERGEBNIS IM
      *    BERICHT NENNT NUR EINE TATSAECHLICH ERFOLGTE AUFNAHME
           MOVE 0 TO WS-AUFGENOMMEN.
           IF WS-SAUBER = 1
              PERFORM LISTE-FORTSCHREIBEN
           END-IF.
           OPEN OUTPUT BERICHTOUT.
           PERFORM BERICHT-SCHREIBEN.
           CLOSE BERICHTOUT.
           DISPLAY "EINGABEDATEI ERZEUGT: " WS-AUSPFAD.
           DISPLAY "UMSETZUNGSBERICHT: resources/out/CADIMPORT.txt".
           IF WS-AUFGENOMMEN = 1
              DISPLAY "SAUBER - IN resources/Filenames.txt "
                 "AUFGENOMMEN: " WS-ARG-ZIEL
              DISPLAY "DER NACHTLAUF VERARBEITET DIE ETAGE ERST NACH "
                 "FREIGABE UEBER LABFREIG (EINREICHEN + FREIGEBEN)"
              MOVE 0 TO RETURN-CODE
           ELSE
           IF WS-SAUBER = 1
              DISPLAY "SAUBER, ABER NICHT IN "
                 "resources/Filenames.txt AUFGENOMMEN, STATUS "
                 WS-LISTE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "NICHT SAUBER - NICHT IN "
                 "resources/Filenames.txt AUFGENOMMEN"
              MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       ZIEL-GELISTET-PRUEFEN SECTION.
           MOVE 0 TO WS-GELISTET.
           OPEN INPUT LISTDATEI.
           IF WS-LISTE-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-LISTE-STATUS NOT = '00'
              READ LISTDATEI
                 AT END CONTINUE
              END-READ
              IF WS-LISTE-STATUS = '00'
               AND LISTENSATZ = WS-ARG-ZIEL
                 MOVE 1 TO WS-GELISTET
              END-IF
           END-PERFORM.
           CLOSE LISTDATEI.
       ZIEL-GELISTET-PRUEFEN-EXIT. EXIT.

       CODES-LESEN SECTION.
      *    CADCODES.txt ERSETZT DIE EINGEBAUTE TABELLE; SAETZE MIT
      *    UNBEKANNTER BEDEUTUNG WERDEN UEBERGANGEN
           INITIALIZE CODETABELLE.
           MOVE 0 TO WS-CODES-AUS-DATEI.
           OPEN INPUT CODEEIN.
           IF WS-CODE-STATUS = '00'
              MOVE 1 TO WS-CODES-AUS-DATEI
              PERFORM UNTIL WS-CODE-STATUS NOT = '00'
                 MOVE SPACES TO CODESATZ
                 READ CODEEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-CODE-STATUS = '00'
                  AND CODESATZ(1:4) NOT = SPACES
                  AND CT-ANZAHL < 50
                    EVALUATE CODESATZ(6:1)
                       WHEN 'W'
                       WHEN 'O'
                       WHEN 'T'
                       WHEN 'S'
                       WHEN 'D'
                       WHEN 'B'
                          ADD 1 TO CT-ANZAHL
                          MOVE CODESATZ(1:4) TO CT-CODE(CT-ANZAHL)
                          MOVE CODESATZ(6:1) TO CT-ROLLE(CT-ANZAHL)
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE CODEEIN
           ELSE
              MOVE 'WAND' TO CT-CODE(1)
              MOVE 'W'    TO CT-ROLLE(1)
              MOVE 'STUE' TO CT-CODE(2)
              MOVE 'W'    TO CT-ROLLE(2)
              MOVE 'FLUR' TO CT-CODE(3)
              MOVE 'O'    TO CT-ROLLE(3)
              MOVE 'RAUM' TO CT-CODE(4)
              MOVE 'O'    TO CT-ROLLE(4)
              MOVE 'TREP' TO CT-CODE(5)
              MOVE 'T'    TO CT-ROLLE(5)
              MOVE 'STUF' TO CT-CODE(6)
              MOVE 'S'    TO CT-ROLLE(6)
              MOVE 'TUER' TO CT-CODE(7)
              MOVE 'D'    TO CT-ROLLE(7)
              MOVE 'PLTZ' TO CT-CODE(8)
              MOVE 'B'    TO CT-ROLLE(8)
              MOVE 8 TO CT-ANZAHL
           END-IF.
       CODES-LESEN-EXIT. EXIT.

       EXPORT-LESEN SECTION.
           MOVE SPACES TO WS-CADPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-ARG-EXPORT     DELIMITED BY SPACE
                  INTO WS-CADPFAD
           END-STRING.
           MOVE SPACES TO CADRASTER.
           MOVE SPACES TO CADGELIEFERT.
           OPEN INPUT CADEIN.
           IF WS-CAD-STATUS NOT = '00'
              MOVE '35' TO WS-CAD-STATUS
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-CAD-STATUS NOT = '00'
              MOVE SPACES TO CADSATZ
              READ CADEIN
                 AT END CONTINUE
              END-READ
              IF WS-CAD-STATUS = '00' AND CADSATZ NOT = SPACES
                 EVALUATE CADSATZ(1:1)
                    WHEN 'K'
                       ADD 1 TO WS-KOPF-ANZAHL
                       MOVE CADSATZ(3:40)  TO WS-KOPF-SITE
                       MOVE CADSATZ(44:2)  TO WS-KOPF-ETAGE
                       MOVE CADSATZ(47:40) TO WS-KOPF-AUTOR
                    WHEN 'Z'
                       PERFORM ZELLE-UEBERNEHMEN
                    WHEN OTHER
                       ADD 1 TO WS-ANZ-SONSTSATZ
                       MOVE SPACES TO WS-BF-TEXT
                       STRING "UNBEKANNTE SATZART '" CADSATZ(1:1)
                          "': " CADSATZ(1:40)
                          DELIMITED BY SIZE INTO WS-BF-TEXT
                       END-STRING
                       PERFORM BEFUND-MERKEN
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE CADEIN.
           MOVE '00' TO WS-CAD-STATUS.
       EXPORT-LESEN-EXIT. EXIT.

       ZELLE-UEBERNEHMEN SECTION.
           ADD 1 TO WS-ANZ-ZELLEN.
           IF CADSATZ(3:3) IS NOT NUMERIC
            OR CADSATZ(7:3) IS NOT NUMERIC
              ADD 1 TO WS-ANZ-UNGUELTIG
              MOVE SPACES TO WS-BF-TEXT
              STRING "ZEILE/SPALTE NICHT NUMERISCH: " CADSATZ(1:14)
                 DELIMITED BY SIZE INTO WS-BF-TEXT
              END-STRING
              PERFORM BEFUND-MERKEN
              EXIT SECTION
           END-IF.
           MOVE CADSATZ(3:3) TO WS-Z.
           MOVE CADSATZ(7:3) TO WS-S.
           IF WS-Z = 0 OR WS-Z > 132 OR WS-S = 0 OR WS-S > 132
              ADD 1 TO WS-ANZ-UNGUELTIG
              MOVE SPACES TO WS-BF-TEXT
              STRING "ZELLE AUSSERHALB 1-132: " CADSATZ(1:14)
                 DELIMITED BY SIZE INTO WS-BF-TEXT
              END-STRING
              PERFORM BEFUND-MERKEN
              EXIT SECTION
           END-IF.
           IF WS-Z > WS-MAXZEILE
              MOVE WS-Z TO WS-MAXZEILE
           END-IF.
           IF WS-S > WS-MAXSPALTE
              MOVE WS-S TO WS-MAXSPALTE
           END-IF.
           IF CG-ZEILE(WS-Z)(WS-S:1) = '1'
      *       DOPPELT GELIEFERT: DER LETZTE SATZ GILT, DER EXPORT IST
      *       TROTZDEM NICHT SAUBER
              ADD 1 TO WS-ANZ-DOPPELT
              MOVE WS-Z TO WS-Z-ANZ
              MOVE WS-S TO WS-S-ANZ
              MOVE SPACES TO WS-BF-TEXT
              STRING "ZELLE DOPPELT GELIEFERT: ZEILE " WS-Z-ANZ
                 " SPALTE " WS-S-ANZ
                 DELIMITED BY SIZE INTO WS-BF-TEXT
              END-STRING
              PERFORM BEFUND-MERKEN
           END-IF.
           MOVE '1' TO CG-ZEILE(WS-Z)(WS-S:1).
           MOVE CADSATZ(11:4) TO WS-CODE.
           MOVE '?' TO WS-ROLLE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > CT-ANZAHL OR WS-ROLLE NOT = '?'
              IF CT-CODE(WS-I) = WS-CODE
                 MOVE CT-ROLLE(WS-I) TO WS-ROLLE
                 ADD 1 TO CT-ZELLEN(WS-I)
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-ROLLE = '?'
              PERFORM CODE-UNBEKANNT-MERKEN
           END-IF.
           MOVE WS-ROLLE TO CR-ZEILE(WS-Z)(WS-S:1).
       ZELLE-UEBERNEHMEN-EXIT. EXIT.

       CODE-UNBEKANNT-MERKEN SECTION.
           ADD 1 TO WS-ANZ-UNBEKANNT.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > UC-ANZAHL
              IF UC-CODE(WS-I) = WS-CODE
                 ADD 1 TO UC-ZELLEN(WS-I)
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-I
           END-PERFORM.
           IF UC-ANZAHL < 50
              ADD 1 TO UC-ANZAHL
              MOVE WS-CODE TO UC-CODE(UC-ANZAHL)
              MOVE 1       TO UC-ZELLEN(UC-ANZAHL)
              MOVE WS-Z    TO UC-ZEILE(UC-ANZAHL)
              MOVE WS-S    TO UC-SPALTE(UC-ANZAHL)
           ELSE
              ADD 1 TO WS-UC-UEBERLAUF
           END-IF.
       CODE-UNBEKANNT-MERKEN-EXIT. EXIT.

       BEFUND-MERKEN SECTION.
           IF BF-ANZAHL < 100
              ADD 1 TO BF-ANZAHL
              MOVE WS-BF-TEXT TO BF-EINTRAG(BF-ANZAHL)
           ELSE
              ADD 1 TO WS-BF-UEBERLAUF
           END-IF.
       BEFUND-MERKEN-EXIT. EXIT.

       KOPF-PRUEFEN SECTION.
           IF WS-KOPF-ANZAHL = 0
              MOVE "KOPFSATZ 'K' FEHLT" TO WS-BF-TEXT
              PERFORM BEFUND-MERKEN
              EXIT SECTION
           END-IF.
           IF WS-KOPF-ANZAHL > 1
              MOVE "MEHRERE KOPFSAETZE - DER LETZTE GILT"
                 TO WS-BF-TEXT
              PERFORM BEFUND-MERKEN
           END-IF.
           IF WS-KOPF-SITE = SPACES
              MOVE "KOPFSATZ OHNE SITE" TO WS-BF-TEXT
              PERFORM BEFUND-MERKEN
           END-IF.
           IF WS-KOPF-ETAGE IS NOT NUMERIC
              MOVE SPACES TO WS-BF-TEXT
              STRING "ETAGE IM KOPFSATZ NICHT ZWEISTELLIG NUMERISCH: '"
                 WS-KOPF-ETAGE "'"
                 DELIMITED BY SIZE INTO WS-BF-TEXT
              END-STRING
              PERFORM BEFUND-MERKEN
           END-IF.
           IF WS-KOPF-AUTOR = SPACES
              MOVE "KOPFSATZ OHNE AUTOR" TO WS-BF-TEXT
              PERFORM BEFUND-MERKEN
           END-IF.
       KOPF-PRUEFEN-EXIT. EXIT.

       RASTER-AUFBAUEN SECTION.
      *    BEDEUTUNG JE ZELLE IN DAS LEGENDENZEICHEN UMSETZEN;
      *    FEHLENDE UND NICHT ZUGEORDNETE ZELLEN WERDEN WAND,
      *    BESUCHERPLAETZE ERHALTEN IN ZEILENFOLGE DIE BUCHSTABEN
           INITIALIZE LABYRINTH.
           MOVE 0 TO WS-BUCHSTABE.
           MOVE 1 TO WS-Z.
           PERFORM UNTIL WS-Z > WS-MAXZEILE
              MOVE 1 TO WS-S
              PERFORM UNTIL WS-S > WS-MAXSPALTE
                 IF CG-ZEILE(WS-Z)(WS-S:1) NOT = '1'
                    PERFORM ZELLE-FEHLT-MELDEN
                    MOVE 'W' TO CR-ZEILE(WS-Z)(WS-S:1)
                 END-IF
                 EVALUATE CR-ZEILE(WS-Z)(WS-S:1)
                    WHEN 'O'
                       MOVE LEG-OFFEN  TO WS-ZEICHEN
                    WHEN 'T'
                       MOVE LEG-TREPPE TO WS-ZEICHEN
                    WHEN 'S'
                       MOVE LEG-STUFE  TO WS-ZEICHEN
                    WHEN 'D'
                       MOVE LEG-TUER   TO WS-ZEICHEN
                    WHEN 'B'
                       PERFORM BESUCHER-BUCHSTABE
                    WHEN OTHER
                       MOVE LEG-WAND   TO WS-ZEICHEN
                 END-EVALUATE
                 MOVE WS-ZEICHEN TO LABZEILE(WS-Z)(WS-S:1)
                 ADD 1 TO WS-S
              END-PERFORM
              ADD 1 TO WS-Z
           END-PERFORM.
       RASTER-AUFBAUEN-EXIT. EXIT.

       ZELLE-FEHLT-MELDEN SECTION.
           ADD 1 TO WS-ANZ-FEHLEND.
           MOVE WS-Z TO WS-Z-ANZ.
           MOVE WS-S TO WS-S-ANZ.
           MOVE SPACES TO WS-BF-TEXT.
           STRING "ZELLE NICHT GELIEFERT (ALS WAND GESETZT): ZEILE "
              WS-Z-ANZ " SPALTE " WS-S-ANZ
              DELIMITED BY SIZE INTO WS-BF-TEXT
           END-STRING.
           PERFORM BEFUND-MERKEN.
       ZELLE-FEHLT-MELDEN-EXIT. EXIT.

       BESUCHER-BUCHSTABE SECTION.
      *    NAECHSTER BUCHSTABE A-O, DER NICHT ALS LEGENDENZEICHEN
      *    ODER RESERVIERTES ZEICHEN VERGEBEN IST; SIND ALLE
      *    VERBRAUCHT, BLEIBT DER PLATZ OFFEN UND WIRD GEMELDET
           MOVE LEG-OFFEN TO WS-ZEICHEN.
           PERFORM UNTIL WS-BUCHSTABE NOT < 15
              ADD 1 TO WS-BUCHSTABE
              MOVE WS-ALPHABET(WS-BUCHSTABE:1) TO WS-ZEICHEN
              IF WS-ZEICHEN NOT = LEG-WAND
               AND WS-ZEICHEN NOT = LEG-OFFEN
               AND WS-ZEICHEN NOT = LEG-TREPPE
               AND WS-ZEICHEN NOT = LEG-STUFE
               AND WS-ZEICHEN NOT = LEG-TUER
                 MOVE 1 TO WS-I
                 PERFORM UNTIL WS-I > LEG-ANZRESERVIERT
                    IF LEG-RESERVIERT(WS-I) = WS-ZEICHEN
                       MOVE LEG-OFFEN TO WS-ZEICHEN
                    END-IF
                    ADD 1 TO WS-I
                 END-PERFORM
                 IF WS-ZEICHEN NOT = LEG-OFFEN
                    ADD 1 TO WS-ANZ-BESUCHER
                    EXIT SECTION
                 END-IF
              END-IF
              MOVE LEG-OFFEN TO WS-ZEICHEN
           END-PERFORM.
           ADD 1 TO WS-ANZ-BESUCHERVOLL.
           MOVE WS-Z TO WS-Z-ANZ.
           MOVE WS-S TO WS-S-ANZ.
           MOVE SPACES TO WS-BF-TEXT.
           STRING "BESUCHERPLATZ OHNE FREIEN BUCHSTABEN: ZEILE "
              WS-Z-ANZ " SPALTE " WS-S-ANZ
              DELIMITED BY SIZE INTO WS-BF-TEXT
           END-STRING.
           PERFORM BEFUND-MERKEN.
       BESUCHER-BUCHSTABE-EXIT. EXIT.

       DATEI-SCHREIBEN SECTION.
           MOVE SPACES TO WS-AUSPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-ARG-ZIEL       DELIMITED BY SPACE
                  INTO WS-AUSPFAD
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-HEUTE.
      *    EINE VORHANDENE ZIELDATEI MUSS SELBST EINE ETAGENDATEI
      *    SEIN - EIN TIPPFEHLER IM ZIELNAMEN DARF KEINE STEUERDATEI
      *    WIE LEGENDE.txt ODER GRENZWERTE.txt UEBERSCHREIBEN
           OPEN INPUT MAZEOUT.
           IF WS-ZIEL-STATUS = '00'
              MOVE SPACES TO MAZESATZ
              READ MAZEOUT
                 AT END CONTINUE
              END-READ
              CLOSE MAZEOUT
              IF MAZESATZ(1:5) NOT = "SITE:"
                 DISPLAY "ZIELDATEI EXISTIERT UND IST KEINE "
                    "ETAGENDATEI (ERSTE ZEILE NICHT SITE:): "
                    WS-AUSPFAD
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT MAZEOUT.
           IF WS-ZIEL-STATUS NOT = '00'
              DISPLAY "ZIELDATEI NICHT BESCHREIBBAR, STATUS "
                 WS-ZIEL-STATUS ": " WS-AUSPFAD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO MAZESATZ.
           STRING "SITE:" WS-KOPF-SITE
              DELIMITED BY SIZE INTO MAZESATZ
           END-STRING.
           WRITE MAZESATZ.
           MOVE SPACES TO MAZESATZ.
           STRING "ETAGE:" WS-KOPF-ETAGE
              DELIMITED BY SIZE INTO MAZESATZ
           END-STRING.
           WRITE MAZESATZ.
           MOVE SPACES TO MAZESATZ.
           STRING "AUTOR:" WS-KOPF-AUTOR
              DELIMITED BY SIZE INTO MAZESATZ
           END-STRING.
           WRITE MAZESATZ.
           MOVE SPACES TO MAZESATZ.
           STRING "GUELTIG:" WS-HEUTE(1:4) "-" WS-HEUTE(5:2)
              "-" WS-HEUTE(7:2)
              DELIMITED BY SIZE INTO MAZESATZ
           END-STRING.
           WRITE MAZESATZ.
           MOVE 1 TO WS-Z.
           PERFORM UNTIL WS-Z > WS-MAXZEILE
              MOVE SPACES TO MAZESATZ
              MOVE LABZEILE(WS-Z)(1:WS-MAXSPALTE) TO MAZESATZ
              WRITE MAZESATZ
              ADD 1 TO WS-Z
           END-PERFORM.
           CLOSE MAZEOUT.
       DATEI-SCHREIBEN-EXIT. EXIT.

       RASTER-PRUEFEN SECTION.
      *    LABPRUEF AUF DEM ERZEUGTEN RASTER, GENAU WIE IM NACHTLAUF
           MOVE 0 TO LETZTEZEILE.
           MOVE 0 TO ENDEZEILE.
           INITIALIZE POSBESUCH.
           INITIALIZE FEHLERLISTE.
           INITIALIZE STATISTIK.
           IF WS-MAXZEILE = 0
              EXIT SECTION
           END-IF.
           CALL 'LABPRUEF' USING LABYRINTH, POSBESUCH, FEHLERLISTE,
               STATISTIK, LEGENDE.
       RASTER-PRUEFEN-EXIT. EXIT.

       BERICHT-SCHREIBEN SECTION.
           MOVE SPACES TO WS-MELDUNG.
           STRING "CAD-IMPORT " DELIMITED BY SIZE
              WS-ARG-EXPORT DELIMITED BY SPACE
              " -> " DELIMITED BY SIZE
              WS-ARG-ZIEL DELIMITED BY SPACE
              "   LAUF VOM " DELIMITED BY SIZE
              WS-HEUTE(7:2) "." WS-HEUTE(5:2) "." WS-HEUTE(1:4)
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           PERFORM ZEILE-SCHREIBEN.
           STRING "SITE: " DELIMITED BY SIZE
              WS-KOPF-SITE DELIMITED BY "  "
              "   ETAGE: " WS-KOPF-ETAGE
              "   AUTOR: " WS-KOPF-AUTOR
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE WS-ANZ-ZELLEN TO WS-ZAHL-ANZ.
           MOVE WS-MAXZEILE   TO WS-Z-ANZ.
           MOVE WS-MAXSPALTE  TO WS-S-ANZ.
           STRING "ZELLSAETZE: " WS-ZAHL-ANZ
              "   RASTER: " WS-Z-ANZ " ZEILEN X " WS-S-ANZ
              " SPALTEN"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           PERFORM ZEILE-SCHREIBEN.
      *    ZUORDNUNGSTABELLE MIT DEN TATSAECHLICH GESETZTEN ZEICHEN
           IF WS-CODES-AUS-DATEI = 1
              MOVE "ZELLTYPEN (resources/in/CADCODES.txt):"
                 TO WS-MELDUNG
           ELSE
              MOVE "ZELLTYPEN (EINGEBAUTE TABELLE):" TO WS-MELDUNG
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > CT-ANZAHL
              EVALUATE CT-ROLLE(WS-I)
                 WHEN 'W'
                    MOVE LEG-WAND   TO WS-ZEICHEN
                 WHEN 'O'
                    MOVE LEG-OFFEN  TO WS-ZEICHEN
                 WHEN 'T'
                    MOVE LEG-TREPPE TO WS-ZEICHEN
                 WHEN 'S'
                    MOVE LEG-STUFE  TO WS-ZEICHEN
                 WHEN 'D'
                    MOVE LEG-TUER   TO WS-ZEICHEN
              END-EVALUATE
              MOVE SPACES TO WS-ZEICHENTEXT
              IF CT-ROLLE(WS-I) = 'B'
                 MOVE "BUCHSTABE A-O" TO WS-ZEICHENTEXT
              ELSE
                 STRING "ZEICHEN '" WS-ZEICHEN "'"
                    DELIMITED BY SIZE INTO WS-ZEICHENTEXT
                 END-STRING
              END-IF
              MOVE CT-ZELLEN(WS-I) TO WS-ZAHL-ANZ
              STRING "  " CT-CODE(WS-I) "  " CT-ROLLE(WS-I)
                 "  " WS-ZEICHENTEXT "  ZELLEN " WS-ZAHL-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
              ADD 1 TO WS-I
           END-PERFORM.
           PERFORM ZEILE-SCHREIBEN.
           MOVE WS-ANZ-UNBEKANNT TO WS-ZAHL-ANZ.
           STRING "NICHT ZUGEORDNETE ZELLTYPEN (ALS WAND GESETZT): "
              WS-ZAHL-ANZ " ZELLEN"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > UC-ANZAHL
              MOVE UC-ZELLEN(WS-I) TO WS-ZAHL-ANZ
              MOVE UC-ZEILE(WS-I)  TO WS-Z-ANZ
              MOVE UC-SPALTE(WS-I) TO WS-S-ANZ
              STRING "  '" UC-CODE(WS-I) "'  ZELLEN " WS-ZAHL-ANZ
                 "  ERSTE ZELLE ZEILE " WS-Z-ANZ " SPALTE " WS-S-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
              ADD 1 TO WS-I
           END-PERFORM.
           IF WS-UC-UEBERLAUF > 0
              MOVE WS-UC-UEBERLAUF TO WS-ZAHL-ANZ
              STRING "  ... WEITERE ZELLEN MIT ANDEREN TYPEN: "
                 WS-ZAHL-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           MOVE "UMSETZUNGSBEFUNDE:" TO WS-MELDUNG.
           PERFORM ZEILE-SCHREIBEN.
           IF BF-ANZAHL = 0
              MOVE "  KEINE" TO WS-MELDUNG
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           MOVE 1 TO WS-Z.
           PERFORM UNTIL WS-Z > BF-ANZAHL
              STRING "  " BF-EINTRAG(WS-Z)
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
              ADD 1 TO WS-Z
           END-PERFORM.
           IF WS-BF-UEBERLAUF > 0
              MOVE WS-BF-UEBERLAUF TO WS-ZAHL-ANZ
              STRING "  ... WEITERE BEFUNDE: " WS-ZAHL-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           MOVE WS-ANZ-UNGUELTIG TO WS-ZAHL-ANZ.
           STRING "  UNGUELTIGE ZELLSAETZE: " WS-ZAHL-ANZ
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE WS-ANZ-FEHLEND TO WS-ZAHL-ANZ.
           STRING "  FEHLENDE ZELLEN:       " WS-ZAHL-ANZ
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE WS-ANZ-DOPPELT TO WS-ZAHL-ANZ.
           STRING "  DOPPELTE ZELLEN:       " WS-ZAHL-ANZ
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE WS-ANZ-SONSTSATZ TO WS-ZAHL-ANZ.
           STRING "  SONSTIGE SAETZE:       " WS-ZAHL-ANZ
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           PERFORM ZEILE-SCHREIBEN.
           MOVE "VALIDIERUNG LABPRUEF:" TO WS-MELDUNG.
           PERFORM ZEILE-SCHREIBEN.
           IF WS-MAXZEILE = 0
              MOVE "  NICHT AUSGEFUEHRT - KEINE GUELTIGEN ZELLEN"
                 TO WS-MELDUNG
              PERFORM ZEILE-SCHREIBEN
           ELSE
              IF FEHLERANZAHL = 0
                 MOVE "  KEINE FEHLER" TO WS-MELDUNG
                 PERFORM ZEILE-SCHREIBEN
              END-IF
              MOVE 1 TO WS-I
              PERFORM UNTIL WS-I > FEHLERANZAHL OR WS-I > 20
                 STRING "  " FEHLER-EINTRAG(WS-I)
                    DELIMITED BY SIZE INTO WS-MELDUNG
                 END-STRING
                 PERFORM ZEILE-SCHREIBEN
                 ADD 1 TO WS-I
              END-PERFORM
              MOVE STAT-AUSGAENGE TO WS-Z-ANZ
              MOVE STAT-BESUCHER  TO WS-S-ANZ
              STRING "  AUSGAENGE: " WS-Z-ANZ
                 "   BESUCHER: " WS-S-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
              MOVE STAT-SACKGASSEN TO WS-Z-ANZ
              MOVE STAT-KREUZUNGEN TO WS-S-ANZ
              STRING "  SACKGASSEN: " WS-Z-ANZ
                 "   KREUZUNGEN: " WS-S-ANZ
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              PERFORM ZEILE-SCHREIBEN
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
           IF WS-AUFGENOMMEN = 1
              STRING "ERGEBNIS: SAUBER - " DELIMITED BY SIZE
                 WS-ARG-ZIEL DELIMITED BY SPACE
                 " IN resources/Filenames.txt AUFGENOMMEN"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
           IF WS-SAUBER = 1
              STRING "ERGEBNIS: SAUBER - " DELIMITED BY SIZE
                 WS-ARG-ZIEL DELIMITED BY SPACE
                 " NICHT IN resources/Filenames.txt AUFGENOMMEN, "
                 "LISTE NICHT FORTSCHREIBBAR (STATUS "
                 WS-LISTE-STATUS ")"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           ELSE
              STRING "ERGEBNIS: NICHT SAUBER - " DELIMITED BY SIZE
                 WS-ARG-ZIEL DELIMITED BY SPACE
                 " NICHT IN resources/Filenames.txt AUFGENOMMEN"
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF
           END-IF.
           PERFORM ZEILE-SCHREIBEN.
       BERICHT-SCHREIBEN-EXIT. EXIT.

       LISTE-FORTSCHREIBEN SECTION.
      *    NEU ANGELEGT WIRD DIE LISTE NUR, WENN ES SIE NOCH NICHT
      *    GIBT (STATUS 35) - JEDER ANDERE FEHLER WUERDE SONST DIE
      *    PRODUKTIVE DATEILISTE UEBERSCHREIBEN
           OPEN EXTEND LISTDATEI.
           IF WS-LISTE-STATUS = '35'
              OPEN OUTPUT LISTDATEI
           END-IF.
           IF WS-LISTE-STATUS NOT = '00'
              DISPLAY "resources/Filenames.txt NICHT ZU OEFFNEN, "
                 "STATUS " WS-LISTE-STATUS
              EXIT SECTION
           END-IF.
           MOVE WS-ARG-ZIEL TO LISTENSATZ.
           WRITE LISTENSATZ.
           IF WS-LISTE-STATUS NOT = '00'
              DISPLAY "resources/Filenames.txt NICHT FORTSCHREIBBAR, "
                 "STATUS " WS-LISTE-STATUS
              CLOSE LISTDATEI
              EXIT SECTION
           END-IF.
           CLOSE LISTDATEI.
           MOVE 1 TO WS-AUFGENOMMEN.
           PERFORM JOURNAL-SCHREIBEN.
       LISTE-FORTSCHREIBEN-EXIT. EXIT.

       JOURNAL-SCHREIBEN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           OPEN EXTEND JOURNALDATEI.
           IF WS-JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNALDATEI
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
              DISPLAY "JOURNAL.txt NICHT BESCHREIBBAR, "
                 "AUFNAHME NICHT PROTOKOLLIERT"
              EXIT SECTION
           END-IF.
           MOVE SPACES TO JOURNALSATZ.
           MOVE WS-JETZT(1:14)       TO JOURNALSATZ(1:14).
           MOVE WS-BENUTZER          TO JOURNALSATZ(16:8).
           MOVE WS-ARG-ZIEL          TO JOURNALSATZ(25:50).
           MOVE 'I'                  TO JOURNALSATZ(76:1).
           WRITE JOURNALSATZ.
           CLOSE JOURNALDATEI.
       JOURNAL-SCHREIBEN-EXIT. EXIT.

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
              READ LEGENDEIN INTO LEGENDEZEILE
                 AT END CONTINUE
              END-READ
              IF WS-LEGENDE-STATUS = '00'
                 MOVE LEGENDEZEILE(1:1) TO LEG-WAND
                 READ LEGENDEIN INTO LEGENDEZEILE
                    AT END CONTINUE
                 END-READ
                 IF WS-LEGENDE-STATUS = '00'
                    MOVE LEGENDEZEILE(1:1) TO LEG-OFFEN
                    READ LEGENDEIN INTO LEGENDEZEILE
                       AT END CONTINUE
                    END-READ
                    IF WS-LEGENDE-STATUS = '00'
                       MOVE LEGENDEZEILE(1:1) TO LEG-TREPPE
                    END-IF
                    READ LEGENDEIN INTO LEGENDEZEILE
                       AT END CONTINUE
                    END-READ
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
                       END-READ
                       IF WS-LEGENDE-STATUS = '00'
                        AND LEG-ANZRESERVIERT < 10
                          ADD 1 TO LEG-ANZRESERVIERT
                          MOVE LEGENDEZEILE(1:1)
                             TO LEG-RESERVIERT(LEG-ANZRESERVIERT)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
              CLOSE LEGENDEIN
           END-IF.
       LEGENDE-LESEN-EXIT. EXIT.

       ZEILE-SCHREIBEN SECTION.
           MOVE WS-MELDUNG TO BERICHTZEILE.
           WRITE BERICHTZEILE.
           MOVE SPACES TO WS-MELDUNG.
       ZEILE-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABCAD.
