      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Wartungsbildschirm zum Aendern einzelner Rasterzellen
      *          (Wand, offen, Treppenhaus, Stufe - Zeichen aus
      *          LEGENDE.txt) einer in Filenames.txt gelisteten
      *          Labyrinth-Eingabedatei. Das Raster wird im
      *          Ausschnitt von 15 Zeilen mal 60 Stellen angezeigt
      *          und kann geblaettert werden. Vor dem Speichern
      *          laeuft LABPRUEF auf dem geaenderten Raster im
      *          Arbeitsspeicher (wie in LABPLAN); solange LABPRUEF
      *          Fehler meldet (Bereich ohne Ausgang, eingemauerter
      *          Besucher, ungueltiges Zeichen ...), wird NICHT
      *          gespeichert. Jede gespeicherte Zellaenderung geht
      *          mit Benutzer, altem und neuem Zeichen in das
      *          Revisionsjournal JOURNAL.txt (Aktion Z), damit
      *          LABDIFF-Befunde einer Person zugeordnet werden
      *          koennen. Besucherbuchstaben werden weiterhin nur
      *          ueber LABWART gepflegt. Ist die Version (SITE +
      *          ETAGE + GUELTIG) in FREIGABE.MST schon eingereicht
      *          oder freigegeben, setzt das Speichern sie auf
      *          EINGEREICHT durch den aendernden Benutzer zurueck;
      *          der Nachtlauf verarbeitet sie erst nach erneuter
      *          Freigabe durch einen zweiten Benutzer (LABFREIG)
      *
      *          AUFRUF: LABRAST [DATEINAME]
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABRAST.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT LABDATEI ASSIGN TO WS-EINPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LABEIN-STATUS.
           SELECT LISTEIN  ASSIGN TO "resources/Filenames.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LISTE-STATUS.
           SELECT LEGENDEIN ASSIGN TO "resources/in/LEGENDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEGENDE-STATUS.
           SELECT JOURNALDATEI ASSIGN TO "resources/out/JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JOURNAL-STATUS.
           SELECT FREIGABE-FILE ASSIGN TO
                   "resources/in/FREIGABE.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS FG-SCHLUESSEL
                   FILE STATUS IS WS-FREIGABE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD LABDATEI
            BLOCK CONTAINS 0
            RECORDING F
            RECORD    132
            LABEL RECORD IS STANDARD.
       01 LABDATENSATZ PIC X(500).
       FD LISTEIN.
       01 LISTENSATZ PIC X(50).
       FD LEGENDEIN.
       01 LEGENDEZEILE PIC X(50).
       FD JOURNALDATEI.
       01 JOURNALSATZ PIC X(100).
       FD FREIGABE-FILE.
       01 FREIGABE-SATZ.
           05 FG-SCHLUESSEL.
               10 FG-SITE         PIC X(40).
               10 FG-ETAGE        PIC X(3).
               10 FG-GUELTIG      PIC X(8).
           05 FG-DATEI            PIC X(50).
           05 FG-STATUS           PIC X(1).
           05 FG-EINREICHER       PIC X(8).
           05 FG-EINGEREICHT      PIC X(14).
           05 FG-FREIGEBER        PIC X(8).
           05 FG-FREIGEGEBEN      PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EINPFAD          PIC X(60).
       01  WS-DATEINAME        PIC X(50).
       01  WS-LABEIN-STATUS    PIC X(2)    VALUE '00'.
       01  WS-LISTE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-GELISTET         PIC 9       VALUE 0.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-ZEILENZAEHLER    PIC 999     VALUE 1.
       01  WS-SPALTENZAEHLER   PIC 999.
       01  WS-LETZTESZEICHEN   PIC 999     VALUE 0.
       01  WS-ZEICHEN          PIC X(1).
       01  KOPFZEILEN.
           05  KOPFZEILE OCCURS 4 PIC X(132).
      *    RASTERGROESSE DER GELADENEN DATEI; BLEIBT WAEHREND DER
      *    SITZUNG FEST, DENN LABPRUEF SETZT LETZTEZEILE UND
      *    ENDEZEILE IN LABYRINTH BEI JEDEM AUFRUF NEU
       01  WS-ZEILEN           PIC 999     VALUE 0.
       01  WS-SPALTEN          PIC 999     VALUE 0.
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
           05  LEG-WAND           PIC X(1)    VALUE 'X'.
           05  LEG-OFFEN          PIC X(1)    VALUE ' '.
           05  LEG-ANZRESERVIERT  PIC 99      VALUE 0.
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1)    VALUE 'T'.
           05  LEG-STUFE          PIC X(1)    VALUE 'S'.
           05  LEG-TUER           PIC X(1)    VALUE '+'.
       01  WS-LEGENDE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-RESERVIERTZAEHLER   PIC 99.
       01  WS-IST-RESERVIERT      PIC 9       VALUE 0.
      *    SICHTFENSTER: OBERSTE ZEILE UND LINKESTE STELLE DES
      *    AUSSCHNITTS; GEBLAETTERT WIRD UM 10 ZEILEN BZW. 30
      *    STELLEN, DAMIT BEIM BLAETTERN EIN TEIL DES BISHERIGEN
      *    AUSSCHNITTS ZUR ORIENTIERUNG STEHEN BLEIBT
       01  WS-OBEN             PIC 999     VALUE 1.
       01  WS-LINKS            PIC 999     VALUE 1.
       01  WS-MAXOBEN          PIC 999     VALUE 1.
       01  WS-MAXLINKS         PIC 999     VALUE 1.
       01  WS-FENSTER.
           05  WS-FZ OCCURS 15.
               10 WS-FZ-NR     PIC 999.
               10 WS-FZ-TEXT   PIC X(60).
       01  WS-LINEAL-ZEHNER    PIC X(60).
       01  WS-LINEAL-EINER     PIC X(60).
       01  WS-FI               PIC 99.
       01  WS-LINEAL-STELLE    PIC 999.
       01  WS-LINEAL-ZIFFER    PIC 9.
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-NEUEZEILE        PIC 999     VALUE 0.
       01  WS-NEUESTELLE       PIC 999     VALUE 0.
       01  WS-NEUESZEICHEN     PIC X(1)    VALUE SPACE.
       01  WS-ALTESZEICHEN     PIC X(1)    VALUE SPACE.
       01  WS-ZEICHENZEILE     PIC X(60)   VALUE SPACES.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
       01  WS-FEHLERZEILE      PIC X(79)   VALUE SPACES.
       01  WS-PRUEFUNG-OK      PIC 9       VALUE 0.
      *    REVISIONSJOURNAL WIE IN LABWART (SATZAUFBAU SIEHE DORT);
      *    EINE ZELLAENDERUNG WIRD MIT AKTION Z GESCHRIEBEN:
      *    STELLE 76     AKTION Z=ZELLE GEAENDERT
      *    STELLE 78     ALTES ZEICHEN
      *    STELLE 80-82  ZEILE  DER ZELLE
      *    STELLE 84-86  STELLE DER ZELLE
      *    STELLE 88-90  ZEILE  DER ZELLE (UNVERAENDERT)
      *    STELLE 92-94  STELLE DER ZELLE (UNVERAENDERT)
      *    STELLE 96     NEUES ZEICHEN
      *    JEDE AENDERUNG DER SITZUNG WIRD EINZELN GEFUEHRT, AUCH WENN
      *    DIESELBE ZELLE MEHRFACH GEAENDERT WURDE; IST DIE LISTE
      *    VOLL, WERDEN WEITERE AENDERUNGEN ABGEWIESEN, DAMIT KEINE
      *    GESPEICHERTE AENDERUNG OHNE JOURNALEINTRAG BLEIBT
       01  WS-JOURNAL-STATUS   PIC X(2)    VALUE '00'.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  AENDERUNGSLISTE.
           05  AEND-ANZAHL     PIC 999     VALUE 0.
           05  AEND-EINTRAG OCCURS 200.
               10 AEND-ZEILE       PIC 999.
               10 AEND-STELLE      PIC 999.
               10 AEND-ALT         PIC X(1).
               10 AEND-NEU         PIC X(1).
       01  WS-JRN              PIC 999.
      *    SCHLUESSEL DER VERSION IN FREIGABE.MST, AUS DEN
      *    KOPFZEILEN WIE KOPF-LESEN IN LABFREIG
       01  WS-FREIGABE-STATUS  PIC X(2)    VALUE '00'.
       01  WS-FG-SITE          PIC X(40)   VALUE SPACES.
       01  WS-FG-ETAGE         PIC X(3)    VALUE SPACES.
       01  WS-FG-GUELTIG       PIC X(8)    VALUE SPACES.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABRAST'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  RAST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "LABRAST - RASTERPFLEGE".
           05 COLUMN 30 VALUE "AENDERUNGEN:".
           05 COLUMN 43 PIC ZZ9 FROM AEND-ANZAHL.
           05 LINE 2  COLUMN 1  VALUE "DATEI: ".
           05 LINE 2  COLUMN 8  PIC X(40) FROM WS-DATEINAME.
           05 COLUMN 50 VALUE "RASTER".
           05 COLUMN 57 PIC ZZ9 FROM WS-ZEILEN.
           05 COLUMN 61 VALUE "X".
           05 COLUMN 63 PIC ZZ9 FROM WS-SPALTEN.
           05 LINE 3  COLUMN 6  PIC X(60) FROM WS-LINEAL-ZEHNER.
           05 LINE 4  COLUMN 6  PIC X(60) FROM WS-LINEAL-EINER.
      *    FUENFZEHN FEST VERDRAHTETE RASTERZEILEN STATT OCCURS IM
      *    SCREEN ITEM, AUS DEMSELBEN GRUND WIE IN LABWART
           05 LINE 5  COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(1).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(1).
           05 LINE 6  COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(2).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(2).
           05 LINE 7  COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(3).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(3).
           05 LINE 8  COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(4).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(4).
           05 LINE 9  COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(5).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(5).
           05 LINE 10 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(6).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(6).
           05 LINE 11 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(7).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(7).
           05 LINE 12 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(8).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(8).
           05 LINE 13 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(9).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(9).
           05 LINE 14 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(10).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(10).
           05 LINE 15 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(11).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(11).
           05 LINE 16 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(12).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(12).
           05 LINE 17 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(13).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(13).
           05 LINE 18 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(14).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(14).
           05 LINE 19 COLUMN 1  PIC ZZ9   FROM WS-FZ-NR(15).
           05 COLUMN 6          PIC X(60) FROM WS-FZ-TEXT(15).
           05 LINE 20 COLUMN 1  PIC X(60) FROM WS-ZEICHENZEILE.
           05 LINE 21 COLUMN 1
                 VALUE "AKTION Z=ZELLE H/U/L/R=BLAETTERN P=PRUEFEN".
           05 COLUMN 45 VALUE "S=SPEICHERN A=ABBRUCH:".
           05 COLUMN 68 PIC X(1) TO WS-AKTION.
           05 LINE 22 COLUMN 1 VALUE "ZEILE:".
           05 COLUMN 8  PIC 999 TO WS-NEUEZEILE.
           05 COLUMN 14 VALUE "STELLE:".
           05 COLUMN 22 PIC 999 TO WS-NEUESTELLE.
           05 COLUMN 28 VALUE "NEUES ZEICHEN:".
           05 COLUMN 43 PIC X(1) TO WS-NEUESZEICHEN.
           05 LINE 23 COLUMN 1 PIC X(79) FROM WS-MELDUNG.
           05 LINE 24 COLUMN 1 PIC X(79) FROM WS-FEHLERZEILE.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           PERFORM INITIALISIEREN.
           MOVE SPACE TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM DATEILISTE-PRUEFEN.
           IF WS-GELISTET = 0
              DISPLAY "DATEI NICHT IN resources/Filenames.txt "
                 "GELISTET: " WS-DATEINAME
              STOP RUN
           END-IF.
           PERFORM LEGENDE-LESEN.
           PERFORM DATEI-LESEN.
           IF WS-LABEIN-STATUS NOT = '00'
              DISPLAY "DATEI NICHT GEFUNDEN: " WS-EINPFAD
              STOP RUN
           END-IF.
           PERFORM FENSTERGRENZEN-SETZEN.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'S' OR WS-AKTION = 'A'
              PERFORM BILDSCHIRM-ANZEIGEN
              PERFORM EINGABE-VERARBEITEN
           END-PERFORM.
           IF WS-AKTION = 'S'
              PERFORM DATEI-SCHREIBEN
           ELSE
              DISPLAY "ABGEBROCHEN, KEINE AENDERUNG GESPEICHERT"
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       INITIALISIEREN SECTION.
           INITIALIZE LABYRINTH.
           INITIALIZE AENDERUNGSLISTE.
           DISPLAY "ZU BEARBEITENDE DATEI: " WITH NO ADVANCING.
           ACCEPT WS-DATEINAME FROM COMMAND-LINE.
           IF WS-DATEINAME = SPACES
              ACCEPT WS-DATEINAME
           END-IF.
           MOVE SPACES TO WS-EINPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-DATEINAME     DELIMITED BY SPACE
                  INTO WS-EINPFAD
           END-STRING.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
       INITIALISIEREN-EXIT. EXIT.

       BERECHTIGUNG-PRUEFEN SECTION.
      *    ROLLENPRUEFUNG UEBER LABROLLE; BR-AKTION SPACE = START.
      *    VERWEIGERUNGEN PROTOKOLLIERT LABROLLE (LABY223E)
           MOVE WS-BENUTZER TO BR-BENUTZER.
           CALL 'LABROLLE' USING BERECHTIGUNG.
           IF BR-ERLAUBT NOT = 'J'
              MOVE SPACES TO WS-MELDUNG
              STRING "KEINE BERECHTIGUNG: " BR-GRUND
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
           END-IF.
       BERECHTIGUNG-PRUEFEN-EXIT. EXIT.

       DATEILISTE-PRUEFEN SECTION.
      *    NUR DATEIEN, DIE DER NACHTLAUF AUCH VERARBEITET, WERDEN
      *    HIER GEPFLEGT; ALLES ANDERE WAERE EINE AENDERUNG OHNE
      *    WIRKUNG AUF DIE BERICHTE
           MOVE 0 TO WS-GELISTET.
           OPEN INPUT LISTEIN.
           IF WS-LISTE-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-LISTE-STATUS NOT = '00'
              MOVE SPACES TO LISTENSATZ
              READ LISTEIN
                 AT END CONTINUE
              END-READ
              IF WS-LISTE-STATUS = '00'
               AND LISTENSATZ = WS-DATEINAME
                 MOVE 1 TO WS-GELISTET
              END-IF
           END-PERFORM.
           CLOSE LISTEIN.
       DATEILISTE-PRUEFEN-EXIT. EXIT.

       DATEI-LESEN SECTION.
      *    VIER KOPFZEILEN UNVERAENDERT IN KOPFZEILE(1..4), DANACH
      *    DIE RASTERZEILEN IN LABZEILE - WIE DATEI-LESEN IN LABWART
           OPEN INPUT LABDATEI.
           IF WS-LABEIN-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > 4 OR WS-EOF = "Y"
              MOVE SPACES TO LABDATENSATZ
              READ LABDATEI INTO LABDATENSATZ
                 AT END MOVE "Y" TO WS-EOF
              END-READ
              IF WS-EOF NOT = "Y"
                 MOVE LABDATENSATZ(1:132) TO
                    KOPFZEILE(WS-ZEILENZAEHLER)
                 ADD 1 TO WS-ZEILENZAEHLER
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-ZEILEN.
           PERFORM UNTIL WS-EOF = "Y"
              MOVE SPACES TO LABDATENSATZ
              READ LABDATEI INTO LABDATENSATZ
                 AT END MOVE "Y" TO WS-EOF
              END-READ
              IF WS-EOF NOT = "Y" AND WS-ZEILEN < 132
                 ADD 1 TO WS-ZEILEN
                 MOVE LABDATENSATZ(1:132) TO LABZEILE(WS-ZEILEN)
              END-IF
           END-PERFORM.
           CLOSE LABDATEI.
           PERFORM SPALTEN-ERMITTELN.
       DATEI-LESEN-EXIT. EXIT.

       SPALTEN-ERMITTELN SECTION.
      *    RASTERBREITE AUS DER TATSAECHLICH BELEGTEN ZEILENLAENGE,
      *    WIE ENDEZEILE-ERMITTELN IN LABWART
           MOVE 0 TO WS-SPALTEN.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > WS-ZEILEN
              MOVE 132 TO WS-SPALTENZAEHLER
              MOVE 0 TO WS-LETZTESZEICHEN
              PERFORM UNTIL WS-SPALTENZAEHLER < 1
                         OR WS-LETZTESZEICHEN NOT = 0
                 IF LABZEILE(WS-ZEILENZAEHLER)
                    (WS-SPALTENZAEHLER:1) NOT = SPACE
                    MOVE WS-SPALTENZAEHLER TO WS-LETZTESZEICHEN
                 END-IF
                 SUBTRACT 1 FROM WS-SPALTENZAEHLER
              END-PERFORM
              IF WS-LETZTESZEICHEN > WS-SPALTEN
                 MOVE WS-LETZTESZEICHEN TO WS-SPALTEN
              END-IF
              ADD 1 TO WS-ZEILENZAEHLER
           END-PERFORM.
           IF WS-SPALTEN = 0
              MOVE 132 TO WS-SPALTEN
           END-IF.
       SPALTEN-ERMITTELN-EXIT. EXIT.

       FENSTERGRENZEN-SETZEN SECTION.
      *    DAS FENSTER DARF NICHT UEBER DAS RASTER HINAUS GEBLAETTERT
      *    WERDEN; BEI KLEINEN RASTERN BLEIBT ES BEI ZEILE/STELLE 1
           MOVE 1 TO WS-MAXOBEN.
           IF WS-ZEILEN > 15
              COMPUTE WS-MAXOBEN = WS-ZEILEN - 14
           END-IF.
           MOVE 1 TO WS-MAXLINKS.
           IF WS-SPALTEN > 60
              COMPUTE WS-MAXLINKS = WS-SPALTEN - 59
           END-IF.
           MOVE 1 TO WS-OBEN.
           MOVE 1 TO WS-LINKS.
           MOVE SPACES TO WS-ZEICHENZEILE.
           STRING "LEGENDE WAND=" LEG-WAND
              " OFFEN='" LEG-OFFEN "'"
              " TREPPE=" LEG-TREPPE
              " STUFE=" LEG-STUFE
              " TUER=" LEG-TUER
              DELIMITED BY SIZE INTO WS-ZEICHENZEILE
           END-STRING.
       FENSTERGRENZEN-SETZEN-EXIT. EXIT.

       LEGENDE-LESEN SECTION.
      *    WIE LEGENDE-LESEN IN LABWART: MIT DEN RESERVIERTEN
      *    ZEICHEN, DAMIT LABPRUEF SIE NICHT ALS BESUCHER ZAEHLT
           MOVE 'X' TO LEG-WAND.
           MOVE ' ' TO LEG-OFFEN.
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

       ZEICHEN-RESERVIERT-PRUEFEN SECTION.
           MOVE 0 TO WS-IST-RESERVIERT.
           MOVE 1 TO WS-RESERVIERTZAEHLER.
           PERFORM UNTIL WS-RESERVIERTZAEHLER > LEG-ANZRESERVIERT
              IF WS-ZEICHEN = LEG-RESERVIERT(WS-RESERVIERTZAEHLER)
                 MOVE 1 TO WS-IST-RESERVIERT
              END-IF
              ADD 1 TO WS-RESERVIERTZAEHLER
           END-PERFORM.
       ZEICHEN-RESERVIERT-PRUEFEN-EXIT. EXIT.

       BILDSCHIRM-ANZEIGEN SECTION.
           PERFORM FENSTER-AUFBAUEN.
           DISPLAY RAST-SCREEN.
       BILDSCHIRM-ANZEIGEN-EXIT. EXIT.

       FENSTER-AUFBAUEN SECTION.
      *    AUSSCHNITT AB WS-OBEN/WS-LINKS IN DIE ANZEIGEZEILEN
      *    UEBERNEHMEN; DAS LINEAL ZEIGT UEBER JEDER STELLE DIE
      *    EINERZIFFER UND UEBER JEDER ZEHNTEN STELLE DIE ZEHNER
           INITIALIZE WS-FENSTER.
           MOVE 1 TO WS-FI.
           PERFORM UNTIL WS-FI > 15
              COMPUTE WS-ZEILENZAEHLER = WS-OBEN + WS-FI - 1
              IF WS-ZEILENZAEHLER NOT > WS-ZEILEN
                 MOVE WS-ZEILENZAEHLER TO WS-FZ-NR(WS-FI)
                 MOVE LABZEILE(WS-ZEILENZAEHLER)(WS-LINKS:60)
                    TO WS-FZ-TEXT(WS-FI)
              END-IF
              ADD 1 TO WS-FI
           END-PERFORM.
           MOVE SPACES TO WS-LINEAL-ZEHNER.
           MOVE SPACES TO WS-LINEAL-EINER.
           MOVE 1 TO WS-FI.
           PERFORM UNTIL WS-FI > 60
              COMPUTE WS-LINEAL-STELLE = WS-LINKS + WS-FI - 1
              MOVE FUNCTION MOD(WS-LINEAL-STELLE, 10)
                 TO WS-LINEAL-ZIFFER
              MOVE WS-LINEAL-ZIFFER TO WS-LINEAL-EINER(WS-FI:1)
              IF WS-LINEAL-ZIFFER = 0
                 COMPUTE WS-LINEAL-ZIFFER =
                    FUNCTION MOD(WS-LINEAL-STELLE / 10, 10)
                 MOVE WS-LINEAL-ZIFFER TO WS-LINEAL-ZEHNER(WS-FI:1)
              END-IF
              ADD 1 TO WS-FI
           END-PERFORM.
       FENSTER-AUFBAUEN-EXIT. EXIT.

       EINGABE-VERARBEITEN SECTION.
           MOVE SPACE TO WS-AKTION.
           MOVE 0 TO WS-NEUEZEILE.
           MOVE 0 TO WS-NEUESTELLE.
           MOVE SPACE TO WS-NEUESZEICHEN.
           ACCEPT RAST-SCREEN.
           MOVE SPACES TO WS-MELDUNG.
           EVALUATE WS-AKTION
              WHEN 'Z'
                 PERFORM ZELLE-AENDERN
              WHEN 'H'
                 IF WS-OBEN > 10
                    SUBTRACT 10 FROM WS-OBEN
                 ELSE
                    MOVE 1 TO WS-OBEN
                 END-IF
              WHEN 'U'
                 ADD 10 TO WS-OBEN
                 IF WS-OBEN > WS-MAXOBEN
                    MOVE WS-MAXOBEN TO WS-OBEN
                 END-IF
              WHEN 'L'
                 IF WS-LINKS > 30
                    SUBTRACT 30 FROM WS-LINKS
                 ELSE
                    MOVE 1 TO WS-LINKS
                 END-IF
              WHEN 'R'
                 ADD 30 TO WS-LINKS
                 IF WS-LINKS > WS-MAXLINKS
                    MOVE WS-MAXLINKS TO WS-LINKS
                 END-IF
              WHEN 'P'
                 PERFORM RASTER-PRUEFEN
              WHEN 'S'
      *          SPEICHERN NUR NACH FEHLERFREIER PRUEFUNG DES
      *          AKTUELLEN STANDS; SONST BLEIBT DIE SITZUNG OFFEN
                 IF AEND-ANZAHL = 0
                    MOVE 'KEINE AENDERUNGEN, NICHTS ZU SPEICHERN'
                       TO WS-MELDUNG
                    MOVE SPACE TO WS-AKTION
                 ELSE
                    MOVE 'S' TO BR-AKTION
                    PERFORM BERECHTIGUNG-PRUEFEN
                    IF BR-ERLAUBT NOT = 'J'
                       MOVE SPACE TO WS-AKTION
                    ELSE
                       PERFORM RASTER-PRUEFEN
                       IF WS-PRUEFUNG-OK = 0
                          MOVE SPACE TO WS-AKTION
                          MOVE
                             'SPEICHERN ABGEWIESEN, RASTER HAT FEHLER'
                             TO WS-MELDUNG
                       END-IF
                    END-IF
                 END-IF
              WHEN 'A'
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNGUELTIGE AKTION' TO WS-MELDUNG
           END-EVALUATE.
       EINGABE-VERARBEITEN-EXIT. EXIT.

       ZELLE-AENDERN SECTION.
      *    NUR ZEICHEN DER LEGENDE SIND ZULAESSIG; BESUCHERFELDER
      *    UND RESERVIERTE ZEICHEN BLEIBEN UNBERUEHRT (BESUCHER
      *    WERDEN IN LABWART GEPFLEGT)
           MOVE 'Z' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-NEUEZEILE = 0 OR WS-NEUEZEILE > WS-ZEILEN
            OR WS-NEUESTELLE = 0 OR WS-NEUESTELLE > WS-SPALTEN
              MOVE 'UNGUELTIGE POSITION' TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-NEUESZEICHEN NOT = LEG-WAND
            AND WS-NEUESZEICHEN NOT = LEG-OFFEN
            AND WS-NEUESZEICHEN NOT = LEG-TREPPE
            AND WS-NEUESZEICHEN NOT = LEG-STUFE
            AND WS-NEUESZEICHEN NOT = LEG-TUER
              MOVE 'ZEICHEN NICHT IN DER LEGENDE' TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE LABZEILE(WS-NEUEZEILE)(WS-NEUESTELLE:1)
              TO WS-ALTESZEICHEN.
           MOVE WS-ALTESZEICHEN TO WS-ZEICHEN.
           PERFORM ZEICHEN-RESERVIERT-PRUEFEN.
           IF WS-IST-RESERVIERT = 1
              MOVE 'RESERVIERTES ZEICHEN, NICHT AENDERBAR'
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ZEICHEN IS ALPHABETIC
            AND WS-ZEICHEN NOT = SPACE
            AND WS-ZEICHEN NOT = LEG-WAND
            AND WS-ZEICHEN NOT = LEG-OFFEN
            AND WS-ZEICHEN NOT = LEG-TREPPE
            AND WS-ZEICHEN NOT = LEG-STUFE
            AND WS-ZEICHEN NOT = LEG-TUER
              MOVE 'BESUCHERFELD - BESUCHER IN LABWART PFLEGEN'
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ALTESZEICHEN = WS-NEUESZEICHEN
              MOVE 'ZELLE TRAEGT DIESES ZEICHEN BEREITS' TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF AEND-ANZAHL NOT < 200
              MOVE 'MAX 200 AENDERUNGEN JE SITZUNG, ERST SPEICHERN'
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           ADD 1 TO AEND-ANZAHL.
           MOVE WS-NEUEZEILE    TO AEND-ZEILE(AEND-ANZAHL).
           MOVE WS-NEUESTELLE   TO AEND-STELLE(AEND-ANZAHL).
           MOVE WS-ALTESZEICHEN TO AEND-ALT(AEND-ANZAHL).
           MOVE WS-NEUESZEICHEN TO AEND-NEU(AEND-ANZAHL).
           MOVE WS-NEUESZEICHEN
              TO LABZEILE(WS-NEUEZEILE)(WS-NEUESTELLE:1).
           MOVE SPACES TO WS-FEHLERZEILE.
           STRING "ZELLE " WS-NEUEZEILE "/" WS-NEUESTELLE
              " GEAENDERT VON '" WS-ALTESZEICHEN
              "' AUF '" WS-NEUESZEICHEN "'"
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
       ZELLE-AENDERN-EXIT. EXIT.

       RASTER-PRUEFEN SECTION.
      *    LABPRUEF AUF DEM GEAENDERTEN RASTER IM ARBEITSSPEICHER,
      *    AUFRUF WIE IN LABPLAN (ANALYSE-AUSFUEHREN); DIE ERSTE
      *    FEHLERMELDUNG STEHT IN DER LETZTEN BILDSCHIRMZEILE
           MOVE 0 TO LETZTEZEILE.
           MOVE 0 TO ENDEZEILE.
           INITIALIZE POSBESUCH.
           INITIALIZE FEHLERLISTE.
           INITIALIZE STATISTIK.
           CALL 'LABPRUEF' USING LABYRINTH, POSBESUCH, FEHLERLISTE,
               STATISTIK, LEGENDE.
           MOVE SPACES TO WS-FEHLERZEILE.
           IF FEHLERANZAHL = 0
              MOVE 1 TO WS-PRUEFUNG-OK
              STRING "PRUEFUNG OK: AUSGAENGE " STAT-AUSGAENGE
                 ", SACKGASSEN " STAT-SACKGASSEN
                 ", KREUZUNGEN " STAT-KREUZUNGEN
                 ", BESUCHER " STAT-BESUCHER
                 DELIMITED BY SIZE INTO WS-FEHLERZEILE
              END-STRING
           ELSE
              MOVE 0 TO WS-PRUEFUNG-OK
              STRING "PRUEFUNG: " FEHLERANZAHL " FEHLER, "
                 FEHLER-EINTRAG(1)
                 DELIMITED BY SIZE INTO WS-FEHLERZEILE
              END-STRING
           END-IF.
       RASTER-PRUEFEN-EXIT. EXIT.

       DATEI-SCHREIBEN SECTION.
      *    FREIGABESTAMM VOR DEM SCHREIBEN OEFFNEN: OHNE ZUGRIFF
      *    DARAUF KOENNTE EINE FREIGEGEBENE VERSION NICHT ZURUECK-
      *    GESETZT WERDEN, ALSO WIRD DANN NICHT GESPEICHERT
           PERFORM FREIGABE-OEFFNEN.
           IF WS-FREIGABE-STATUS NOT = '00'
            AND WS-FREIGABE-STATUS NOT = '35'
              DISPLAY "FREIGABE.MST NICHT ZU OEFFNEN, STATUS "
                 WS-FREIGABE-STATUS
              DISPLAY "KEINE AENDERUNG GESPEICHERT"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           OPEN OUTPUT LABDATEI.
           IF WS-LABEIN-STATUS NOT = '00'
              DISPLAY "DATEI NICHT BESCHREIBBAR, STATUS "
                 WS-LABEIN-STATUS ": " WS-EINPFAD
              DISPLAY "KEINE AENDERUNG GESPEICHERT"
              IF WS-FREIGABE-STATUS = '00'
                 CLOSE FREIGABE-FILE
              END-IF
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > 4
              MOVE SPACES TO LABDATENSATZ
              MOVE KOPFZEILE(WS-ZEILENZAEHLER) TO LABDATENSATZ(1:132)
              WRITE LABDATENSATZ
              ADD 1 TO WS-ZEILENZAEHLER
           END-PERFORM.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > WS-ZEILEN
              MOVE SPACES TO LABDATENSATZ
              MOVE LABZEILE(WS-ZEILENZAEHLER) TO LABDATENSATZ(1:132)
              WRITE LABDATENSATZ
              ADD 1 TO WS-ZEILENZAEHLER
           END-PERFORM.
           CLOSE LABDATEI.
           DISPLAY "RASTER GESPEICHERT: " WS-EINPFAD.
           PERFORM JOURNAL-SCHREIBEN.
           PERFORM FREIGABE-ZURUECKSETZEN.
       DATEI-SCHREIBEN-EXIT. EXIT.

       FREIGABE-OEFFNEN SECTION.
      *    SCHLUESSEL AUS DEN KOPFZEILEN, STAMM I-O OEFFNEN;
      *    STATUS 35 = NOCH KEIN STAMM, NICHTS ZURUECKZUSETZEN
           MOVE SPACES TO WS-FG-SITE.
           MOVE SPACES TO WS-FG-ETAGE.
           MOVE SPACES TO WS-FG-GUELTIG.
           MOVE 1 TO WS-ZEILENZAEHLER.
           PERFORM UNTIL WS-ZEILENZAEHLER > 4
              EVALUATE TRUE
                 WHEN KOPFZEILE(WS-ZEILENZAEHLER)(1:5) = "SITE:"
                    MOVE KOPFZEILE(WS-ZEILENZAEHLER)(6:40)
                       TO WS-FG-SITE
                 WHEN KOPFZEILE(WS-ZEILENZAEHLER)(1:6) = "ETAGE:"
                    MOVE KOPFZEILE(WS-ZEILENZAEHLER)(7:3)
                       TO WS-FG-ETAGE
                 WHEN KOPFZEILE(WS-ZEILENZAEHLER)(1:8) = "GUELTIG:"
                  AND KOPFZEILE(WS-ZEILENZAEHLER)(9:4) IS NUMERIC
                    STRING KOPFZEILE(WS-ZEILENZAEHLER)(9:4)
                       KOPFZEILE(WS-ZEILENZAEHLER)(14:2)
                       KOPFZEILE(WS-ZEILENZAEHLER)(17:2)
                       DELIMITED BY SIZE INTO WS-FG-GUELTIG
                    END-STRING
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              ADD 1 TO WS-ZEILENZAEHLER
           END-PERFORM.
           OPEN I-O FREIGABE-FILE.
       FREIGABE-OEFFNEN-EXIT. EXIT.

       FREIGABE-ZURUECKSETZEN SECTION.
      *    DAS GEAENDERTE RASTER IST NICHT MEHR DER GEPRUEFTE STAND:
      *    EINE EINGEREICHTE ODER FREIGEGEBENE VERSION GEHT AUF
      *    EINGEREICHT DURCH DEN AENDERNDEN BENUTZER ZURUECK, DAMIT
      *    EIN ZWEITER BENUTZER SIE ERNEUT FREIGEBEN MUSS. OHNE
      *    STAMM ODER SATZ IST NICHTS ZURUECKZUSETZEN
           IF WS-FREIGABE-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           MOVE WS-FG-SITE    TO FG-SITE.
           MOVE WS-FG-ETAGE   TO FG-ETAGE.
           MOVE WS-FG-GUELTIG TO FG-GUELTIG.
           READ FREIGABE-FILE
              INVALID KEY MOVE "23" TO WS-FREIGABE-STATUS
           END-READ.
           IF WS-FREIGABE-STATUS = '00'
              MOVE FUNCTION CURRENT-DATE TO WS-JETZT
              MOVE 'E'              TO FG-STATUS
              MOVE WS-BENUTZER      TO FG-EINREICHER
              MOVE WS-JETZT(1:14)   TO FG-EINGEREICHT
              MOVE SPACES           TO FG-FREIGEBER
              MOVE SPACES           TO FG-FREIGEGEBEN
              REWRITE FREIGABE-SATZ
                 INVALID KEY MOVE "23" TO WS-FREIGABE-STATUS
              END-REWRITE
              IF WS-FREIGABE-STATUS = '00'
                 DISPLAY "FREIGABE ZURUECKGESETZT, NEUE FREIGABE "
                    "DURCH ZWEITEN BENUTZER IN LABFREIG NOETIG"
              ELSE
                 DISPLAY "FREIGABE NICHT ZURUECKGESETZT, STATUS "
                    WS-FREIGABE-STATUS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE FREIGABE-FILE.
       FREIGABE-ZURUECKSETZEN-EXIT. EXIT.

       JOURNAL-SCHREIBEN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           OPEN EXTEND JOURNALDATEI.
           IF WS-JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNALDATEI
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
              DISPLAY "JOURNAL.txt NICHT BESCHREIBBAR, "
                 "AENDERUNGEN NICHT PROTOKOLLIERT"
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-JRN.
           PERFORM UNTIL WS-JRN > AEND-ANZAHL
              MOVE SPACES TO JOURNALSATZ
              MOVE WS-JETZT(1:14)       TO JOURNALSATZ(1:14)
              MOVE WS-BENUTZER          TO JOURNALSATZ(16:8)
              MOVE WS-DATEINAME         TO JOURNALSATZ(25:50)
              MOVE 'Z'                  TO JOURNALSATZ(76:1)
              MOVE AEND-ALT(WS-JRN)     TO JOURNALSATZ(78:1)
              MOVE AEND-ZEILE(WS-JRN)   TO JOURNALSATZ(80:3)
              MOVE AEND-STELLE(WS-JRN)  TO JOURNALSATZ(84:3)
              MOVE AEND-ZEILE(WS-JRN)   TO JOURNALSATZ(88:3)
              MOVE AEND-STELLE(WS-JRN)  TO JOURNALSATZ(92:3)
              MOVE AEND-NEU(WS-JRN)     TO JOURNALSATZ(96:1)
              WRITE JOURNALSATZ
              ADD 1 TO WS-JRN
           END-PERFORM.
           CLOSE JOURNALDATEI.
           DISPLAY "JOURNAL FORTGESCHRIEBEN, EINTRAEGE: " AEND-ANZAHL.
       JOURNAL-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABRAST.
