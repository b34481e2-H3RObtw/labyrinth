      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Pflegebildschirm fuer den Pruefstamm der Notausgaenge.
      *          Jeder Ausgang aus AUSGAENGE.txt (gleicher Schluessel
      *          Datei + Zeile + Stelle) fuehrt hier das Datum seiner
      *          letzten Pruefung, das Pruefintervall in Tagen und das
      *          Ergebnis. Der Nachtlauf (LABYRINT) sperrt einen
      *          Ausgang, dessen Pruefung ueberfaellig ist oder der
      *          bei der letzten Pruefung Maengel hatte, fuer Wegsuche
      *          und Lastverteilung (LABY308W / LABY309W).
      *          Erfassen (E) ueberschreibt die letzte Pruefung und
      *          haelt fest, wer sie wann eingetragen hat.
      *          Mit FAELLIG die Monatsliste resources/out/
      *          AUSGFAELLIG.txt aller Ausgaenge, deren Pruefung in
      *          den naechsten 30 Tagen faellig wird (oder schon
      *          ueberfaellig ist), dazu alle mit Maengeln;
      *          RC=4, sobald die Liste einen Eintrag enthaelt
      *
      *          AUFRUF: LABAPRUF [FAELLIG | DATEI [ZEILE STELLE]]
      *
      *          SATZAUFBAU AUSGPRUEF.MST (INDIZIERT):
      *          SCHLUESSEL DATEI X(50) + ZEILE 9(3) + STELLE 9(3)
      *                             (WIE STELLE 1-56 AUSGAENGE.txt)
      *          LETZTE PRUEFUNG    X(8)  JJJJMMTT
      *          INTERVALL          9(3)  TAGE
      *          ERGEBNIS           X(1)  B=BESTANDEN M=MAENGEL
      *          BEMERKUNG          X(60)
      *          ERFASST VON        X(8)
      *          ERFASST AM         X(14) JJJJMMTTHHMMSS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABAPRUF.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT AUSGEIN ASSIGN TO "resources/in/AUSGAENGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUSG-STATUS.
           SELECT PRUEF-FILE ASSIGN TO
                   "resources/in/AUSGPRUEF.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AP-SCHLUESSEL
                   FILE STATUS IS WS-PRUEF-STATUS.
           SELECT LISTOUT ASSIGN TO "resources/out/AUSGFAELLIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD AUSGEIN.
       01 AUSGSATZ PIC X(80).
       FD PRUEF-FILE.
       01 PRUEF-SATZ.
           05 AP-SCHLUESSEL.
               10 AP-DATEI        PIC X(50).
               10 AP-ZEILE        PIC 9(3).
               10 AP-STELLE       PIC 9(3).
           05 AP-LETZTE           PIC X(8).
           05 AP-INTERVALL        PIC 9(3).
           05 AP-ERGEBNIS         PIC X(1).
           05 AP-BEMERKUNG        PIC X(60).
           05 AP-ERFASST-VON      PIC X(8).
           05 AP-ERFASST-AM       PIC X(14).
       FD LISTOUT.
       01 LISTZEILE PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-AUSG-STATUS      PIC X(2)    VALUE '00'.
       01  WS-PRUEF-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-ARGUMENTE        PIC X(80)   VALUE SPACES.
       01  WS-ARG-ZEILE        PIC X(3)    VALUE SPACES.
       01  WS-ARG-STELLE       PIC X(3)    VALUE SPACES.
       01  WS-DATEI            PIC X(50)   VALUE SPACES.
       01  WS-ZEILE            PIC 9(3)    VALUE 0.
       01  WS-STELLE           PIC 9(3)    VALUE 0.
       01  WS-LETZTE           PIC X(8)    VALUE SPACES.
       01  WS-LETZTE-NUM       PIC 9(8).
       01  WS-INTERVALL        PIC 9(3)    VALUE 0.
       01  WS-ERGEBNIS         PIC X(1)    VALUE SPACE.
       01  WS-BEMERKUNG        PIC X(60)   VALUE SPACES.
       01  WS-FAELLIG          PIC X(10)   VALUE SPACES.
       01  WS-FAELLIG-NUM      PIC 9(8).
       01  WS-HEUTE            PIC 9(8).
       01  WS-RESTTAGE         PIC S9(6).
       01  WS-RESTTAGE-ANZ     PIC -(5)9.
       01  WS-SATZ-DA          PIC 9       VALUE 0.
       01  WS-GEFUNDEN         PIC 9       VALUE 0.
       01  WS-STATUSTEXT       PIC X(22)   VALUE SPACES.
       01  WS-ERFASST-VON      PIC X(8)    VALUE SPACES.
       01  WS-ERFASST-AM       PIC X(14)   VALUE SPACES.
       01  WS-BENUTZER         PIC X(8)    VALUE SPACES.
       01  WS-JETZT            PIC X(21).
       01  WS-AKTION           PIC X(1)    VALUE SPACE.
       01  WS-MELDUNG          PIC X(79)   VALUE SPACES.
       01  BERECHTIGUNG.
           05 BR-PROGRAMM         PIC X(10)   VALUE 'LABAPRUF'.
           05 BR-BENUTZER         PIC X(8).
           05 BR-AKTION           PIC X(1).
           05 BR-ROLLEN           PIC X(4).
           05 BR-ERLAUBT          PIC X(1).
           05 BR-GRUND            PIC X(50).
       01  WS-FAELLIGLISTE     PIC 9       VALUE 0.
       01  WS-LISTANZAHL       PIC 9(5)    VALUE 0.
       01  WS-DATUM-ANZ        PIC X(10).
       01  WS-DATUM-EIN        PIC X(8).
       01  WS-LISTSTATUS       PIC X(12)   VALUE SPACES.

      ******************************************************************
       SCREEN SECTION.
      ******************************************************************
       01  PRUEF-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
                 VALUE "LABAPRUF - PRUEFUNG DER NOTAUSGAENGE".
           05 COLUMN 45 VALUE "(AUSGPRUEF.MST)".
           05 LINE 3  COLUMN 1  VALUE "DATEI:".
           05 COLUMN 18 PIC X(50) USING WS-DATEI.
           05 LINE 4  COLUMN 1  VALUE "ZEILE:".
           05 COLUMN 18 PIC 9(3)  USING WS-ZEILE.
           05 COLUMN 28 VALUE "STELLE:".
           05 COLUMN 36 PIC 9(3)  USING WS-STELLE.
           05 LINE 6  COLUMN 1  VALUE "STATUS:".
           05 COLUMN 18 PIC X(22) FROM WS-STATUSTEXT.
           05 LINE 7  COLUMN 1  VALUE "LETZTE PRUEFUNG:".
           05 COLUMN 18 PIC X(8)  USING WS-LETZTE.
           05 COLUMN 28 VALUE "(JJJJMMTT)".
           05 LINE 8  COLUMN 1  VALUE "INTERVALL TAGE:".
           05 COLUMN 18 PIC 9(3)  USING WS-INTERVALL.
           05 COLUMN 28 VALUE "FAELLIG AM:".
           05 COLUMN 40 PIC X(10) FROM WS-FAELLIG.
           05 LINE 9  COLUMN 1  VALUE "ERGEBNIS:".
           05 COLUMN 18 PIC X(1)  USING WS-ERGEBNIS.
           05 COLUMN 28 VALUE "(B=BESTANDEN M=MAENGEL)".
           05 LINE 10 COLUMN 1  VALUE "BEMERKUNG:".
           05 COLUMN 18 PIC X(60) USING WS-BEMERKUNG.
           05 LINE 11 COLUMN 1  VALUE "ERFASST VON:".
           05 COLUMN 18 PIC X(8)  FROM WS-ERFASST-VON.
           05 COLUMN 28 VALUE "AM:".
           05 COLUMN 32 PIC X(14) FROM WS-ERFASST-AM.
           05 LINE 12 COLUMN 1  VALUE "BENUTZER:".
           05 COLUMN 18 PIC X(8)  FROM WS-BENUTZER.
           05 LINE 14 COLUMN 1
                 VALUE "AKTION L=LESEN E=PRUEFUNG ERFASSEN A=ENDE:".
           05 COLUMN 45 PIC X(1) TO WS-AKTION.
           05 LINE 16 COLUMN 1 PIC X(79) FROM WS-MELDUNG.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           PERFORM INITIALISIEREN.
           IF WS-FAELLIGLISTE = 1
              PERFORM FAELLIGLISTE-SCHREIBEN
              STOP RUN
           END-IF.
           MOVE SPACE TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              DISPLAY "KEINE BERECHTIGUNG: " BR-GRUND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM STAMM-OEFFNEN.
           IF WS-PRUEF-STATUS NOT = '00'
              DISPLAY "PRUEFSTAMM NICHT ZU OEFFNEN, STATUS "
                 WS-PRUEF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-DATEI NOT = SPACES
              PERFORM SATZ-LESEN
           END-IF.
           MOVE SPACES TO WS-AKTION.
           PERFORM UNTIL WS-AKTION = 'A'
              DISPLAY PRUEF-SCREEN
              MOVE SPACES TO WS-AKTION
              ACCEPT PRUEF-SCREEN
              MOVE SPACES TO WS-MELDUNG
              EVALUATE WS-AKTION
                 WHEN 'L'
                    PERFORM SATZ-LESEN
                 WHEN 'E'
                    PERFORM ERFASSEN
                 WHEN 'A'
                    CONTINUE
                 WHEN OTHER
                    MOVE "UNGUELTIGE AKTION" TO WS-MELDUNG
              END-EVALUATE
           END-PERFORM.
           CLOSE PRUEF-FILE.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       INITIALISIEREN SECTION.
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTE DELIMITED BY ALL SPACE
              INTO WS-DATEI, WS-ARG-ZEILE, WS-ARG-STELLE
           END-UNSTRING.
           IF WS-DATEI = "FAELLIG"
              MOVE 1 TO WS-FAELLIGLISTE
              MOVE SPACES TO WS-DATEI
           END-IF.
      *    ZEILE/STELLE KOMMEN LINKSBUENDIG AN ("5  "), DESHALB
      *    UEBER NUMVAL WANDELN
           IF WS-ARG-ZEILE(1:1) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-ARG-ZEILE) TO WS-ZEILE
           END-IF.
           IF WS-ARG-STELLE(1:1) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-ARG-STELLE) TO WS-STELLE
           END-IF.
           ACCEPT WS-BENUTZER FROM ENVIRONMENT "USER".
           IF WS-BENUTZER = SPACES
              MOVE "UNBEKANNT" TO WS-BENUTZER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-JETZT(1:8) TO WS-HEUTE.
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

       STAMM-OEFFNEN SECTION.
      *    BEI DER ERSTEN ERFASSUNG GIBT ES DEN STAMM NOCH NICHT; ER
      *    WIRD DANN LEER ANGELEGT UND SOFORT FUER I-O GEOEFFNET
           OPEN I-O PRUEF-FILE.
           IF WS-PRUEF-STATUS NOT = '00'
              OPEN OUTPUT PRUEF-FILE
              IF WS-PRUEF-STATUS = '00'
                 CLOSE PRUEF-FILE
                 OPEN I-O PRUEF-FILE
              END-IF
           END-IF.
       STAMM-OEFFNEN-EXIT. EXIT.

       SATZ-LESEN SECTION.
           MOVE WS-DATEI  TO AP-DATEI.
           MOVE WS-ZEILE  TO AP-ZEILE.
           MOVE WS-STELLE TO AP-STELLE.
           MOVE 1 TO WS-SATZ-DA.
           READ PRUEF-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           IF WS-SATZ-DA = 0
              MOVE "KEINE PRUEFUNG ERFASST" TO WS-STATUSTEXT
              MOVE SPACES TO WS-LETZTE
              MOVE 0      TO WS-INTERVALL
              MOVE SPACE  TO WS-ERGEBNIS
              MOVE SPACES TO WS-BEMERKUNG
              MOVE SPACES TO WS-FAELLIG
              MOVE SPACES TO WS-ERFASST-VON
              MOVE SPACES TO WS-ERFASST-AM
              EXIT SECTION
           END-IF.
           PERFORM FAELLIGKEIT-RECHNEN.
           MOVE WS-DATUM-ANZ TO WS-FAELLIG.
           IF AP-ERGEBNIS = 'M'
              MOVE "MAENGEL, GESPERRT" TO WS-STATUSTEXT
           ELSE
              IF WS-RESTTAGE < 0
                 MOVE "UEBERFAELLIG, GESPERRT" TO WS-STATUSTEXT
              ELSE
                 MOVE "IN ORDNUNG" TO WS-STATUSTEXT
              END-IF
           END-IF.
           MOVE AP-LETZTE      TO WS-LETZTE.
           MOVE AP-INTERVALL   TO WS-INTERVALL.
           MOVE AP-ERGEBNIS    TO WS-ERGEBNIS.
           MOVE AP-BEMERKUNG   TO WS-BEMERKUNG.
           MOVE AP-ERFASST-VON TO WS-ERFASST-VON.
           MOVE AP-ERFASST-AM  TO WS-ERFASST-AM.
       SATZ-LESEN-EXIT. EXIT.

       FAELLIGKEIT-RECHNEN SECTION.
      *    FAELLIG AM = LETZTE PRUEFUNG + INTERVALL; RESTTAGE NEGATIV
      *    = UEBERFAELLIG. EIN SATZ OHNE GUELTIGES DATUM GILT ALS
      *    UEBERFAELLIG, WIE IM NACHTLAUF
           MOVE SPACES TO WS-DATUM-ANZ.
           MOVE -1 TO WS-RESTTAGE.
           IF AP-LETZTE IS NOT NUMERIC
              EXIT SECTION
           END-IF.
           MOVE AP-LETZTE TO WS-LETZTE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LETZTE-NUM) NOT = 0
              EXIT SECTION
           END-IF.
           COMPUTE WS-FAELLIG-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LETZTE-NUM) + AP-INTERVALL).
           COMPUTE WS-RESTTAGE =
              FUNCTION INTEGER-OF-DATE(WS-FAELLIG-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-HEUTE).
           MOVE WS-FAELLIG-NUM TO WS-DATUM-EIN.
           PERFORM DATUM-AUFBEREITEN.
       FAELLIGKEIT-RECHNEN-EXIT. EXIT.

       AUSGANG-PRUEFEN SECTION.
      *    NUR AUSGAENGE AUS AUSGAENGE.txt - EIN TIPPFEHLER IN DATEI
      *    ODER KOORDINATE WUERDE SONST EINE PRUEFUNG ERFASSEN, DIE
      *    IM NACHTLAUF NIE GREIFT
           MOVE 0 TO WS-GEFUNDEN.
           OPEN INPUT AUSGEIN.
           IF WS-AUSG-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-AUSG-STATUS NOT = '00'
              MOVE SPACES TO AUSGSATZ
              READ AUSGEIN
                 AT END CONTINUE
              END-READ
              IF WS-AUSG-STATUS = '00'
               AND AUSGSATZ(1:50) = WS-DATEI
               AND AUSGSATZ(51:3) = WS-ZEILE
               AND AUSGSATZ(54:3) = WS-STELLE
                 MOVE 1 TO WS-GEFUNDEN
              END-IF
           END-PERFORM.
           CLOSE AUSGEIN.
       AUSGANG-PRUEFEN-EXIT. EXIT.

       ERFASSEN SECTION.
      *    NEUE PRUEFUNG EINTRAGEN; SIE ERSETZT DIE LETZTE. DAS
      *    PRUEFDATUM MUSS EIN GUELTIGES DATUM BIS HEUTE SEIN
           MOVE 'E' TO BR-AKTION.
           PERFORM BERECHTIGUNG-PRUEFEN.
           IF BR-ERLAUBT NOT = 'J'
              EXIT SECTION
           END-IF.
           IF WS-DATEI = SPACES OR WS-ZEILE = 0 OR WS-STELLE = 0
              MOVE "DATEI, ZEILE UND STELLE ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-LETZTE IS NOT NUMERIC
              MOVE "PRUEFDATUM ALS JJJJMMTT ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-LETZTE TO WS-LETZTE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LETZTE-NUM) NOT = 0
              MOVE "PRUEFDATUM IST KEIN GUELTIGES DATUM" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-LETZTE-NUM > WS-HEUTE
              MOVE "PRUEFDATUM LIEGT IN DER ZUKUNFT" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-INTERVALL = 0
              MOVE "INTERVALL IN TAGEN ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ERGEBNIS NOT = 'B' AND WS-ERGEBNIS NOT = 'M'
              MOVE "ERGEBNIS B ODER M ANGEBEN" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           IF WS-ERGEBNIS = 'M' AND WS-BEMERKUNG = SPACES
              MOVE "BEI MAENGELN DIE MAENGEL ALS BEMERKUNG ANGEBEN"
                 TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           PERFORM AUSGANG-PRUEFEN.
           IF WS-GEFUNDEN = 0
              MOVE "AUSGANG NICHT IN AUSGAENGE.txt" TO WS-MELDUNG
              EXIT SECTION
           END-IF.
           MOVE WS-DATEI  TO AP-DATEI.
           MOVE WS-ZEILE  TO AP-ZEILE.
           MOVE WS-STELLE TO AP-STELLE.
           MOVE 1 TO WS-SATZ-DA.
           READ PRUEF-FILE
              INVALID KEY MOVE 0 TO WS-SATZ-DA
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-JETZT.
           MOVE WS-DATEI         TO AP-DATEI.
           MOVE WS-ZEILE         TO AP-ZEILE.
           MOVE WS-STELLE        TO AP-STELLE.
           MOVE WS-LETZTE        TO AP-LETZTE.
           MOVE WS-INTERVALL     TO AP-INTERVALL.
           MOVE WS-ERGEBNIS      TO AP-ERGEBNIS.
           MOVE WS-BEMERKUNG     TO AP-BEMERKUNG.
           MOVE WS-BENUTZER      TO AP-ERFASST-VON.
           MOVE WS-JETZT(1:14)   TO AP-ERFASST-AM.
           IF WS-SATZ-DA = 1
              REWRITE PRUEF-SATZ
                 INVALID KEY MOVE "23" TO WS-PRUEF-STATUS
              END-REWRITE
           ELSE
              WRITE PRUEF-SATZ
                 INVALID KEY MOVE "22" TO WS-PRUEF-STATUS
              END-WRITE
           END-IF.
           IF WS-PRUEF-STATUS NOT = '00'
              MOVE SPACES TO WS-MELDUNG
              STRING "ERFASSEN FEHLGESCHLAGEN, STATUS "
                 WS-PRUEF-STATUS
                 DELIMITED BY SIZE INTO WS-MELDUNG
              END-STRING
              EXIT SECTION
           END-IF.
           PERFORM SATZ-LESEN.
           IF WS-ERGEBNIS = 'M'
              MOVE "ERFASST, NACHTLAUF SPERRT DEN AUSGANG"
                 TO WS-MELDUNG
           ELSE
              MOVE "ERFASST" TO WS-MELDUNG
           END-IF.
       ERFASSEN-EXIT. EXIT.

       FAELLIGLISTE-SCHREIBEN SECTION.
      *    MONATSLISTE: MAENGEL UND HOECHSTENS 30 RESTTAGE (NEGATIV =
      *    BEREITS UEBERFAELLIG, DER NACHTLAUF SPERRT DEN AUSGANG
      *    SCHON); DER STAMM LIEFERT DIE SAETZE NACH DATEI SORTIERT
           OPEN INPUT PRUEF-FILE.
           IF WS-PRUEF-STATUS NOT = '00'
              DISPLAY "KEIN PRUEFSTAMM VORHANDEN: "
                 "resources/in/AUSGPRUEF.MST"
              STOP RUN
           END-IF.
           OPEN OUTPUT LISTOUT.
           MOVE WS-HEUTE TO WS-DATUM-EIN.
           PERFORM DATUM-AUFBEREITEN.
           MOVE SPACES TO LISTZEILE.
           STRING "FAELLIGE PRUEFUNGEN DER NOTAUSGAENGE, STAND "
              WS-DATUM-ANZ
              DELIMITED BY SIZE INTO LISTZEILE
           END-STRING.
           WRITE LISTZEILE.
           MOVE SPACES TO LISTZEILE.
           WRITE LISTZEILE.
           MOVE "ZEI STE FAELLIG AM  TAGE STATUS       DATEI"
              TO LISTZEILE.
           WRITE LISTZEILE.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRUEF-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 PERFORM FAELLIGKEIT-LISTEN
              END-IF
           END-PERFORM.
           IF WS-LISTANZAHL = 0
              MOVE "    KEINE" TO LISTZEILE
              WRITE LISTZEILE
           END-IF.
           CLOSE PRUEF-FILE.
           CLOSE LISTOUT.
           DISPLAY "FAELLIGKEITSLISTE GESCHRIEBEN: "
              "resources/out/AUSGFAELLIG.txt, EINTRAEGE: "
              WS-LISTANZAHL.
           IF WS-LISTANZAHL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       FAELLIGLISTE-SCHREIBEN-EXIT. EXIT.

       FAELLIGKEIT-LISTEN SECTION.
           PERFORM FAELLIGKEIT-RECHNEN.
           IF AP-ERGEBNIS NOT = 'M' AND WS-RESTTAGE > 30
              EXIT SECTION
           END-IF.
           IF AP-ERGEBNIS = 'M'
              MOVE "MAENGEL" TO WS-LISTSTATUS
           ELSE
              IF WS-RESTTAGE < 0
                 MOVE "UEBERFAELLIG" TO WS-LISTSTATUS
              ELSE
                 MOVE "FAELLIG" TO WS-LISTSTATUS
              END-IF
           END-IF.
           ADD 1 TO WS-LISTANZAHL.
           MOVE WS-RESTTAGE TO WS-RESTTAGE-ANZ.
           MOVE SPACES TO LISTZEILE.
           STRING AP-ZEILE " " AP-STELLE " " WS-DATUM-ANZ " "
              WS-RESTTAGE-ANZ(2:5) " " WS-LISTSTATUS " " AP-DATEI
              DELIMITED BY SIZE INTO LISTZEILE
           END-STRING.
           WRITE LISTZEILE.
           IF AP-ERGEBNIS = 'M'
              MOVE SPACES TO LISTZEILE
              MOVE AP-BEMERKUNG TO LISTZEILE(9:60)
              WRITE LISTZEILE
           END-IF.
       FAELLIGKEIT-LISTEN-EXIT. EXIT.

       DATUM-AUFBEREITEN SECTION.
      *    JJJJMMTT -> TT.MM.JJJJ (LEER BLEIBT LEER)
           MOVE SPACES TO WS-DATUM-ANZ.
           IF WS-DATUM-EIN IS NUMERIC
              STRING WS-DATUM-EIN(7:2) "." WS-DATUM-EIN(5:2) "."
                 WS-DATUM-EIN(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZ
              END-STRING
           END-IF.
       DATUM-AUFBEREITEN-EXIT. EXIT.
       END PROGRAM LABAPRUF.
