      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Brandschutz-Zertifikate aus dem indizierten Stamm
      *          ZERTIFIKAT.MST (Schluessel SITE+ETAGE, gefuehrt vom
      *          Nachtlauf LABYRINT-APPLICATION): ohne Parameter oder
      *          mit SITE [ETAGE] je Etage ein gerahmtes, druckbares
      *          Zertifikat nach resources/out/ZERTIFIKATE.txt -
      *          ausgesetzte Etagen mit Grund statt Bescheinigung.
      *          Mit ABLAUF die Monatsliste resources/out/
      *          ZERTABLAUF.txt aller gueltigen Zertifikate, die in
      *          den naechsten 30 Tagen ablaufen (oder schon
      *          abgelaufen sind), dazu die ausgesetzten Etagen;
      *          RC=4, sobald die Liste einen Eintrag enthaelt
      *
      *          AUFRUF: LABZERT [ABLAUF | SITE [ETAGE]]
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABZERT.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ZERTEIN ASSIGN TO "resources/out/ZERTIFIKAT.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ZM-SCHLUESSEL
               FILE STATUS  IS WS-ZERT-STATUS.
           SELECT ZERTOUT ASSIGN TO WS-AUSGABE-PFAD
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD ZERTEIN.
       01 ZERTIFIKAT-SATZ.
           05 ZM-SCHLUESSEL.
               10 ZM-SITE        PIC X(40).
               10 ZM-ETAGE       PIC X(3).
           05 ZM-NUMMER          PIC 9(6).
           05 ZM-STATUS          PIC X(1).
           05 ZM-AUSGESTELLT     PIC X(8).
           05 ZM-GUELTIG-BIS     PIC X(8).
           05 ZM-BESTAETIGT      PIC X(8).
           05 ZM-DATEI           PIC X(50).
           05 ZM-AUSGESETZT-AM   PIC X(8).
           05 ZM-GRUND           PIC X(60).
       FD ZERTOUT.
       01 ZERTZEILE PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-ZERT-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X(1)    VALUE 'N'.
       01  WS-ARGUMENTE        PIC X(60)   VALUE SPACES.
       01  WS-FILTER-SITE      PIC X(40)   VALUE SPACES.
       01  WS-FILTER-ETAGE     PIC X(3)    VALUE SPACES.
       01  WS-AUSGABE-PFAD     PIC X(40)
              VALUE "resources/out/ZERTIFIKATE.txt".
       01  WS-ABLAUFLISTE      PIC 9       VALUE 0.
       01  WS-SATZANZAHL       PIC 9(5)    VALUE 0.
       01  WS-LISTANZAHL       PIC 9(5)    VALUE 0.
       01  WS-HEUTE            PIC 9(8).
       01  WS-TAG              PIC 9(8).
       01  WS-RESTTAGE         PIC S9(6).
       01  WS-RESTTAGE-ANZ     PIC -(5)9.
       01  WS-LAUFZEIT         PIC X(21).
       01  WS-DATUM-ANZ        PIC X(10).
       01  WS-DATUM-EIN        PIC X(8).
      *    AUSGESETZTE ETAGEN FUER DEN ZWEITEN TEIL DER ABLAUFLISTE
      *    (DER STAMM WIRD NUR EINMAL GELESEN)
       01  AUSGESETZTE.
           05  AG-ANZAHL       PIC 999     VALUE 0.
           05  AG-EINTRAG OCCURS 200.
               10  AG-SITE     PIC X(40).
               10  AG-ETAGE    PIC X(3).
               10  AG-SEIT     PIC X(8).
               10  AG-GRUND    PIC X(60).
       01  WS-AG-I             PIC 999     VALUE 0.
       01  WS-RAHMEN           PIC X(72)   VALUE ALL '*'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-LAUFZEIT.
           MOVE WS-LAUFZEIT(1:8) TO WS-HEUTE.
           ACCEPT WS-ARGUMENTE FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTE DELIMITED BY ALL SPACE
              INTO WS-FILTER-SITE, WS-FILTER-ETAGE
           END-UNSTRING.
           IF WS-FILTER-SITE = "ABLAUF"
              MOVE 1 TO WS-ABLAUFLISTE
              MOVE SPACES TO WS-FILTER-SITE
              MOVE SPACES TO WS-FILTER-ETAGE
              MOVE "resources/out/ZERTABLAUF.txt" TO WS-AUSGABE-PFAD
           END-IF.
           OPEN INPUT ZERTEIN.
           IF WS-ZERT-STATUS NOT = '00'
              DISPLAY "KEIN ZERTIFIKATSSTAMM VORHANDEN: "
                 "resources/out/ZERTIFIKAT.MST"
              STOP RUN
           END-IF.
           IF WS-FILTER-SITE NOT = SPACES
              MOVE WS-FILTER-SITE  TO ZM-SITE
              MOVE WS-FILTER-ETAGE TO ZM-ETAGE
              IF WS-FILTER-ETAGE = SPACES
                 MOVE LOW-VALUES TO ZM-ETAGE
              END-IF
              START ZERTEIN KEY NOT LESS THAN ZM-SCHLUESSEL
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF.
           OPEN OUTPUT ZERTOUT.
           IF WS-ABLAUFLISTE = 1
              PERFORM ABLAUF-KOPF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ZERTEIN NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y'
                 PERFORM SATZ-VERARBEITEN
              END-IF
           END-PERFORM.
           IF WS-ABLAUFLISTE = 1
              PERFORM AUSGESETZTE-SCHREIBEN
           END-IF.
           CLOSE ZERTEIN.
           CLOSE ZERTOUT.
           IF WS-ABLAUFLISTE = 1
              DISPLAY "ABLAUFLISTE GESCHRIEBEN: " WS-AUSGABE-PFAD
                 ", EINTRAEGE: " WS-LISTANZAHL
              IF WS-LISTANZAHL > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "ZERTIFIKATE GESCHRIEBEN: " WS-AUSGABE-PFAD
                 ", ETAGEN: " WS-SATZANZAHL
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       SATZ-VERARBEITEN SECTION.
      *    HINTER DEM GEFILTERTEN BEREICH IST DER LAUF ZU ENDE -
      *    DER STAMM LIEFERT DIE SAETZE IN SCHLUESSELFOLGE
           IF WS-FILTER-SITE NOT = SPACES
            AND ZM-SITE NOT = WS-FILTER-SITE
              MOVE 'Y' TO WS-EOF
              EXIT SECTION
           END-IF.
           IF WS-FILTER-ETAGE NOT = SPACES
            AND ZM-ETAGE NOT = WS-FILTER-ETAGE
              MOVE 'Y' TO WS-EOF
              EXIT SECTION
           END-IF.
           ADD 1 TO WS-SATZANZAHL.
           IF WS-ABLAUFLISTE = 1
              PERFORM ABLAUF-PRUEFEN
           ELSE
              PERFORM ZERTIFIKAT-DRUCKEN
           END-IF.
       SATZ-VERARBEITEN-EXIT. EXIT.

       ZERTIFIKAT-DRUCKEN SECTION.
      *    EIN ZERTIFIKAT JE ETAGE IM STERNRAHMEN, JEWEILS MIT
      *    LEERZEILEN ABGESETZT, DAMIT ES EINZELN AUSGEHAENGT
      *    WERDEN KANN
           MOVE WS-RAHMEN TO ZERTZEILE.
           WRITE ZERTZEILE.
           MOVE "*" TO ZERTZEILE.
           MOVE "*" TO ZERTZEILE(72:1).
           WRITE ZERTZEILE.
           MOVE SPACES TO ZERTZEILE.
           IF ZM-STATUS = 'G'
              MOVE "BRANDSCHUTZ-ZERTIFIKAT FLUCHTWEGE"
                 TO ZERTZEILE(4:60)
           ELSE
              MOVE "BRANDSCHUTZ-ZERTIFIKAT FLUCHTWEGE - AUSGESETZT"
                 TO ZERTZEILE(4:60)
           END-IF.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           STRING "ZERTIFIKAT NR.: " ZM-NUMMER
              DELIMITED BY SIZE INTO ZERTZEILE(4:60)
           END-STRING.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           STRING "GEBAEUDE:       " ZM-SITE
              DELIMITED BY SIZE INTO ZERTZEILE(4:60)
           END-STRING.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           STRING "ETAGE:          " ZM-ETAGE
              DELIMITED BY SIZE INTO ZERTZEILE(4:60)
           END-STRING.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           STRING "PLANSTAND:      " ZM-DATEI
              DELIMITED BY SIZE INTO ZERTZEILE(4:60)
           END-STRING.
           PERFORM RAHMEN-ZEILE.
           MOVE SPACES TO ZERTZEILE.
           PERFORM RAHMEN-ZEILE.
           IF ZM-STATUS = 'G'
              MOVE SPACES TO ZERTZEILE
              MOVE "ALLE FLUCHTWEG-GRENZWERTE EINGEHALTEN, KEIN"
                 TO ZERTZEILE(4:60)
              PERFORM RAHMEN-ZEILE
              MOVE SPACES TO ZERTZEILE
              MOVE "OFFENER DEFEKT IM LETZTEN NACHTLAUF."
                 TO ZERTZEILE(4:60)
              PERFORM RAHMEN-ZEILE
              MOVE SPACES TO ZERTZEILE
              PERFORM RAHMEN-ZEILE
              MOVE ZM-AUSGESTELLT TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE SPACES TO ZERTZEILE
              STRING "AUSGESTELLT AM: " WS-DATUM-ANZ
                 DELIMITED BY SIZE INTO ZERTZEILE(4:60)
              END-STRING
              PERFORM RAHMEN-ZEILE
              MOVE ZM-GUELTIG-BIS TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE SPACES TO ZERTZEILE
              STRING "GUELTIG BIS:    " WS-DATUM-ANZ
                 DELIMITED BY SIZE INTO ZERTZEILE(4:60)
              END-STRING
              PERFORM RAHMEN-ZEILE
              MOVE ZM-BESTAETIGT TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE SPACES TO ZERTZEILE
              STRING "GEPRUEFT AM:    " WS-DATUM-ANZ
                 DELIMITED BY SIZE INTO ZERTZEILE(4:60)
              END-STRING
              PERFORM RAHMEN-ZEILE
           ELSE
              MOVE ZM-AUSGESETZT-AM TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE SPACES TO ZERTZEILE
              STRING "AUSGESETZT AM:  " WS-DATUM-ANZ
                 DELIMITED BY SIZE INTO ZERTZEILE(4:60)
              END-STRING
              PERFORM RAHMEN-ZEILE
              MOVE SPACES TO ZERTZEILE
              MOVE "GRUND:" TO ZERTZEILE(4:60)
              PERFORM RAHMEN-ZEILE
              MOVE SPACES TO ZERTZEILE
              MOVE ZM-GRUND TO ZERTZEILE(6:60)
              PERFORM RAHMEN-ZEILE
           END-IF.
           MOVE SPACES TO ZERTZEILE.
           PERFORM RAHMEN-ZEILE.
           MOVE WS-RAHMEN TO ZERTZEILE.
           WRITE ZERTZEILE.
           MOVE SPACES TO ZERTZEILE.
           WRITE ZERTZEILE.
           WRITE ZERTZEILE.
       ZERTIFIKAT-DRUCKEN-EXIT. EXIT.

       RAHMEN-ZEILE SECTION.
           MOVE "*" TO ZERTZEILE(1:1).
           MOVE "*" TO ZERTZEILE(72:1).
           WRITE ZERTZEILE.
       RAHMEN-ZEILE-EXIT. EXIT.

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

       ABLAUF-KOPF SECTION.
           MOVE WS-HEUTE TO WS-DATUM-EIN.
           PERFORM DATUM-AUFBEREITEN.
           MOVE SPACES TO ZERTZEILE.
           STRING "ABLAUFENDE BRANDSCHUTZ-ZERTIFIKATE, STAND "
              WS-DATUM-ANZ
              DELIMITED BY SIZE INTO ZERTZEILE
           END-STRING.
           WRITE ZERTZEILE.
           MOVE SPACES TO ZERTZEILE.
           WRITE ZERTZEILE.
           MOVE "ETG NR.    GUELTIG BIS  TAGE GEBAEUDE" TO ZERTZEILE.
           WRITE ZERTZEILE.
       ABLAUF-KOPF-EXIT. EXIT.

       ABLAUF-PRUEFEN SECTION.
      *    GUELTIGE ZERTIFIKATE MIT HOECHSTENS 30 RESTTAGEN (NEGATIV
      *    = BEREITS ABGELAUFEN) SOFORT LISTEN, AUSGESETZTE FUER DEN
      *    ZWEITEN TEIL MERKEN
           IF ZM-STATUS NOT = 'G'
              IF AG-ANZAHL < 200
                 ADD 1 TO AG-ANZAHL
                 MOVE ZM-SITE          TO AG-SITE(AG-ANZAHL)
                 MOVE ZM-ETAGE         TO AG-ETAGE(AG-ANZAHL)
                 MOVE ZM-AUSGESETZT-AM TO AG-SEIT(AG-ANZAHL)
                 MOVE ZM-GRUND         TO AG-GRUND(AG-ANZAHL)
              END-IF
              EXIT SECTION
           END-IF.
           IF ZM-GUELTIG-BIS IS NOT NUMERIC
              EXIT SECTION
           END-IF.
           MOVE ZM-GUELTIG-BIS TO WS-TAG.
           COMPUTE WS-RESTTAGE =
              FUNCTION INTEGER-OF-DATE(WS-TAG)
              - FUNCTION INTEGER-OF-DATE(WS-HEUTE).
           IF WS-RESTTAGE > 30
              EXIT SECTION
           END-IF.
           ADD 1 TO WS-LISTANZAHL.
           MOVE ZM-GUELTIG-BIS TO WS-DATUM-EIN.
           PERFORM DATUM-AUFBEREITEN.
           MOVE WS-RESTTAGE TO WS-RESTTAGE-ANZ.
           MOVE SPACES TO ZERTZEILE.
           STRING ZM-ETAGE " " ZM-NUMMER " " WS-DATUM-ANZ " "
              WS-RESTTAGE-ANZ " " ZM-SITE
              DELIMITED BY SIZE INTO ZERTZEILE
           END-STRING.
           IF WS-RESTTAGE < 0
              MOVE "ABGELAUFEN" TO ZERTZEILE(71:10)
           END-IF.
           WRITE ZERTZEILE.
       ABLAUF-PRUEFEN-EXIT. EXIT.

       AUSGESETZTE-SCHREIBEN SECTION.
           MOVE SPACES TO ZERTZEILE.
           WRITE ZERTZEILE.
           MOVE "AUSGESETZTE ZERTIFIKATE / ETAGEN OHNE ZERTIFIKAT"
              TO ZERTZEILE.
           WRITE ZERTZEILE.
           MOVE 1 TO WS-AG-I.
           PERFORM UNTIL WS-AG-I > AG-ANZAHL
              ADD 1 TO WS-LISTANZAHL
              MOVE AG-SEIT(WS-AG-I) TO WS-DATUM-EIN
              PERFORM DATUM-AUFBEREITEN
              MOVE SPACES TO ZERTZEILE
              STRING AG-ETAGE(WS-AG-I) " SEIT " WS-DATUM-ANZ " "
                 AG-SITE(WS-AG-I)
                 DELIMITED BY SIZE INTO ZERTZEILE
              END-STRING
              WRITE ZERTZEILE
              MOVE SPACES TO ZERTZEILE
              MOVE AG-GRUND(WS-AG-I) TO ZERTZEILE(5:60)
              WRITE ZERTZEILE
              ADD 1 TO WS-AG-I
           END-PERFORM.
           IF AG-ANZAHL = 0
              MOVE "    KEINE" TO ZERTZEILE
              WRITE ZERTZEILE
           END-IF.
       AUSGESETZTE-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABZERT.
