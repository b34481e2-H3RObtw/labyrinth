      ******************************************************************
      * Author: Andreas Bauerfeind
      * Purpose: Eingangspruefung der angelieferten Fremdschnitt-
      *          stellen als erster Schritt des Nachtlaufs: der
      *          Ausweis-Buchungsexport der Werksicherheit
      *          (AUSWEISE.txt, fuer LABAUSW) und die Quittungen der
      *          Gebaeudeleittechnik (QUITTUNGEN.txt, fuer LABQUITT)
      *          tragen je einen Kopfsatz mit Absender und
      *          Geschaeftsdatum und einen Endesatz mit der Anzahl
      *          der Datensaetze. Bisher liefen beide Abgleiche
      *          stillschweigend auf der Lieferung des Vortags oder
      *          auf einer abgeschnittenen Datei - der Empfang
      *          arbeitete dann eine falsche Liste ab.
      *          GEPRUEFT WIRD JE SCHNITTSTELLE:
      *          - DIE DATEI IST VORHANDEN
      *          - DER ERSTE SATZ IST EIN KOPFSATZ DES ERWARTETEN
      *            ABSENDERS
      *          - DAS GESCHAEFTSDATUM IST DER HEUTIGE TAG (SONST
      *            LIEGT NOCH DIE LIEFERUNG EINES FRUEHEREN TAGES
      *            VOR, DIE HEUTIGE IST VERSPAETET)
      *          - EIN ENDESATZ IST VORHANDEN UND SEINE SATZANZAHL
      *            STIMMT MIT DEN GELIEFERTEN DATENSAETZEN UEBEREIN
      *            (SONST IST DIE LIEFERUNG UNVOLLSTAENDIG)
      *
      *          SATZAUFBAU KOPFSATZ (ERSTER SATZ):
      *          STELLE   1-  8  KENNUNG **KOPF**
      *          STELLE  10- 29  ABSENDER
      *          STELLE  31- 38  GESCHAEFTSDATUM JJJJMMTT
      *          SATZAUFBAU ENDESATZ (LETZTER SATZ):
      *          STELLE   1-  8  KENNUNG **ENDE**
      *          STELLE  10- 16  ANZAHL DATENSAETZE (OHNE KOPF- UND
      *                          ENDESATZ UND LEERZEILEN),
      *                          RECHTSBUENDIG MIT NULLEN
      *
      *          ERGEBNIS IN EINGANGSBERICHT.txt; JEDE VERSPAETETE
      *          ODER UNVOLLSTAENDIGE SCHNITTSTELLE GEHT ALS LABY222E
      *          AN LABMELD. RC=16 BEI MINDESTENS EINER BEANSTANDETEN
      *          SCHNITTSTELLE (LABAUSW/LABQUITT WERDEN IN LABYBAT
      *          DANN UEBERGANGEN), SONST RC=0
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LABEING.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT FEEDEIN  ASSIGN TO WS-FEEDPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FEED-STATUS.
           SELECT BERICHTOUT ASSIGN TO
               "resources/out/EINGANGSBERICHT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD FEEDEIN.
       01 FEEDSATZ PIC X(132).
       FD BERICHTOUT.
       01 BERICHTZEILE PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS      PIC X(2)    VALUE '00'.
       01  WS-FEEDPFAD         PIC X(70).
       01  WS-HEUTE            PIC X(21).
      *    ZU PRUEFENDE SCHNITTSTELLE: DATEINAME UNTER resources/in
      *    UND DER IM KOPFSATZ ERWARTETE ABSENDER
       01  WS-FEED-NAME        PIC X(50).
       01  WS-FEED-ABSENDER    PIC X(20).
       01  WS-KOPF-ABSENDER    PIC X(20).
       01  WS-KOPF-DATUM       PIC X(8).
       01  WS-ENDE-ANZAHL      PIC X(7).
       01  WS-ENDE-GEFUNDEN    PIC 9.
       01  WS-DATENSAETZE      PIC 9(7).
       01  WS-NACH-ENDE        PIC 9(7).
       01  WS-BEANSTANDET      PIC 99      VALUE 0.
       01  WS-GEPRUEFT         PIC 99      VALUE 0.
       01  WS-FEHLERTEXT       PIC X(60).
       01  WS-MELDUNG          PIC X(120).
      *    SCHNITTSTELLE ZUR ZENTRALEN MELDUNGSAUSGABE (LABMELD):
      *    KENNUNGEN UND SCHWEREGRADE SIEHE MELDUNGSKATALOG DORT
       01  MELDUNG.
           05  MELD-ID         PIC X(8).
           05  MELD-PROGRAMM   PIC X(8)    VALUE 'LABEING'.
           05  MELD-DATEI      PIC X(50).
           05  MELD-TEXT       PIC X(80).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-HEUTE.
           OPEN OUTPUT BERICHTOUT.
           MOVE SPACES TO WS-MELDUNG.
           STRING "EINGANGSPRUEFUNG DER SCHNITTSTELLEN, STICHTAG "
              WS-HEUTE(1:8)
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           MOVE "AUSWEISE.txt"        TO WS-FEED-NAME.
           MOVE "WERKSICHERHEIT"      TO WS-FEED-ABSENDER.
           PERFORM FEED-PRUEFEN.
           MOVE "QUITTUNGEN.txt"      TO WS-FEED-NAME.
           MOVE "GEBAEUDELEITTECHNIK" TO WS-FEED-ABSENDER.
           PERFORM FEED-PRUEFEN.
           MOVE SPACES TO WS-MELDUNG.
           STRING "SCHNITTSTELLEN: " WS-GEPRUEFT
              ", BEANSTANDET: " WS-BEANSTANDET
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
           CLOSE BERICHTOUT.
           DISPLAY "EINGANGSBERICHT GESCHRIEBEN, BEANSTANDET: "
              WS-BEANSTANDET.
           IF WS-BEANSTANDET > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       FEED-PRUEFEN SECTION.
           ADD 1 TO WS-GEPRUEFT.
           MOVE SPACES TO WS-FEHLERTEXT.
           MOVE SPACES TO WS-KOPF-ABSENDER.
           MOVE SPACES TO WS-KOPF-DATUM.
           MOVE SPACES TO WS-ENDE-ANZAHL.
           MOVE 0 TO WS-ENDE-GEFUNDEN.
           MOVE 0 TO WS-DATENSAETZE.
           MOVE 0 TO WS-NACH-ENDE.
           MOVE SPACES TO WS-FEEDPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-FEED-NAME      DELIMITED BY SPACE
                  INTO WS-FEEDPFAD
           END-STRING.
           OPEN INPUT FEEDEIN.
           IF WS-FEED-STATUS NOT = '00'
              MOVE '00' TO WS-FEED-STATUS
              MOVE "FEHLT - NICHT ANGELIEFERT" TO WS-FEHLERTEXT
              PERFORM FEED-BEANSTANDEN
              EXIT SECTION
           END-IF.
           READ FEEDEIN
              AT END CONTINUE
           END-READ.
           IF WS-FEED-STATUS NOT = '00'
            OR FEEDSATZ(1:8) NOT = "**KOPF**"
              MOVE "KEIN KOPFSATZ - LIEFERUNG UNVOLLSTAENDIG"
                 TO WS-FEHLERTEXT
              PERFORM FEED-SCHLIESSEN
              PERFORM FEED-BEANSTANDEN
              EXIT SECTION
           END-IF.
           MOVE FEEDSATZ(10:20) TO WS-KOPF-ABSENDER.
           MOVE FEEDSATZ(31:8)  TO WS-KOPF-DATUM.
           PERFORM UNTIL WS-FEED-STATUS NOT = '00'
              READ FEEDEIN
                 AT END CONTINUE
              END-READ
              IF WS-FEED-STATUS = '00'
                 EVALUATE TRUE
                    WHEN WS-ENDE-GEFUNDEN = 1
      *                LEERZEILEN HINTER DEM ENDESATZ SIND
      *                UNSCHAEDLICH, ALLES ANDERE NICHT
                       IF FEEDSATZ NOT = SPACES
                          ADD 1 TO WS-NACH-ENDE
                       END-IF
                    WHEN FEEDSATZ(1:8) = "**ENDE**"
                       MOVE 1 TO WS-ENDE-GEFUNDEN
                       MOVE FEEDSATZ(10:7) TO WS-ENDE-ANZAHL
      *             LEERZEILEN SIND KEINE DATENSAETZE UND ZAEHLEN
      *             NICHT MIT (WIE IM ABGLEICH IN LABAUSW)
                    WHEN FEEDSATZ = SPACES
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-DATENSAETZE
                 END-EVALUATE
              END-IF
           END-PERFORM.
           PERFORM FEED-SCHLIESSEN.
           EVALUATE TRUE
              WHEN WS-KOPF-ABSENDER NOT = WS-FEED-ABSENDER
                 STRING "FALSCHER ABSENDER IM KOPFSATZ: "
                    WS-KOPF-ABSENDER
                    DELIMITED BY SIZE INTO WS-FEHLERTEXT
                 END-STRING
              WHEN WS-KOPF-DATUM NOT = WS-HEUTE(1:8)
                 STRING "VERSPAETET - GESCHAEFTSDATUM "
                    WS-KOPF-DATUM " STATT " WS-HEUTE(1:8)
                    DELIMITED BY SIZE INTO WS-FEHLERTEXT
                 END-STRING
              WHEN WS-ENDE-GEFUNDEN = 0
                 MOVE "KEIN ENDESATZ - LIEFERUNG UNVOLLSTAENDIG"
                    TO WS-FEHLERTEXT
              WHEN WS-NACH-ENDE > 0
                 STRING "SAETZE NACH DEM ENDESATZ: " WS-NACH-ENDE
                    DELIMITED BY SIZE INTO WS-FEHLERTEXT
                 END-STRING
              WHEN WS-ENDE-ANZAHL NOT NUMERIC
                 STRING "SATZANZAHL IM ENDESATZ NICHT NUMERISCH: "
                    WS-ENDE-ANZAHL
                    DELIMITED BY SIZE INTO WS-FEHLERTEXT
                 END-STRING
              WHEN WS-ENDE-ANZAHL NOT = WS-DATENSAETZE
                 STRING "SATZANZAHL LT. ENDESATZ " WS-ENDE-ANZAHL
                    ", GELIEFERT " WS-DATENSAETZE
                    DELIMITED BY SIZE INTO WS-FEHLERTEXT
                 END-STRING
           END-EVALUATE.
           IF WS-FEHLERTEXT NOT = SPACES
              PERFORM FEED-BEANSTANDEN
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-MELDUNG.
           STRING WS-FEED-NAME(1:20)
              " VOLLSTAENDIG: ABSENDER " WS-KOPF-ABSENDER
              " GESCHAEFTSDATUM " WS-KOPF-DATUM
              ", SAETZE " WS-DATENSAETZE
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           PERFORM ZEILE-SCHREIBEN.
       FEED-PRUEFEN-EXIT. EXIT.

       FEED-SCHLIESSEN SECTION.
           CLOSE FEEDEIN.
           MOVE '00' TO WS-FEED-STATUS.
       FEED-SCHLIESSEN-EXIT. EXIT.

       FEED-BEANSTANDEN SECTION.
           ADD 1 TO WS-BEANSTANDET.
           MOVE SPACES TO WS-MELDUNG.
           STRING WS-FEED-NAME(1:20)
              " BEANSTANDET: " WS-FEHLERTEXT
              DELIMITED BY SIZE INTO WS-MELDUNG
           END-STRING.
           MOVE 'LABY222E' TO MELD-ID.
           MOVE WS-FEED-NAME TO MELD-DATEI.
           MOVE WS-FEHLERTEXT TO MELD-TEXT.
           CALL 'LABMELD' USING MELDUNG.
           PERFORM ZEILE-SCHREIBEN.
       FEED-BEANSTANDEN-EXIT. EXIT.

       ZEILE-SCHREIBEN SECTION.
           MOVE WS-MELDUNG TO BERICHTZEILE.
           WRITE BERICHTZEILE.
           MOVE SPACES TO WS-MELDUNG.
       ZEILE-SCHREIBEN-EXIT. EXIT.
       END PROGRAM LABEING.
