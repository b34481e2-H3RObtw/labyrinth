      *          Schluesseldubletten (identischer Lauf doppelt in der
      *          flachen Datei) werden gezaehlt und uebersprungen
      *
      *          AUFRUF: LABHLOAD           (AUS HISTORIE.txt)
      *                  LABHLOAD ALTSTAMM  (UMSETZEN EINES STAMMS IM
      *                                      ALTEN SATZAUFBAU)
      *          ALTSTAMM: SEIT WEGE OK/FEHL, RAEUMZEIT UND KONFORM
      *          IM SATZ STEHEN, IST DER STAMMSATZ 129 STATT 119
      *          STELLEN LANG; EIN STAMM IM ALTEN AUFBAU LAESST SICH
      *          VOM NACHTLAUF NICHT MEHR OEFFNEN (LABY224E). DER
      *          ALTE STAMM WIRD DANN VOLLSTAENDIG NACH
      *          resources/out/HISTORIE.ENTLADEN ENTLADEN (EIN SATZ
      *          JE ZEILE, ALTER AUFBAU, BLEIBT ALS SICHERUNG
      *          STEHEN) UND DARAUS IM NEUEN AUFBAU NEU GELADEN; DIE
      *          NEUEN FELDER SIND NULL BZW. LEER = NICHT ERHOBEN.
      *          LAESST SICH DER STAMM NICHT IM ALTEN AUFBAU LESEN,
      *          BLEIBT ER UNVERAENDERT (RC=8)
      *
      *          SATZAUFBAU HISTORIE.txt (FESTE STELLEN):
      *          STELLE   1- 14  LAUFZEITPUNKT JJJJMMTTHHMMSS
      *          STELLE  16- 65  DATEINAME
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HM-SCHLUESSEL
               FILE STATUS  IS WS-MAST-STATUS.
      *    DERSELBE STAMM IM ALTEN SATZAUFBAU, NUR ZUM ENTLADEN
           SELECT ALTMAST ASSIGN TO "resources/out/HISTORIE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS AM-SCHLUESSEL
               FILE STATUS  IS WS-ALT-STATUS.
           SELECT ENTLADEN ASSIGN TO "resources/out/HISTORIE.ENTLADEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 HM-BESUCHER        PIC 99.
           05 HM-MAXWEG          PIC 9999.
           05 HM-MITTELWEG       PIC 9999.
           05 HM-WEGE-OK         PIC 99.
           05 HM-WEGE-FEHL       PIC 99.
           05 HM-RAEUMZEIT       PIC 9(5).
           05 HM-KONFORM         PIC X(1).
       FD ALTMAST.
       01 ALT-SATZ.
           05 AM-SCHLUESSEL.
               10 AM-SITE        PIC X(40).
               10 AM-ETAGE       PIC X(3).
               10 AM-LAUFZEIT    PIC X(14).
           05 AM-DATEI           PIC X(50).
           05 AM-FEHLERANZAHL    PIC 99.
           05 AM-BESUCHER        PIC 99.
           05 AM-MAXWEG          PIC 9999.
           05 AM-MITTELWEG       PIC 9999.
       FD ENTLADEN.
       01 ENTLADESATZ            PIC X(119).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-UEBERNOMMEN      PIC 9(5)    VALUE 0.
       01  WS-OHNE-SITE        PIC 9(5)    VALUE 0.
       01  WS-DUBLETTEN        PIC 9(5)    VALUE 0.
       01  WS-ALT-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ENT-STATUS       PIC X(2)    VALUE '00'.
       01  WS-MODUS            PIC X(20)   VALUE SPACES.
       01  WS-ENTLADEN         PIC 9(5)    VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STEUERUNG SECTION.
           ACCEPT WS-MODUS FROM COMMAND-LINE.
           IF WS-MODUS = "ALTSTAMM"
              PERFORM ALTSTAMM-UMSETZEN
              STOP RUN
           END-IF.
           OPEN INPUT HISTEIN.
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY "KEINE FLACHE HISTORIE VORHANDEN: "
           STOP RUN.
       STEUERUNG-EXIT. EXIT.

       ALTSTAMM-UMSETZEN SECTION.
      *    SCHRITT 1: ALTEN STAMM VOLLSTAENDIG ENTLADEN; ERST WENN
      *    DAS OHNE FEHLER DURCHGELAUFEN IST, WIRD DER STAMM NEU
      *    ANGELEGT
           OPEN INPUT ALTMAST.
           IF WS-ALT-STATUS NOT = '00'
              DISPLAY "HISTORIE.MST NICHT IM ALTEN SATZAUFBAU "
                 "LESBAR, STATUS " WS-ALT-STATUS
                 " - STAMM UNVERAENDERT"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           OPEN OUTPUT ENTLADEN.
           IF WS-ENT-STATUS NOT = '00'
              DISPLAY "HISTORIE.ENTLADEN NICHT BESCHREIBBAR, STATUS "
                 WS-ENT-STATUS " - STAMM UNVERAENDERT"
              CLOSE ALTMAST
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-ALT-STATUS NOT = '00'
              READ ALTMAST NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF WS-ALT-STATUS = '00'
                 MOVE ALT-SATZ TO ENTLADESATZ
                 WRITE ENTLADESATZ
                 ADD 1 TO WS-ENTLADEN
              END-IF
           END-PERFORM.
           CLOSE ALTMAST.
           CLOSE ENTLADEN.
           IF WS-ALT-STATUS NOT = '10'
              DISPLAY "ENTLADEN ABGEBROCHEN, STATUS " WS-ALT-STATUS
                 " - STAMM UNVERAENDERT"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
      *    SCHRITT 2: STAMM IM NEUEN AUFBAU AUS DER ENTLADEDATEI
           OPEN INPUT ENTLADEN.
           OPEN OUTPUT HISTMAST.
           IF WS-MAST-STATUS NOT = '00'
              DISPLAY "HISTORIE.MST NICHT BESCHREIBBAR, STATUS "
                 WS-MAST-STATUS
                 " - BESTAND IN resources/out/HISTORIE.ENTLADEN"
              CLOSE ENTLADEN
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-ENT-STATUS NOT = '00'
              READ ENTLADEN
                 AT END CONTINUE
              END-READ
              IF WS-ENT-STATUS = '00'
                 ADD 1 TO WS-GELESEN
                 MOVE ENTLADESATZ TO ALT-SATZ
                 MOVE AM-SCHLUESSEL   TO HM-SCHLUESSEL
                 MOVE AM-DATEI        TO HM-DATEI
                 MOVE AM-FEHLERANZAHL TO HM-FEHLERANZAHL
                 MOVE AM-BESUCHER     TO HM-BESUCHER
                 MOVE AM-MAXWEG       TO HM-MAXWEG
                 MOVE AM-MITTELWEG    TO HM-MITTELWEG
                 MOVE 0     TO HM-WEGE-OK
                 MOVE 0     TO HM-WEGE-FEHL
                 MOVE 0     TO HM-RAEUMZEIT
                 MOVE SPACE TO HM-KONFORM
                 WRITE HISTORIE-SATZ
                    INVALID KEY ADD 1 TO WS-DUBLETTEN
                    NOT INVALID KEY ADD 1 TO WS-UEBERNOMMEN
                 END-WRITE
              END-IF
           END-PERFORM.
           CLOSE ENTLADEN.
           CLOSE HISTMAST.
           DISPLAY "ALTSTAMM UMGESETZT: ENTLADEN " WS-ENTLADEN
              ", NEU GELADEN " WS-UEBERNOMMEN
              ", DUBLETTEN " WS-DUBLETTEN.
           MOVE 0 TO RETURN-CODE.
       ALTSTAMM-UMSETZEN-EXIT. EXIT.

       SATZ-UEBERNEHMEN SECTION.
           IF HISTSATZ(67:40) = SPACES
              ADD 1 TO WS-OHNE-SITE
           MOVE 0 TO HM-BESUCHER.
           MOVE 0 TO HM-MAXWEG.
           MOVE 0 TO HM-MITTELWEG.
      *    WEGE OK/FEHL, RAEUMZEIT UND KONFORMITAET KENNT DIE FLACHE
      *    HISTORIE NICHT: NULL BZW. LEER = NICHT ERHOBEN
           MOVE 0 TO HM-WEGE-OK.
           MOVE 0 TO HM-WEGE-FEHL.
           MOVE 0 TO HM-RAEUMZEIT.
           MOVE SPACE TO HM-KONFORM.
           IF HISTSATZ(112:2) IS NUMERIC
              MOVE HISTSATZ(112:2) TO HM-FEHLERANZAHL
           END-IF.
