                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS HM-SCHLUESSEL
                   FILE STATUS IS WS-HISTORIE-STATUS.
      *    FREIGABESTAMM (VIER-AUGEN-PRINZIP, GEPFLEGT MIT LABFREIG):
      *    SCHLUESSEL SITE + ETAGE + GUELTIG; NUR FREIGEGEBENE
      *    VERSIONEN DUERFEN IM NACHTLAUF WIRKSAM WERDEN
           SELECT FREIGABE-FILE ASSIGN TO
                   "resources/in/FREIGABE.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS FG-SCHLUESSEL
                   FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT ABSTIMM-FILE ASSIGN TO WS-ABSTIMM-PFAD
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDORTEIN ASSIGN TO "resources/in/STANDORTE.txt"
           SELECT VORSCHAU-DATEI ASSIGN TO WS-VORSCHAU-PFAD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VORSCHAU-STATUS.
      *    BRANDSCHUTZ-ZERTIFIKATE JE SITE + ETAGE (AUSDRUCK UND
      *    ABLAUFLISTE UEBER LABZERT); GUELTIGKEITSDAUER IN TAGEN
      *    OPTIONAL AUS ZERTIFIKAT.txt (STELLE 1-4, SONST 365)
           SELECT ZERTIFIKAT-FILE ASSIGN TO
                   "resources/out/ZERTIFIKAT.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS ZM-SCHLUESSEL
                   FILE STATUS IS WS-ZERT-STATUS.
           SELECT ZERTPARAM ASSIGN TO "resources/in/ZERTIFIKAT.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZPARAM-STATUS.
      *    ANGEHALTENE ETAGEN (GEPFLEGT MIT LABSPERR): SCHLUESSEL
      *    SITE + ETAGE, NUR SAETZE MIT STATUS 'A' WIRKEN
           SELECT SPERRE-FILE ASSIGN TO
                   "resources/in/SPERREN.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS SR-SCHLUESSEL
                   FILE STATUS IS WS-SPERRE-STATUS.
      *    EINGABESICHERUNG: INHALTSVERZEICHNIS DER GESICHERTEN
      *    DATEIEN UND NOCHMALIGES LESEN DER DATEILISTE
           SELECT INHALT-FILE ASSIGN TO WS-INHALT-PFAD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INHALT-STATUS.
           SELECT SICHERLISTE ASSIGN TO "resources/Filenames.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SICHERLISTE-STATUS.
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
       FD FREIGABE-FILE.
            01 FREIGABE-SATZ.
                05 FG-SCHLUESSEL.
                    10 FG-SITE        PIC X(40).
                    10 FG-ETAGE       PIC X(3).
                    10 FG-GUELTIG     PIC X(8).
                05 FG-DATEI           PIC X(50).
                05 FG-STATUS          PIC X(1).
                05 FG-EINREICHER      PIC X(8).
                05 FG-EINGEREICHT     PIC X(14).
                05 FG-FREIGEBER       PIC X(8).
                05 FG-FREIGEGEBEN     PIC X(14).
       FD ABSTIMM-FILE.
            01 ABSTIMM-LINE PIC X(100).
       FD STANDORTEIN.
            01 DEFEKTSATZNEU PIC X(130).
       FD VORSCHAU-DATEI.
            01 VORSCHAU-SATZ PIC X(132).
       FD ZERTIFIKAT-FILE.
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
       FD ZERTPARAM.
            01 ZERTPARAM-SATZ PIC X(80).
       FD SPERRE-FILE.
            01 SPERRE-SATZ.
                05 SR-SCHLUESSEL.
                    10 SR-SITE        PIC X(40).
                    10 SR-ETAGE       PIC X(3).
                05 SR-STATUS          PIC X(1).
                05 SR-GRUND           PIC X(60).
                05 SR-GESETZT-VON     PIC X(8).
                05 SR-GESETZT-AM      PIC X(14).
                05 SR-BIS             PIC X(8).
                05 SR-FREIGEGEBEN-VON PIC X(8).
                05 SR-FREIGEGEBEN-AM  PIC X(14).
       FD INHALT-FILE.
            01 INHALT-SATZ PIC X(60).
       FD SICHERLISTE.
            01 SICHERLISTE-SATZ PIC X(50).

       LOCAL-STORAGE SECTION.
            01 WS-EOF       PIC X(1)    VALUE "X".
                05 RUECK-WEGSUCHE         PIC X(1).
                05 RUECK-KONFORM          PIC X(1).
                05 RUECK-RAEUMZEIT        PIC 9(5).
                05 RUECK-KONFORM-GRUND    PIC X(60).
      *     ZWEITER RUECKGABEBEREICH FUER DEN VORSCHAUMODUS: DORT
      *     WIRD ZUSAETZLICH DIE AKTUELL WIRKSAME VERSION DERSELBEN
      *     ETAGE GERECHNET, UM DIE DELTAS AUSZUWEISEN
                05 AKT-WEGSUCHE           PIC X(1).
                05 AKT-KONFORM            PIC X(1).
                05 AKT-RAEUMZEIT          PIC 9(5).
                05 AKT-KONFORM-GRUND      PIC X(60).
            01 WS-VGL-DELTA          PIC S9(6).
      *     SIGNIERTE ANZEIGEFORM FUER DIE BERICHTSZEILEN: EIN
      *     DIREKT GESTRINGTES S9-FELD WUERDE NEGATIVE DELTAS MIT
                    10 DF-DATEI      PIC X(50).
                    10 DF-TEXT       PIC X(50).
                    10 DF-GETROFFEN  PIC 9.
      *     IN DIESEM LAUF TATSAECHLICH VERARBEITETE DATEIEN - NUR
      *     DEREN OFFENE DEFEKTE KOENNEN OHNE BEFUND ALS BEHOBEN
      *     GELTEN (ANGEHALTENE, ZURUECKGESTELLTE ODER AUS DER
      *     LISTE GEFALLENE DATEIEN BEHALTEN IHREN STAND)
            01 VERARBEITETE-DATEIEN.
                05 VD-ANZAHL         PIC 999    VALUE 0.
                05 VD-DATEI OCCURS 200 PIC X(50).
            01 WS-VD-I               PIC 999.
            01 WS-VD-GEFUNDEN        PIC 9.
            01 WS-DF-I               PIC 999.
            01 WS-DF-J               PIC 999.
            01 WS-DF-IDX             PIC 999.
                05 VS-EINTRAG OCCURS 200.
                    10 VS-SITE       PIC X(40).
                    10 VS-ETAGE      PIC X(3).
                    10 VS-DATEI      PIC X(50).
                    10 VS-KONFORM    PIC X(1).
                    10 VS-GRUND      PIC X(60).
            01 WS-VS-I               PIC 999.
            01 WS-VS-GEFUNDEN        PIC 9.
            01 WS-ABDECK-FEHLT       PIC 9(3)   VALUE 0.
      *     DIE SUMMENPROBE SUMMARY = VERARBEITET NICHT MEHR ZU DEN
      *     TATSAECHLICHEN ZEILEN DER DATEI PASSEN
            01 WS-ABST-ZURUECK       PIC 9(5)    VALUE 0.
      *     WIE ZURUECKGESTELLTE: ANGEHALTENE ETAGEN (SPERREN.MST)
      *     ZAEHLEN ALS UEBERSPRUNGEN UND SCHREIBEN EINE EIGENE
      *     SUMMARY-ZEILE
            01 WS-ABST-ANGEHALTEN    PIC 9(5)    VALUE 0.
            01 WS-ABST-UNSTIMMIG     PIC 9       VALUE 0.
      *     PARTITIONIERTER PARALLELLAUF: LABYRINTH_PARTITION="n/N"
      *     TEILT FILENAMES.TXT REIHUM AUF N INSTANZEN AUF; JEDE
      *     STEHEN MEHRERE DATEIEN FUER DENSELBEN SITE/ETAGE IN DER
      *     LISTE, WIRD NUR DIE JUENGSTE BEREITS WIRKSAME VERSION
      *     VERARBEITET ('Z' = ZURUECKGESTELLT, 'N' = NOCH NICHT
      *     GUELTIG, 'U' = WIRKSAM, ABER NICHT FREIGEGEBEN (SIEHE
      *     FREIGABE.MST), LEER = VERARBEITEN)
            01 VORSCHAU.
                05 VP-ANZAHL         PIC 999    VALUE 0.
                05 VP-EINTRAG OCCURS 200.
            01 WS-VP-IDX             PIC 999.
            01 WS-VP-AKTNAME         PIC X(50).
            01 WS-VP-STATUS          PIC X(1).
            01 WS-VP-IN-KRAFT        PIC 9.
            01 WS-VORSCHAU-PFAD      PIC X(70).
            01 WS-VORSCHAU-STATUS    PIC X(2).
            01 WS-FREIGABE-STATUS    PIC X(2).
      *     BRANDSCHUTZ-ZERTIFIKAT (ZERTIFIKAT.MST): STATUS
      *     G = GUELTIG, A = AUSGESETZT. AUSGESTELLT ODER VERLAENGERT
      *     WIRD NUR FUER ETAGEN, DIE ALLE GRENZWERTE EINHALTEN UND
      *     KEINEN OFFENEN DEFEKT HABEN; INNERHALB DER LETZTEN 30
      *     TAGE VOR ABLAUF WIRD NEU AUSGESTELLT, SONST NUR DIE
      *     BESTAETIGUNG FORTGESCHRIEBEN
            01 WS-ZERT-STATUS        PIC X(2).
            01 WS-ZPARAM-STATUS      PIC X(2).
            01 WS-ZERT-DAUER         PIC 9(4)    VALUE 365.
            01 WS-ZERT-MAXNR         PIC 9(6)    VALUE 0.
            01 WS-ZERT-HEUTE         PIC 9(8).
            01 WS-ZERT-TAG           PIC 9(8).
            01 WS-ZERT-RESTTAGE      PIC S9(6).
            01 WS-ZERT-NEU           PIC 9       VALUE 0.
            01 WS-ZERT-GRUND         PIC X(60).
            01 WS-ZERT-AUSGESTELLT   PIC 9(5)    VALUE 0.
            01 WS-ZERT-BESTAETIGT    PIC 9(5)    VALUE 0.
            01 WS-ZERT-AUSGESETZT    PIC 9(5)    VALUE 0.
            01 WS-ZERT-OHNE          PIC 9(5)    VALUE 0.
      *     EINGABESICHERUNG UND NACHLAUF: DER VOLLE NACHTLAUF
      *     SICHERT BEIM FRISCHEN START (KEIN CHECKPOINT, KEINE
      *     EINZELDATEI) JEDE EINGABE NACH resources/out/ARCHIV/
      *     EINGABE.JJJJMMTT (Filenames.txt, UNTERVERZEICHNIS in
      *     MIT DEN DATEIEN AUS resources/in, UNTERVERZEICHNIS out
      *     MIT DEM FORTGESCHRIEBENEN STAND AUS resources/out, DEN
      *     DER LAUF WEITERFUEHRT - DEFEKTE.txt, ZERTIFIKAT.MST,
      *     UEBUNGSERFUELLUNG.txt UND DIE <DATEINAME>.DICHTEHIST -,
      *     INHALT.txt ALS VERZEICHNIS, EINTRAEGE DES out-STANDS
      *     MIT PRAEFIX "out/"). MIT LABYRINTH_NACHLAUF=JJJJMMTT
      *     RECHNET
      *     DER LAUF STATTDESSEN DIESE SICHERUNG IM EIGENEN BEREICH
      *     resources/out/NACHLAUF.JJJJMMTT NACH (STICHTAG = DATUM
      *     DER SICHERUNG) UND BERUEHRT DEN PRODUKTIONSSTAND NICHT
            01 WS-NACHLAUF           PIC X(8)    VALUE SPACES.
            01 WS-NL-BEREICH         PIC X(60)   VALUE SPACES.
            01 WS-SICHER-VERZ        PIC X(60)   VALUE SPACES.
            01 WS-SICHER-NAME        PIC X(60)   VALUE SPACES.
            01 WS-SICHER-QUELLE      PIC X(100)  VALUE SPACES.
            01 WS-SICHER-ZIEL        PIC X(100)  VALUE SPACES.
            01 WS-SICHER-ENDUNG      PIC X(10)   VALUE SPACES.
            01 WS-SICHER-RC          PIC S9(9) COMP-5.
            01 WS-SICHER-ANZAHL      PIC 9(5)    VALUE 0.
            01 WS-INHALT-PFAD        PIC X(80)   VALUE SPACES.
            01 WS-INHALT-STATUS      PIC X(2).
            01 WS-SICHERLISTE-STATUS PIC X(2).
      *     ANGEHALTENE ETAGEN AUS SPERREN.MST (STATUS 'A'), EINMAL
      *     JE LAUF GELADEN. EINE SPERRE UEBER IHR ABLAUFDATUM HINAUS
      *     HAELT DIE ETAGE WEITER AN (SIE WIRD JA NOCH UMGEBAUT),
      *     MELDET ABER JEDE NACHT LABY221E UND HEBT DEN LAUF AUF
      *     RC=4, BIS SIE VERLAENGERT ODER FREIGEGEBEN IST
            01 WS-SPERRE-STATUS      PIC X(2).
            01 SPERRLISTE.
                05 SL-ANZAHL         PIC 999    VALUE 0.
                05 SL-EINTRAG OCCURS 200.
                    10 SL-SITE       PIC X(40).
                    10 SL-ETAGE      PIC X(3).
                    10 SL-GRUND      PIC X(60).
                    10 SL-VON        PIC X(8).
                    10 SL-BIS        PIC X(8).
            01 WS-SL-I               PIC 999.
            01 WS-SL-IDX             PIC 999.
            01 WS-SPERRE-ABGELAUFEN  PIC 9(3)   VALUE 0.
            01 WS-ABDECK-ANGEHALTEN  PIC 9(3)   VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
           IF WS-MODUS NOT = "PRUEFEN" AND WS-MODUS NOT = "VORSCHAU"
              MOVE "VOLL" TO WS-MODUS
           END-IF.
           ACCEPT WS-NACHLAUF FROM ENVIRONMENT "LABYRINTH_NACHLAUF".
           IF WS-NACHLAUF NOT = SPACES
              PERFORM NACHLAUF-VORBEREITEN
           END-IF.
           DISPLAY "LAUFMODUS: " WS-MODUS.
      *    VORSCHAUMODUS: NOCH NICHT WIRKSAME PLANSTAENDE VOR DEM
      *    STICHTAG RECHNEN - EIGENE AUSGABEDATEIEN MIT SUFFIX
              DISPLAY "CHECKPOINT GEFUNDEN, FORTSETZEN NACH: "
                  WS-LETZTEDATEI
           END-IF.
      *    EINGABESICHERUNG NUR BEIM FRISCHEN START DES VOLLEN
      *    NACHTLAUFS: EIN EINZELDATEILAUF ODER EIN PER CHECKPOINT
      *    FORTGESETZTER LAUF WUERDE DEN STAND VOR DER NACHT
      *    (DEFEKTE, ZERTIFIKATE, DICHTEHISTORIE, UEBUNGSERFUELLUNG)
      *    MIT DEM STAND DANACH BZW. EINEM HALB FORTGESCHRIEBENEN
      *    STAND UEBERSCHREIBEN (DER EINZELDATEILAUF ENDET OBEN SCHON)
           IF WS-MODUS = "VOLL" AND WS-NACHLAUF = SPACES
            AND WS-EINZELDATEI = SPACES AND WS-LETZTEDATEI = SPACES
              PERFORM EINGABEN-SICHERN
           END-IF.
           IF WS-UEBERSPRINGEN = "Y"
              OPEN EXTEND SUMMARY-FILE
              IF WS-SUMMARY-STATUS NOT = "00"
              OPEN OUTPUT SUMMARY-FILE
              OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-NACHLAUF NOT = SPACES
              MOVE SPACES TO SUMMARY-LINE
              STRING "NACHLAUF VOM " WS-NACHLAUF
                 " AUS EINGABESICHERUNG " WS-SICHER-VERZ
                 DELIMITED BY SIZE INTO SUMMARY-LINE
              END-STRING
              WRITE SUMMARY-LINE
           END-IF.
           PERFORM VORSCHAU-AUFBAUEN.
           PERFORM SPERREN-LADEN.
           IF WS-MODUS = "VORSCHAU"
              OPEN OUTPUT VGLOUT
              MOVE "VORSCHAUVERGLEICH ZURUECKGEHALTENER PLANSTAENDE"
              MOVE 0 TO WS-ABST-WEGE-FEHL
              MOVE 0 TO WS-ABST-OHNE-WEGSUCHE
              MOVE 0 TO WS-ABST-ZURUECK
              MOVE 0 TO WS-ABST-ANGEHALTEN
              PERFORM DATEILISTE-VERARBEITEN
           END-IF.
           CLOSE INPUT-FILE.
           PERFORM ABSTIMMUNG-SCHREIBEN.
           PERFORM ABDECKUNG-PRUEFEN.
           PERFORM DEFEKTE-FUEHREN.
           PERFORM ZERTIFIKATE-FUEHREN.
           IF WS-ABST-UNSTIMMIG = 1
              MOVE 'LABY204E' TO MELD-ID
              MOVE SPACES TO MELD-DATEI
              IF WS-FEHLERANZAHL-GES > 0
               OR WS-KONFORM-FEHLER > 0
               OR WS-ABDECK-FEHLT > 0
               OR WS-SPERRE-ABGELAUFEN > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
                    ADD 1 TO WS-VS-I
                 END-PERFORM
                 MOVE SPACES TO ABDECK-LINE
      *          ANGEHALTENE ETAGEN LAUFEN ABSICHTLICH NICHT UND
      *          FEHLEN DESHALB AUCH NICHT
                 IF WS-VS-GEFUNDEN = 0
                    MOVE STANDORTZEILE(1:40) TO SR-SITE
                    MOVE STANDORTZEILE(41:3) TO SR-ETAGE
                    PERFORM SPERRE-SUCHEN
                 END-IF
                 IF WS-VS-GEFUNDEN = 0 AND WS-SL-IDX > 0
                    ADD 1 TO WS-ABDECK-ANGEHALTEN
                    STRING "ANGEH: " STANDORTZEILE(1:40)
                       " ETAGE " STANDORTZEILE(41:3)
                       " BIS " SL-BIS(WS-SL-IDX)
                       DELIMITED BY SIZE INTO ABDECK-LINE
                    END-STRING
                 ELSE
                    IF WS-VS-GEFUNDEN = 0
                       ADD 1 TO WS-ABDECK-FEHLT
                       STRING "FEHLT: " STANDORTZEILE(1:40)
                          " ETAGE " STANDORTZEILE(41:3)
                          " OHNE LAUF IN DIESER NACHT"
                          DELIMITED BY SIZE INTO ABDECK-LINE
                       END-STRING
                       MOVE 'LABY205W' TO MELD-ID
                       MOVE SPACES TO MELD-DATEI
                       MOVE SPACES TO MELD-TEXT
                       STRING "AKTIVER STANDORT OHNE LAUF: "
                          STANDORTZEILE(1:40) "/" STANDORTZEILE(41:3)
                          DELIMITED BY SIZE INTO MELD-TEXT
                       END-STRING
                       CALL "LABMELD" USING MELDUNG
                    ELSE
                       STRING "OK:    " STANDORTZEILE(1:40)
                          " ETAGE " STANDORTZEILE(41:3)
                          DELIMITED BY SIZE INTO ABDECK-LINE
                       END-STRING
                    END-IF
                 END-IF
                 WRITE ABDECK-LINE
              END-IF
           STRING "AKTIVE STANDORTE OHNE LAUF: " WS-ABDECK-FEHLT
              DELIMITED BY SIZE INTO ABDECK-LINE.
           WRITE ABDECK-LINE.
           MOVE SPACES TO ABDECK-LINE.
           STRING "AKTIVE STANDORTE ANGEHALTEN: " WS-ABDECK-ANGEHALTEN
              DELIMITED BY SIZE INTO ABDECK-LINE.
           WRITE ABDECK-LINE.
           CLOSE ABDECK-FILE.
       ABDECKUNG-PRUEFEN-EXIT. EXIT.

           OPEN OUTPUT ABSTIMM-FILE.
           MOVE "ABSTIMMUNG DES LAUFS" TO ABSTIMM-LINE.
           WRITE ABSTIMM-LINE.
           IF WS-NACHLAUF NOT = SPACES
              MOVE SPACES TO ABSTIMM-LINE
              STRING "NACHLAUF AUS EINGABESICHERUNG: " WS-SICHER-VERZ
                 DELIMITED BY SIZE INTO ABSTIMM-LINE
              END-STRING
              WRITE ABSTIMM-LINE
           END-IF.
           MOVE SPACES TO ABSTIMM-LINE.
           STRING "DATEIEN GELISTET:        " WS-ABST-GELISTET
              DELIMITED BY SIZE INTO ABSTIMM-LINE.
              DELIMITED BY SIZE INTO ABSTIMM-LINE.
           WRITE ABSTIMM-LINE.
           MOVE SPACES TO ABSTIMM-LINE.
           STRING "DAVON ANGEHALTEN:        " WS-ABST-ANGEHALTEN
              DELIMITED BY SIZE INTO ABSTIMM-LINE.
           WRITE ABSTIMM-LINE.
           MOVE SPACES TO ABSTIMM-LINE.
           STRING "SUMMARY-ZEILEN:          " WS-ABST-SUMMARY
              DELIMITED BY SIZE INTO ABSTIMM-LINE.
           WRITE ABSTIMM-LINE.
           END-IF.
           IF WS-ABST-SUMMARY NOT = WS-ABST-VERARBEITET
                                    + WS-ABST-ZURUECK
                                    + WS-ABST-ANGEHALTEN
              MOVE 1 TO WS-ABST-UNSTIMMIG
              MOVE "UNSTIMMIG: SUMMARY <> VERARB.+ZURUECK+ANGEHALTEN"
                 TO ABSTIMM-LINE
              WRITE ABSTIMM-LINE
              MOVE SPACES TO ABSTIMM-LINE
                      END-IF
                   ELSE
                      PERFORM VORSCHAU-STATUS-SUCHEN
                      MOVE 0 TO WS-SL-IDX
                      IF WS-VP-IDX > 0
                         MOVE VP-SITE(WS-VP-IDX)  TO SR-SITE
                         MOVE VP-ETAGE(WS-VP-IDX) TO SR-ETAGE
                         PERFORM SPERRE-SUCHEN
                      END-IF
                      IF WS-MODUS = "VORSCHAU"
                         PERFORM VORSCHAU-VERARBEITEN
                      ELSE
                      IF WS-SL-IDX > 0
                         PERFORM DATEI-ANHALTEN
                      ELSE
                      IF WS-VP-STATUS = 'Z' OR WS-VP-STATUS = 'N'
                       OR WS-VP-STATUS = 'U'
                         PERFORM DATEI-ZURUECKSTELLEN
                      ELSE
                      DISPLAY "DATEI: " FILENAME
                      INITIALIZE RUECKGABE
                      CALL "LABYRINT" USING FILENAME, RUECKGABE,
                          WS-MODUS
                      IF VD-ANZAHL < 200
                         ADD 1 TO VD-ANZAHL
                         MOVE FILENAME TO VD-DATEI(VD-ANZAHL)
                      END-IF
                      MOVE FUNCTION CURRENT-DATE TO WS-ZEIT-STEMPEL
                      MOVE WS-ZEIT-STEMPEL(9:6) TO WS-ZEIT-ENDE
                      PERFORM LAUFZEIT-SCHREIBEN
                         ADD 1 TO VS-ANZAHL
                         MOVE RUECK-SITE  TO VS-SITE(VS-ANZAHL)
                         MOVE RUECK-ETAGE TO VS-ETAGE(VS-ANZAHL)
                         MOVE FILENAME    TO VS-DATEI(VS-ANZAHL)
                         MOVE RUECK-KONFORM TO VS-KONFORM(VS-ANZAHL)
                         MOVE RUECK-KONFORM-GRUND
                            TO VS-GRUND(VS-ANZAHL)
                      END-IF
                      ADD RUECK-BESUCHERANZAHL TO WS-ABST-BESUCHER
                      IF RUECK-WEGSUCHE = 'J'
                      CLOSE CHECKPOINT-FILE
                      END-IF
                      END-IF
                      END-IF
                   END-IF
                END-IF
                END-IF
              END-IF
              ADD 1 TO WS-VP-I
           END-PERFORM.
      *    VIER-AUGEN-PRINZIP: EINE BEREITS WIRKSAME VERSION OHNE
      *    FREIGABE IM FREIGABESTAMM WIRD NICHT VERARBEITET UND
      *    NIMMT AUCH AN DER VERSIONSAUSWAHL NICHT TEIL - DIE
      *    VORHERIGE FREIGEGEBENE VERSION BLEIBT DAMIT IN KRAFT.
      *    FEHLT DER STAMM GANZ, GILT KEINE VERSION ALS FREIGEGEBEN
      *    (ERSTBEFUELLUNG BEI EINFUEHRUNG: LABFREIG ERSTFREIGABE).
      *    EIN KOPF OHNE GUELTIG-ZEILE IST EIN KOPFFEHLER, KEIN
      *    FREIGABEFALL: ER BLEIBT OHNE KENNZEICHEN, UND LABYRINT
      *    WEIST DIE DATEI MIT LABY101E AB
           OPEN INPUT FREIGABE-FILE.
           MOVE 1 TO WS-VP-I.
           PERFORM UNTIL WS-VP-I > VP-ANZAHL
              IF VP-STATUS(WS-VP-I) = SPACE
               AND VP-GUELTIG(WS-VP-I) NOT = SPACES
                 IF WS-FREIGABE-STATUS = "00"
                    MOVE VP-SITE(WS-VP-I)    TO FG-SITE
                    MOVE VP-ETAGE(WS-VP-I)   TO FG-ETAGE
                    MOVE VP-GUELTIG(WS-VP-I) TO FG-GUELTIG
                    READ FREIGABE-FILE
                       INVALID KEY MOVE SPACE TO FG-STATUS
                    END-READ
                 ELSE
                    MOVE SPACE TO FG-STATUS
                 END-IF
                 IF FG-STATUS NOT = 'F'
                    MOVE 'U' TO VP-STATUS(WS-VP-I)
                 END-IF
              END-IF
              ADD 1 TO WS-VP-I
           END-PERFORM.
           IF WS-FREIGABE-STATUS = "00"
              CLOSE FREIGABE-FILE
           END-IF.
      *    JE SITE+ETAGE NUR DIE JUENGSTE WIRKSAME VERSION BEHALTEN
           MOVE 1 TO WS-VP-I.
           PERFORM UNTIL WS-VP-I > VP-ANZAHL
              END-IF
              ADD 1 TO WS-VP-I
           END-PERFORM.
      *    EINE NICHT FREIGEGEBENE VERSION, DIE AELTER IST ALS DIE
      *    WIRKSAME FREIGEGEBENE, IST SCHLICHT UEBERHOLT ('Z') UND
      *    LOEST KEINE FREIGABEMELDUNG MEHR AUS
           MOVE 1 TO WS-VP-I.
           PERFORM UNTIL WS-VP-I > VP-ANZAHL
              IF VP-STATUS(WS-VP-I) = 'U'
                 MOVE 1 TO WS-VP-J
                 PERFORM UNTIL WS-VP-J > VP-ANZAHL
                    IF VP-STATUS(WS-VP-J) = SPACE
                     AND VP-GUELTIG(WS-VP-J) NOT = SPACES
                     AND VP-SITE(WS-VP-J)  = VP-SITE(WS-VP-I)
                     AND VP-ETAGE(WS-VP-J) = VP-ETAGE(WS-VP-I)
                     AND VP-GUELTIG(WS-VP-J) > VP-GUELTIG(WS-VP-I)
                       MOVE 'Z' TO VP-STATUS(WS-VP-I)
                    END-IF
                    ADD 1 TO WS-VP-J
                 END-PERFORM
              END-IF
              ADD 1 TO WS-VP-I
           END-PERFORM.
       VORSCHAU-AUFBAUEN-EXIT. EXIT.

       KOPF-VORSCHAU SECTION.
       VORSCHAU-VERARBEITEN SECTION.
      *    VORSCHAUMODUS: GENAU DIE IM NORMALLAUF ZURUECKGEHALTENEN
      *    STAENDE ('N' = NOCH NICHT GUELTIG, 'Z' = DURCH NEUERE
      *    VERSION VERDRAENGT, 'U' = NOCH NICHT FREIGEGEBEN - GERADE
      *    DIESE WILL DER FREIGEBER VORHER SEHEN) WERDEN IN EIGENE
      *    AUSGABEDATEIEN GERECHNET UND GEGEN DIE AKTUELL WIRKSAME
      *    VERSION DERSELBEN SITE/ETAGE GESTELLT, DAMIT
      *    UEBERRASCHUNGEN VOR DEM STICHTAG AUFFALLEN STATT AN TAG
      *    EINS DER GUELTIGKEIT; ALLES ANDERE DIENT NUR ALS
      *    VERGLEICHSBASIS
           IF WS-VP-STATUS NOT = 'Z' AND WS-VP-STATUS NOT = 'N'
            AND WS-VP-STATUS NOT = 'U'
              ADD 1 TO WS-ABST-UEBERSPRUNGEN
              EXIT SECTION
           END-IF.
              MOVE 'LABY106W' TO MELD-ID
              MOVE "DATEI NOCH NICHT GUELTIG, UEBERSPRUNGEN"
                 TO MELD-TEXT
           ELSE
           IF WS-VP-STATUS = 'U'
      *       LAEUFT FUER DIESE SITE/ETAGE KEINE ANDERE (FREIGEGEBENE)
      *       VERSION, FAELLT DIE ETAGE IN DIESER NACHT GANZ AUS -
      *       DAS MUSS DIE MELDUNG AUCH SO SAGEN
              MOVE 0 TO WS-VP-IN-KRAFT
              MOVE 1 TO WS-VP-J
              PERFORM UNTIL WS-VP-J > VP-ANZAHL
                 IF VP-STATUS(WS-VP-J) = SPACE
                  AND VP-SITE(WS-VP-J)  = VP-SITE(WS-VP-IDX)
                  AND VP-ETAGE(WS-VP-J) = VP-ETAGE(WS-VP-IDX)
                    MOVE 1 TO WS-VP-IN-KRAFT
                 END-IF
                 ADD 1 TO WS-VP-J
              END-PERFORM
              MOVE 'LABY217W' TO MELD-ID
              MOVE SPACES TO MELD-TEXT
              IF WS-VP-IN-KRAFT = 1
                 STRING FILENAME DELIMITED BY SPACE
                    " : NICHT FREIGEGEBEN, VORHERIGE FREIGEGEBENE "
                    "VERSION BLEIBT IN KRAFT"
                    DELIMITED BY SIZE
                    INTO SUMMARY-LINE
                 END-STRING
                 STRING "GUELTIG AB " VP-GUELTIG(WS-VP-IDX)
                    " ERREICHT, ABER NICHT FREIGEGEBEN (FREIGABE.MST)"
                    DELIMITED BY SIZE INTO MELD-TEXT
                 END-STRING
              ELSE
                 STRING FILENAME DELIMITED BY SPACE
                    " : NICHT FREIGEGEBEN, KEINE FREIGEGEBENE "
                    "VERSION - ETAGE LAEUFT NICHT"
                    DELIMITED BY SIZE
                    INTO SUMMARY-LINE
                 END-STRING
                 STRING "KEINE FREIGEGEBENE VERSION - ETAGE LAEUFT "
                    "NICHT (GUELTIG AB " VP-GUELTIG(WS-VP-IDX)
                    ", FREIGABE.MST)"
                    DELIMITED BY SIZE INTO MELD-TEXT
                 END-STRING
              END-IF
           ELSE
              STRING FILENAME DELIMITED BY SPACE
                 " : ZURUECKGESTELLT, NEUERE GUELTIGE VERSION"
              MOVE 'LABY211W' TO MELD-ID
              MOVE "ZURUECKGESTELLT, NEUERE GUELTIGE VERSION"
                 TO MELD-TEXT
           END-IF
           END-IF.
           WRITE SUMMARY-LINE.
           ADD 1 TO WS-ABST-SUMMARY.
           CALL "LABMELD" USING MELDUNG.
       DATEI-ZURUECKSTELLEN-EXIT. EXIT.

       SPERREN-LADEN SECTION.
      *    AKTIVE SPERREN AUS SPERREN.MST LADEN; ABGELAUFENE MELDET
      *    NUR DER VOLLE ODER PRUEFLAUF BZW. DIE ERSTE PARTITIONS-
      *    INSTANZ, SONST STUENDE JEDE SPERRE N-MAL IM PROTOKOLL.
      *    OHNE STAMM IST KEINE ETAGE ANGEHALTEN
           INITIALIZE SPERRLISTE.
           OPEN INPUT SPERRE-FILE.
           IF WS-SPERRE-STATUS NOT = "00"
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-SPERRE-STATUS NOT = "00"
              READ SPERRE-FILE NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF WS-SPERRE-STATUS = "00" AND SR-STATUS = 'A'
               AND SL-ANZAHL < 200
                 ADD 1 TO SL-ANZAHL
                 MOVE SR-SITE        TO SL-SITE(SL-ANZAHL)
                 MOVE SR-ETAGE       TO SL-ETAGE(SL-ANZAHL)
                 MOVE SR-GRUND       TO SL-GRUND(SL-ANZAHL)
                 MOVE SR-GESETZT-VON TO SL-VON(SL-ANZAHL)
                 MOVE SR-BIS         TO SL-BIS(SL-ANZAHL)
                 IF SR-BIS < WS-LAUFZEIT(1:8)
                  AND WS-MODUS NOT = "VORSCHAU"
                  AND WS-PART-NR < 2
                    ADD 1 TO WS-SPERRE-ABGELAUFEN
                    MOVE 'LABY221E' TO MELD-ID
                    MOVE SPACES TO MELD-DATEI
                    MOVE SPACES TO MELD-TEXT
                    STRING "SPERRE ABGELAUFEN AM " SR-BIS ": "
                       SR-SITE(1:30) "/" SR-ETAGE " VON " SR-GESETZT-VON
                       DELIMITED BY SIZE INTO MELD-TEXT
                    END-STRING
                    CALL "LABMELD" USING MELDUNG
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE SPERRE-FILE.
       SPERREN-LADEN-EXIT. EXIT.

       SPERRE-SUCHEN SECTION.
      *    SR-SITE/SR-ETAGE IN DER SPERRLISTE SUCHEN, WS-SL-IDX = 0
      *    WENN DIE ETAGE NICHT ANGEHALTEN IST
           MOVE 0 TO WS-SL-IDX.
           MOVE 1 TO WS-SL-I.
           PERFORM UNTIL WS-SL-I > SL-ANZAHL
              IF SL-SITE(WS-SL-I) = SR-SITE
               AND SL-ETAGE(WS-SL-I) = SR-ETAGE
                 MOVE WS-SL-I TO WS-SL-IDX
              END-IF
              ADD 1 TO WS-SL-I
           END-PERFORM.
       SPERRE-SUCHEN-EXIT. EXIT.

       DATEI-ANHALTEN SECTION.
      *    DIE ETAGE IST UEBER LABSPERR ANGEHALTEN (UMBAU): KEIN
      *    LAUF, KEIN CHECKPOINT, EIGENE SUMMARY-ZEILE MIT GRUND
           ADD 1 TO WS-ABST-UEBERSPRUNGEN.
           ADD 1 TO WS-ABST-ANGEHALTEN.
           MOVE SPACES TO SUMMARY-LINE.
           STRING FILENAME DELIMITED BY SPACE
              " : ANGEHALTEN BIS " DELIMITED BY SIZE
              SL-BIS(WS-SL-IDX) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              SL-VON(WS-SL-IDX) DELIMITED BY SPACE
              "): " DELIMITED BY SIZE
              SL-GRUND(WS-SL-IDX) DELIMITED BY SIZE
              INTO SUMMARY-LINE
           END-STRING.
           WRITE SUMMARY-LINE.
           ADD 1 TO WS-ABST-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LABY220I' TO MELD-ID.
           MOVE FILENAME TO MELD-DATEI.
           MOVE SPACES TO MELD-TEXT.
           STRING "ETAGE ANGEHALTEN BIS " SL-BIS(WS-SL-IDX)
              ", UEBERSPRUNGEN: " SL-GRUND(WS-SL-IDX)
              DELIMITED BY SIZE INTO MELD-TEXT
           END-STRING.
           CALL "LABMELD" USING MELDUNG.
       DATEI-ANHALTEN-EXIT. EXIT.

       DEFEKTE-FUEHREN SECTION.
      *    DEFEKTSTAMM GEGEN DIE BEFUNDE DIESES LAUFS ABGLEICHEN:
      *    BEKANNTE BEFUNDE BEKOMMEN EIN NEUES ZULETZT-GESEHEN
      *    (EIN ALS BEHOBEN GEFUEHRTER WIRD WIEDERERROEFFNET),
      *    NEUE BEFUNDE EINE NEUE NUMMER, UND OFFENE DEFEKTE EINER
      *    IN DIESEM LAUF VERARBEITETEN DATEI OHNE BEFUND GELTEN
      *    ALS BEHOBEN (NICHT VERARBEITETE DATEIEN - ANGEHALTEN,
      *    ZURUECKGESTELLT, NICHT GELISTET - BLEIBEN OFFEN). PARTITIONS-
      *    INSTANZEN SEHEN NUR IHREN TEIL DER LISTE UND WUERDEN
      *    FREMDE DEFEKTE FAELSCHLICH SCHLIESSEN, DER VORSCHAULAUF
      *    DARF DEN BESTAND GAR NICHT ANFASSEN, UND EIN PER
           PERFORM UNTIL WS-DF-J > DF-ANZAHL
              IF DF-STATUS(WS-DF-J) = 'O'
               AND DF-GETROFFEN(WS-DF-J) = 0
                 MOVE 0 TO WS-VD-GEFUNDEN
                 MOVE 1 TO WS-VD-I
                 PERFORM UNTIL WS-VD-I > VD-ANZAHL
                    OR WS-VD-GEFUNDEN = 1
                    IF VD-DATEI(WS-VD-I) = DF-DATEI(WS-DF-J)
                       MOVE 1 TO WS-VD-GEFUNDEN
                    END-IF
                    ADD 1 TO WS-VD-I
                 END-PERFORM
                 IF WS-VD-GEFUNDEN = 1
                    MOVE 'R' TO DF-STATUS(WS-DF-J)
                 END-IF
              END-IF
              ADD 1 TO WS-DF-J
           END-PERFORM.
           CLOSE DEFEKTOUT.
       DEFEKTE-FUEHREN-EXIT. EXIT.

       ZERTIFIKATE-FUEHREN SECTION.
      *    BRANDSCHUTZ-ZERTIFIKATE JE VERARBEITETER ETAGE FUEHREN:
      *    WER ALLE GRENZWERTE EINHAELT UND KEINEN OFFENEN DEFEKT
      *    IM EBEN ABGEGLICHENEN DEFEKTSTAMM HAT, BEKOMMT SEIN
      *    ZERTIFIKAT AUSGESTELLT BZW. VERLAENGERT; WER DURCHFAELLT,
      *    DESSEN GUELTIGES ZERTIFIKAT WIRD MIT GRUND AUSGESETZT.
      *    ETAGEN OHNE GRENZWERTE SIND NICHT PRUEFBAR UND ERHALTEN
      *    KEIN ZERTIFIKAT. ES GELTEN DIESELBEN AUSNAHMEN WIE FUER
      *    DEN DEFEKTSTAMM (PARTITION, VORSCHAU, FORTGESETZTER
      *    LAUF) - DAZU DER PRUEFLAUF, DER KEINE WEGE SUCHT
           IF WS-PART-GESAMT > 0 OR WS-MODUS = "VORSCHAU"
            OR WS-MODUS = "PRUEFEN" OR WS-FORTGESETZT = 1
              EXIT SECTION
           END-IF.
           MOVE WS-LAUFZEIT(1:8) TO WS-ZERT-HEUTE.
           OPEN INPUT ZERTPARAM.
           IF WS-ZPARAM-STATUS = "00"
              READ ZERTPARAM
                 AT END MOVE SPACES TO ZERTPARAM-SATZ
              END-READ
              IF ZERTPARAM-SATZ(1:4) IS NUMERIC
               AND ZERTPARAM-SATZ(1:4) > "0000"
                 MOVE ZERTPARAM-SATZ(1:4) TO WS-ZERT-DAUER
              END-IF
              CLOSE ZERTPARAM
           END-IF.
           OPEN I-O ZERTIFIKAT-FILE.
           IF WS-ZERT-STATUS NOT = "00"
              OPEN OUTPUT ZERTIFIKAT-FILE
              CLOSE ZERTIFIKAT-FILE
              OPEN I-O ZERTIFIKAT-FILE
           END-IF.
           IF WS-ZERT-STATUS NOT = "00"
              EXIT SECTION
           END-IF.
      *    HOECHSTE VERGEBENE ZERTIFIKATSNUMMER ERMITTELN
           MOVE 0 TO WS-ZERT-MAXNR.
           MOVE LOW-VALUES TO ZM-SCHLUESSEL.
           START ZERTIFIKAT-FILE KEY IS NOT LESS THAN ZM-SCHLUESSEL
              INVALID KEY MOVE "10" TO WS-ZERT-STATUS
           END-START.
           PERFORM UNTIL WS-ZERT-STATUS NOT = "00"
              READ ZERTIFIKAT-FILE NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF WS-ZERT-STATUS = "00"
               AND ZM-NUMMER > WS-ZERT-MAXNR
                 MOVE ZM-NUMMER TO WS-ZERT-MAXNR
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-VS-I.
           PERFORM UNTIL WS-VS-I > VS-ANZAHL
              PERFORM ZERTIFIKAT-PRUEFEN
              ADD 1 TO WS-VS-I
           END-PERFORM.
           CLOSE ZERTIFIKAT-FILE.
           DISPLAY "ZERTIFIKATE AUSGESTELLT: " WS-ZERT-AUSGESTELLT
              " BESTAETIGT: " WS-ZERT-BESTAETIGT
              " AUSGESETZT: " WS-ZERT-AUSGESETZT
              " OHNE: " WS-ZERT-OHNE.
       ZERTIFIKATE-FUEHREN-EXIT. EXIT.

       ZERTIFIKAT-PRUEFEN SECTION.
      *    EINE VERARBEITETE ETAGE (VS-EINTRAG WS-VS-I) GEGEN IHR
      *    ZERTIFIKAT ABGLEICHEN. DER GRUND DES DURCHFALLENS IST
      *    DIE ERSTE VERLETZTE GRENZWERTREGEL, SONST "KEINE
      *    GRENZWERTE", SONST DER ERSTE OFFENE DEFEKT DER DATEI
           MOVE SPACES TO WS-ZERT-GRUND.
           IF VS-KONFORM(WS-VS-I) = 'N'
            OR VS-GRUND(WS-VS-I) NOT = SPACES
              MOVE VS-GRUND(WS-VS-I) TO WS-ZERT-GRUND
              IF WS-ZERT-GRUND = SPACES
                 MOVE "GRENZWERT VERLETZT" TO WS-ZERT-GRUND
              END-IF
           ELSE
              MOVE 1 TO WS-DF-J
              PERFORM UNTIL WS-DF-J > DF-ANZAHL
                 OR WS-ZERT-GRUND NOT = SPACES
                 IF DF-STATUS(WS-DF-J) = 'O'
                  AND DF-DATEI(WS-DF-J) = VS-DATEI(WS-VS-I)
                    STRING "OFFENER DEFEKT " DF-ID(WS-DF-J) ": "
                       DF-TEXT(WS-DF-J)
                       DELIMITED BY SIZE INTO WS-ZERT-GRUND
                    END-STRING
                 END-IF
                 ADD 1 TO WS-DF-J
              END-PERFORM
           END-IF.
           MOVE VS-SITE(WS-VS-I)  TO ZM-SITE.
           MOVE VS-ETAGE(WS-VS-I) TO ZM-ETAGE.
           MOVE 0 TO WS-ZERT-NEU.
           READ ZERTIFIKAT-FILE
              INVALID KEY MOVE 1 TO WS-ZERT-NEU
           END-READ.
           IF WS-ZERT-NEU = 1
              MOVE SPACES TO ZERTIFIKAT-SATZ
              MOVE VS-SITE(WS-VS-I)  TO ZM-SITE
              MOVE VS-ETAGE(WS-VS-I) TO ZM-ETAGE
              MOVE 0 TO ZM-NUMMER
              MOVE 'A' TO ZM-STATUS
           END-IF.
           IF WS-ZERT-GRUND = SPACES
      *       BESTANDEN: NEU AUSSTELLEN, WENN KEIN GUELTIGES
      *       ZERTIFIKAT VORLIEGT ODER ES IN 30 TAGEN ABLAEUFT
              MOVE 0 TO WS-ZERT-RESTTAGE
              IF ZM-STATUS = 'G' AND ZM-GUELTIG-BIS IS NUMERIC
                 MOVE ZM-GUELTIG-BIS TO WS-ZERT-TAG
                 COMPUTE WS-ZERT-RESTTAGE =
                    FUNCTION INTEGER-OF-DATE(WS-ZERT-TAG)
                    - FUNCTION INTEGER-OF-DATE(WS-ZERT-HEUTE)
              END-IF
              IF WS-ZERT-RESTTAGE > 30
                 ADD 1 TO WS-ZERT-BESTAETIGT
              ELSE
                 ADD 1 TO WS-ZERT-MAXNR
                 MOVE WS-ZERT-MAXNR TO ZM-NUMMER
                 MOVE 'G' TO ZM-STATUS
                 MOVE WS-ZERT-HEUTE TO ZM-AUSGESTELLT
                 COMPUTE WS-ZERT-TAG = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-ZERT-HEUTE)
                    + WS-ZERT-DAUER)
                 MOVE WS-ZERT-TAG TO ZM-GUELTIG-BIS
                 MOVE SPACES TO ZM-AUSGESETZT-AM
                 MOVE SPACES TO ZM-GRUND
                 ADD 1 TO WS-ZERT-AUSGESTELLT
              END-IF
           ELSE
              IF ZM-STATUS = 'G'
                 MOVE 'A' TO ZM-STATUS
                 MOVE WS-ZERT-HEUTE TO ZM-AUSGESETZT-AM
                 ADD 1 TO WS-ZERT-AUSGESETZT
                 MOVE 'LABY218W' TO MELD-ID
                 MOVE VS-DATEI(WS-VS-I) TO MELD-DATEI
                 MOVE SPACES TO MELD-TEXT
                 STRING "ZERTIFIKAT " ZM-NUMMER " AUSGESETZT: "
                    WS-ZERT-GRUND
                    DELIMITED BY SIZE INTO MELD-TEXT
                 END-STRING
                 CALL "LABMELD" USING MELDUNG
              ELSE
                 ADD 1 TO WS-ZERT-OHNE
                 IF ZM-AUSGESETZT-AM = SPACES
                    MOVE WS-ZERT-HEUTE TO ZM-AUSGESETZT-AM
                 END-IF
              END-IF
              MOVE WS-ZERT-GRUND TO ZM-GRUND
           END-IF.
           MOVE WS-ZERT-HEUTE TO ZM-BESTAETIGT.
           MOVE VS-DATEI(WS-VS-I) TO ZM-DATEI.
           IF WS-ZERT-NEU = 1
              WRITE ZERTIFIKAT-SATZ
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE ZERTIFIKAT-SATZ
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
       ZERTIFIKAT-PRUEFEN-EXIT. EXIT.

       EINGABEN-SICHERN SECTION.
      *    EINGABESICHERUNG DES VOLLEN LAUFS (AUFBAU SIEHE OBEN BEIM
      *    DATENBEREICH): DIE DATEILISTE, JEDE GELISTETE DATEI MIT
      *    IHREN BEGLEITDATEIEN UND DIE STEUERDATEIEN AUS
      *    resources/in. WAS NICHT VORHANDEN IST, FEHLT AUCH IN DER
      *    SICHERUNG. IM PARTITIONSLAUF SICHERT NUR DIE ERSTE
      *    INSTANZ - SIE LIEST DIE VOLLSTAENDIGE LISTE, UND ZWEI
      *    INSTANZEN DUERFEN NICHT GLEICHZEITIG IN INHALT.txt
      *    SCHREIBEN. NEUE EINGABEDATEIEN MUESSEN HIER NACHGETRAGEN
      *    WERDEN, SONST FEHLEN SIE IM NACHLAUF
           IF WS-PART-NR > 1
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-SICHER-ANZAHL.
           CALL 'CBL_CREATE_DIR' USING "resources/out/ARCHIV"
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-VERZ.
           STRING "resources/out/ARCHIV/EINGABE." WS-LAUFZEIT(1:8)
              DELIMITED BY SIZE INTO WS-SICHER-VERZ
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-VERZ
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/in" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/out" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-INHALT-PFAD.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/INHALT.txt" DELIMITED BY SIZE INTO WS-INHALT-PFAD
           END-STRING.
           OPEN OUTPUT INHALT-FILE.
           IF WS-INHALT-STATUS NOT = "00"
              DISPLAY "EINGABESICHERUNG NICHT MOEGLICH: "
                 WS-INHALT-PFAD
              EXIT SECTION
           END-IF.
           MOVE "resources/Filenames.txt" TO WS-SICHER-QUELLE.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/Filenames.txt" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-SICHER-QUELLE, WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
      *    STEUERDATEIEN DES NACHTLAUFS (LABYRINT, LABWEG, LABZEIT
      *    UND DIESES PROGRAMM)
           MOVE "STANDORTE.txt"    TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "FREIGABE.MST"     TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "SPERREN.MST"      TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "ZERTIFIKAT.txt"   TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "LEGENDE.txt"      TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "GUELTIGKEIT.txt"  TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "GRENZWERTE.txt"   TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "SIMPARAM.txt"     TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "SIMBEREICH.txt"   TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "AUSGAENGE.txt"    TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "AUSGPRUEF.MST"    TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "VERBINDUNGEN.txt" TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "SAMMELPUNKTE.txt" TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "MASSSTAB.txt"     TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
           MOVE "UEBUNGSPLAN.txt"  TO WS-SICHER-NAME.
           PERFORM EINGABE-SICHERN.
      *    DEFEKTSTAMM VOR DIESEM LAUF: DER NACHLAUF FUEHRT IHN AB
      *    DIESEM STAND WEITER (OFFENE DEFEKTE, NUMMERNKREIS)
           MOVE "DEFEKTE.txt"      TO WS-SICHER-NAME.
           PERFORM AUSGABE-SICHERN.
      *    ZERTIFIKATSSTAMM VOR DIESEM LAUF: OHNE IHN BEGAENNE DER
      *    NACHLAUF OHNE ZERTIFIKATE UND STELLTE JEDE ETAGE NEU AUS
           MOVE "ZERTIFIKAT.MST"   TO WS-SICHER-NAME.
           PERFORM AUSGABE-SICHERN.
      *    BEREITS ERFUELLTE UEBUNGSTERMINE VOR DIESEM LAUF: OHNE SIE
      *    GAELTE IM NACHLAUF JEDER FRUEHERE PLANTERMIN ALS FAELLIG
           MOVE "UEBUNGSERFUELLUNG.txt" TO WS-SICHER-NAME.
           PERFORM AUSGABE-SICHERN.
      *    JEDE GELISTETE DATEI MIT IHREN BEGLEITDATEIEN
           OPEN INPUT SICHERLISTE.
           PERFORM UNTIL WS-SICHERLISTE-STATUS NOT = "00"
              MOVE SPACES TO SICHERLISTE-SATZ
              READ SICHERLISTE
                 AT END CONTINUE
              END-READ
              IF WS-SICHERLISTE-STATUS = "00"
               AND SICHERLISTE-SATZ NOT = SPACES
                 MOVE SICHERLISTE-SATZ TO WS-SICHER-NAME
                 PERFORM EINGABE-SICHERN
                 MOVE ".NAMEN"    TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".ZIELE"    TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".PAARE"    TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".START"    TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".ATTR"     TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".TUEREN"   TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".GEFAHR"   TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
                 MOVE ".SZENARIO" TO WS-SICHER-ENDUNG
                 PERFORM BEGLEITDATEI-SICHERN
      *          ROLLIERENDE DICHTEHISTORIE VOR DIESEM LAUF
                 MOVE SPACES TO WS-SICHER-NAME
                 STRING SICHERLISTE-SATZ DELIMITED BY SPACE
                    ".DICHTEHIST" DELIMITED BY SIZE
                    INTO WS-SICHER-NAME
                 END-STRING
                 PERFORM AUSGABE-SICHERN
              END-IF
           END-PERFORM.
           CLOSE SICHERLISTE.
           CLOSE INHALT-FILE.
           DISPLAY "EINGABESICHERUNG: " WS-SICHER-ANZAHL
              " DATEIEN NACH " WS-SICHER-VERZ.
       EINGABEN-SICHERN-EXIT. EXIT.

       BEGLEITDATEI-SICHERN SECTION.
           MOVE SPACES TO WS-SICHER-NAME.
           STRING SICHERLISTE-SATZ DELIMITED BY SPACE
              WS-SICHER-ENDUNG DELIMITED BY SPACE
              INTO WS-SICHER-NAME
           END-STRING.
           PERFORM EINGABE-SICHERN.
       BEGLEITDATEI-SICHERN-EXIT. EXIT.

       EINGABE-SICHERN SECTION.
      *    EINE DATEI AUS resources/in IN DIE SICHERUNG KOPIEREN UND
      *    IM INHALTSVERZEICHNIS VERMERKEN
           MOVE SPACES TO WS-SICHER-QUELLE.
           STRING "resources/in/" DELIMITED BY SIZE
              WS-SICHER-NAME DELIMITED BY SPACE
              INTO WS-SICHER-QUELLE
           END-STRING.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/in/" DELIMITED BY SIZE
              WS-SICHER-NAME DELIMITED BY SPACE
              INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-SICHER-QUELLE, WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           IF WS-SICHER-RC = 0
              ADD 1 TO WS-SICHER-ANZAHL
              MOVE WS-SICHER-NAME TO INHALT-SATZ
              WRITE INHALT-SATZ
           END-IF.
       EINGABE-SICHERN-EXIT. EXIT.

       AUSGABE-SICHERN SECTION.
      *    EINE FORTGESCHRIEBENE DATEI AUS resources/out IN DIE
      *    SICHERUNG (UNTERVERZEICHNIS out) KOPIEREN UND MIT PRAEFIX
      *    "out/" IM INHALTSVERZEICHNIS VERMERKEN
           MOVE SPACES TO WS-SICHER-QUELLE.
           STRING "resources/out/" DELIMITED BY SIZE
              WS-SICHER-NAME DELIMITED BY SPACE
              INTO WS-SICHER-QUELLE
           END-STRING.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/out/" DELIMITED BY SIZE
              WS-SICHER-NAME DELIMITED BY SPACE
              INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-SICHER-QUELLE, WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           IF WS-SICHER-RC = 0
              ADD 1 TO WS-SICHER-ANZAHL
              MOVE SPACES TO INHALT-SATZ
              STRING "out/" DELIMITED BY SIZE
                 WS-SICHER-NAME DELIMITED BY SPACE
                 INTO INHALT-SATZ
              END-STRING
              WRITE INHALT-SATZ
           END-IF.
       AUSGABE-SICHERN-EXIT. EXIT.

       NACHLAUF-VORBEREITEN SECTION.
      *    NACHLAUF EINER FRUEHEREN NACHT AUS IHRER EINGABESICHERUNG:
      *    DER NACHLAUFBEREICH resources/out/NACHLAUF.JJJJMMTT
      *    BEKOMMT DIE GESICHERTE DATEILISTE UND resources/in, DER
      *    LAUF WECHSELT DORTHIN UND SCHREIBT ALLE AUSGABEN (SUMMARY,
      *    .EXP, DEFEKTE, HISTORIE, BETRIEB.LOG ...) NUR DORT. DER
      *    STAND DES BEREICHS AUS EINEM FRUEHEREN NACHLAUF WIRD
      *    VERWORFEN, DAMIT JEDER NACHLAUF VOLLSTAENDIG RECHNET;
      *    DEFEKTE.txt, ZERTIFIKAT.MST, DIE UEBUNGSERFUELLUNG
      *    (UEBUNGSERFUELLUNG.txt) UND DIE .DICHTEHIST-DATEIEN
      *    SETZEN DANACH AUF DEM GESICHERTEN STAND VOR DER NACHT
      *    WIEDER AUF (OHNE SICHERUNG BEGINNEN SIE LEER).
      *    NACHGERECHNET WIRD IMMER DER VOLLE, UNPARTITIONIERTE LAUF
           IF WS-NACHLAUF IS NOT NUMERIC
              MOVE 'LABY219E' TO MELD-ID
              MOVE SPACES TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "UNGUELTIGES NACHLAUFDATUM (JJJJMMTT): "
                 WS-NACHLAUF
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL "LABMELD" USING MELDUNG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-SICHER-VERZ.
           STRING "resources/out/ARCHIV/EINGABE." WS-NACHLAUF
              DELIMITED BY SIZE INTO WS-SICHER-VERZ
           END-STRING.
           MOVE SPACES TO WS-INHALT-PFAD.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/INHALT.txt" DELIMITED BY SIZE INTO WS-INHALT-PFAD
           END-STRING.
           OPEN INPUT INHALT-FILE.
           IF WS-INHALT-STATUS NOT = "00"
              MOVE 'LABY219E' TO MELD-ID
              MOVE WS-SICHER-VERZ TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "KEINE EINGABESICHERUNG VOM " WS-NACHLAUF
                 ", NACHLAUF NICHT MOEGLICH"
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL "LABMELD" USING MELDUNG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-NL-BEREICH.
           STRING "resources/out/NACHLAUF." WS-NACHLAUF
              DELIMITED BY SIZE INTO WS-NL-BEREICH
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-NL-BEREICH
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-NL-BEREICH DELIMITED BY SPACE
              "/resources" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-NL-BEREICH DELIMITED BY SPACE
              "/resources/in" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-NL-BEREICH DELIMITED BY SPACE
              "/resources/out" DELIMITED BY SIZE INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE "CHECKPOINT.txt" TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE "DEFEKTE.txt"    TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE "UEBUNGSERFUELLUNG.txt" TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE "HISTORIE.MST"   TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE "ZERTIFIKAT.MST" TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE "LAUFZEITEN.txt" TO WS-SICHER-NAME.
           PERFORM NACHLAUF-STAND-LOESCHEN.
           MOVE SPACES TO WS-SICHER-QUELLE.
           STRING WS-SICHER-VERZ DELIMITED BY SPACE
              "/Filenames.txt" DELIMITED BY SIZE INTO WS-SICHER-QUELLE
           END-STRING.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-NL-BEREICH DELIMITED BY SPACE
              "/resources/Filenames.txt" DELIMITED BY SIZE
              INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-SICHER-QUELLE, WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
           MOVE 0 TO WS-SICHER-ANZAHL.
           PERFORM UNTIL WS-INHALT-STATUS NOT = "00"
              MOVE SPACES TO INHALT-SATZ
              READ INHALT-FILE
                 AT END CONTINUE
              END-READ
              IF WS-INHALT-STATUS = "00" AND INHALT-SATZ NOT = SPACES
                 IF INHALT-SATZ(1:4) = "out/"
      *             FORTGESCHRIEBENER STAND: SICHERUNG out/NAME NACH
      *             resources/out/NAME DES NACHLAUFBEREICHS
                    MOVE SPACES TO WS-SICHER-QUELLE
                    STRING WS-SICHER-VERZ DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       INHALT-SATZ DELIMITED BY SPACE
                       INTO WS-SICHER-QUELLE
                    END-STRING
                    MOVE SPACES TO WS-SICHER-ZIEL
                    STRING WS-NL-BEREICH DELIMITED BY SPACE
                       "/resources/" DELIMITED BY SIZE
                       INHALT-SATZ DELIMITED BY SPACE
                       INTO WS-SICHER-ZIEL
                    END-STRING
                 ELSE
      *             DICHTEHISTORIE EINES FRUEHEREN NACHLAUFS
      *             VERWERFEN; DER GESICHERTE STAND FOLGT IM
      *             INHALTSVERZEICHNIS NACH DER DATEI SELBST
                    MOVE SPACES TO WS-SICHER-NAME
                    STRING INHALT-SATZ DELIMITED BY SPACE
                       ".DICHTEHIST" DELIMITED BY SIZE
                       INTO WS-SICHER-NAME
                    END-STRING
                    PERFORM NACHLAUF-STAND-LOESCHEN
                    MOVE SPACES TO WS-SICHER-QUELLE
                    STRING WS-SICHER-VERZ DELIMITED BY SPACE
                       "/in/" DELIMITED BY SIZE
                       INHALT-SATZ DELIMITED BY SPACE
                       INTO WS-SICHER-QUELLE
                    END-STRING
                    MOVE SPACES TO WS-SICHER-ZIEL
                    STRING WS-NL-BEREICH DELIMITED BY SPACE
                       "/resources/in/" DELIMITED BY SIZE
                       INHALT-SATZ DELIMITED BY SPACE
                       INTO WS-SICHER-ZIEL
                    END-STRING
                 END-IF
                 CALL 'CBL_COPY_FILE' USING WS-SICHER-QUELLE,
                    WS-SICHER-ZIEL
                    RETURNING WS-SICHER-RC
                 IF WS-SICHER-RC = 0
                    ADD 1 TO WS-SICHER-ANZAHL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE INHALT-FILE.
           CALL 'CBL_CHANGE_DIR' USING WS-NL-BEREICH
              RETURNING WS-SICHER-RC.
           IF WS-SICHER-RC NOT = 0
              MOVE 'LABY219E' TO MELD-ID
              MOVE WS-NL-BEREICH TO MELD-DATEI
              MOVE "NACHLAUFBEREICH NICHT ERREICHBAR" TO MELD-TEXT
              CALL "LABMELD" USING MELDUNG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    AB HIER SIND ALLE resources/...-PFADE RELATIV ZUM
      *    NACHLAUFBEREICH; DER STICHTAG IST DAS SICHERUNGSDATUM
           MOVE "VOLL" TO WS-MODUS.
           MOVE 0 TO WS-PART-NR.
           MOVE 0 TO WS-PART-GESAMT.
           MOVE "resources/out/SUMMARY.txt"    TO WS-SUMMARY-PFAD.
           MOVE "resources/out/EXCEPTIONS.txt" TO WS-EXCEPTION-PFAD.
           MOVE "resources/out/CHECKPOINT.txt" TO WS-CHECKPOINT-PFAD.
           MOVE "resources/out/ABSTIMMUNG.txt" TO WS-ABSTIMM-PFAD.
           MOVE WS-NACHLAUF TO WS-LAUFZEIT(1:8).
           DISPLAY "NACHLAUF VOM " WS-NACHLAUF ": " WS-SICHER-ANZAHL
              " DATEIEN AUS " WS-SICHER-VERZ
              " NACH " WS-NL-BEREICH.
       NACHLAUF-VORBEREITEN-EXIT. EXIT.

       NACHLAUF-STAND-LOESCHEN SECTION.
           MOVE SPACES TO WS-SICHER-ZIEL.
           STRING WS-NL-BEREICH DELIMITED BY SPACE
              "/resources/out/" DELIMITED BY SIZE
              WS-SICHER-NAME DELIMITED BY SPACE
              INTO WS-SICHER-ZIEL
           END-STRING.
           CALL 'CBL_DELETE_FILE' USING WS-SICHER-ZIEL
              RETURNING WS-SICHER-RC.
       NACHLAUF-STAND-LOESCHEN-EXIT. EXIT.

       LAUFZEIT-SCHREIBEN SECTION.
      *    START- UND ENDEZEIT DER VERARBEITUNG JE DATEI IN DAS
      *    LAUFZEITKONTO STEMPELN (SATZAUFBAU SIEHE OBEN BEIM
            OR RUECK-SITE = SPACES
              EXIT SECTION
           END-IF.
      *    NUR EIN FEHLENDER STAMM (35) WIRD NEU ANGELEGT; JEDER
      *    ANDERE OEFFNUNGSFEHLER (Z.B. STAMM IM ALTEN SATZAUFBAU)
      *    DARF DEN BESTAND NICHT UEBERSCHREIBEN - MELDUNG, KEIN SATZ
           OPEN I-O HISTORIE-FILE.
           IF WS-HISTORIE-STATUS = "35"
              OPEN OUTPUT HISTORIE-FILE
           END-IF.
           IF WS-HISTORIE-STATUS NOT = "00"
              MOVE 'LABY224E' TO MELD-ID
              MOVE FILENAME TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "HISTORIE.MST NICHT ZU OEFFNEN, STATUS "
                 WS-HISTORIE-STATUS
                 " - LAUF NICHT IN DER HISTORIE"
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL "LABMELD" USING MELDUNG
           ELSE
              MOVE RUECK-SITE             TO HM-SITE
              MOVE RUECK-ETAGE            TO HM-ETAGE
              MOVE WS-LAUFZEIT(1:14)      TO HM-LAUFZEIT
              MOVE RUECK-BESUCHERANZAHL   TO HM-BESUCHER
              MOVE RUECK-MAXWEG           TO HM-MAXWEG
              MOVE RUECK-MITTELWEG        TO HM-MITTELWEG
              MOVE RUECK-WEGE-OK          TO HM-WEGE-OK
              MOVE RUECK-WEGE-FEHL        TO HM-WEGE-FEHL
              MOVE RUECK-RAEUMZEIT        TO HM-RAEUMZEIT
              MOVE RUECK-KONFORM          TO HM-KONFORM
              WRITE HISTORIE-SATZ
                 INVALID KEY CONTINUE
              END-WRITE
