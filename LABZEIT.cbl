      *          Tuerwarteschlange und Raeumzeit entsprechend nach
      *          hinten schieben - die Uebungsbeobachtung zeigt, dass
      *          Korridorstaus und nicht die Tueren die Raeumzeit
      *          dominieren.
      *          Ist im Uebungsszenario ein Brandherd gesetzt und in
      *          SIMPARAM.txt eine Rauchausbreitung gepflegt, breitet
      *          sich der Rauch vom Brandherd ueber die offenen Felder
      *          aus (gleiche Zeitbasis wie SIM-SEKPROSCHRITT); jeder
      *          Weg wird Schritt fuer Schritt dagegen geprueft und der
      *          spaeteste sichere Startzeitpunkt der Etage berechnet.
      *          Innentueren (Legendenzeichen LEG-TUER) auf dem Weg
      *          werden wie der Ausgang als Warteschlange abgebildet;
      *          Durchlass und Breite kommen aus dem Tuerstamm
      *          <Dateiname>.TUEREN (gelesen in LABYRINT), ohne
      *          Eintrag gilt der Standarddurchlass. Der Bericht
      *          enthaelt je Tuer Auslastung, laengste Schlange und
      *          Wartezeiten
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
             10 AT-PERSONEN     PIC 99.
             10 AT-BELEGT       PIC 9.
             10 AT-LETZTABGANG  PIC 9(5).
      *    INNENTUEREN AUF DEN WEGEN: ZUERST ALLE TUEREN DES
      *    TUERSTAMMS, DANACH JEDE WEITERE TUERZELLE, DIE EIN WEG
      *    DURCHQUERT (STANDARDDURCHLASS). TT-DURCHGANG HAELT DIE
      *    DURCHTRITTSZEITEN FUER DIE SCHLANGENLAENGE
       01 TUERTABELLE.
          05 TT-ANZAHL          PIC 99    VALUE 0.
          05 TT-EINTRAG OCCURS 30.
             10 TT-ZEILE        PIC 999.
             10 TT-STELLE       PIC 999.
             10 TT-RATE         PIC 999.
             10 TT-INTERVALL    PIC 999.
             10 TT-BREITE       PIC 9999.
             10 TT-NAME         PIC X(20).
             10 TT-STAMM        PIC X(1).
             10 TT-PERSONEN     PIC 99.
             10 TT-BELEGT       PIC 9.
             10 TT-LETZTABGANG  PIC 9(5).
             10 TT-MAXSCHLANGE  PIC 99.
             10 TT-WARTESUMME   PIC 9(6).
             10 TT-MAXWARTE     PIC 9(5).
             10 TT-DURCHGANG OCCURS 15 PIC 9(5).
      *    TUERDURCHGAENGE JE BESUCHER IN WEGREIHENFOLGE: SCHRITT, IN
      *    DEM DIE TUERZELLE ERREICHT WIRD, TUER UND WARTEZEIT DORT
       01 SZ-TUERWEG.
          05 SZ-TW OCCURS 15.
             10 SZ-TW-ANZAHL    PIC 99.
             10 SZ-TW-NAECHSTE  PIC 99.
             10 SZ-TW-ZEIT      PIC 9(5).
             10 SZ-TW-LETZTSCHR PIC 9999.
             10 SZ-TW-TUERWARTE PIC 9(5).
             10 SZ-TW-EINTRAG OCCURS 20.
                15 SZ-TW-SCHRITT PIC 9999.
                15 SZ-TW-TUER    PIC 99.
                15 SZ-TW-WARTE   PIC 9(5).
       01 WS-TUER                PIC 99.
       01 WS-TW-I                PIC 99.
       01 WS-TW-J                PIC 99.
       01 WS-TW-ANKUNFT          PIC 9(5).
       01 WS-TW-SCHLANGE         PIC 99.
       01 WS-TW-ENGSTE           PIC 99.
       01 WS-BESUCHER            PIC 99.
       01 WS-KOLLIDX             PIC 99.
       01 WS-SCHRITT             PIC 9999.
       01 WS-MINUTEN             PIC 9(3).
       01 WS-RESTSEK             PIC 99.
       01 WS-NEUEZEILE           PIC X(100).
      *    RAUCHSIMULATION: ANKUNFT DES RAUCHS JE ZELLE IN SEKUNDEN
      *    NACH BRANDAUSBRUCH (BREITENSUCHE VOM BRANDHERD, ABSTAND IN
      *    ZELLEN MAL 60 / ZELLEN JE MINUTE); 99999 = NIE ERREICHT
       01 RS-RAUCHZEIT.
          05 RS-RZ-Z OCCURS 132.
             10 RS-RZ-S OCCURS 132 PIC 9(5).
       01 RS-ABSTAND.
          05 RS-AB-Z OCCURS 132.
             10 RS-AB-S OCCURS 132 PIC 9(5).
       01 RS-WARTE-Z  OCCURS 17424 PIC 999.
       01 RS-WARTE-S  OCCURS 17424 PIC 999.
       01 RS-KOPF                PIC 9(5).
       01 RS-ENDE                PIC 9(5).
       01 RS-AKTZ                PIC 999.
       01 RS-AKTS                PIC 999.
       01 RS-NEUZ                PIC 999.
       01 RS-NEUS                PIC 999.
       01 RS-ZEIT                PIC 9(5).
       01 RS-BESUCHERZEIT        PIC 9(5).
      *    REST = RAUCHANKUNFT MINUS ZEITBEDARF BIS ZUR ZELLE; DER
      *    KLEINSTE REST UEBER ALLE WEGE, VERMINDERT UM EINE SEKUNDE,
      *    IST DER SPAETESTE SICHERE START (NEGATIV = KEINER)
       01 RS-REST                PIC S9(6).
       01 RS-MINREST             PIC S9(6).
       01 RS-GETROFFEN           PIC 9.
       01 RS-EINGEHOLT           PIC 99.
       01 RS-SPAETSTART          PIC S9(6).
       01 RS-SPAETSTART-ANZ      PIC 9(5).
       01 RS-TUERWARTE           PIC 9(5).
      /
      ******************************************************************
       LINKAGE SECTION.
               10 SIM-AUS-ZEILE   PIC 999.
               10 SIM-AUS-STELLE  PIC 999.
               10 SIM-AUS-RATE    PIC 999.
           05  SIM-RAUCHRATE      PIC 999.
           05  SIM-BRAND-ZEILE    PIC 999.
           05  SIM-BRAND-STELLE   PIC 999.
       01  ZEITBERICHT.
           05  ZB-ANZAHL          PIC 99.
           05  ZB-ZEILE OCCURS 99 PIC X(100).
      *    ROHWERTE DER SIMULATION PARALLEL ZU DEN BERICHTSZEILEN,
      *    DAMIT NACHGELAGERTE AUSWERTUNGEN (EXPORT, DRILLVERGLEICH)
      *    NICHT DEN BERICHTSTEXT ZERLEGEN MUESSEN
      *    SICH ERST NACH SEINER VERZOEGERUNG IN BEWEGUNG
       01  STARTVERZOEG.
           05  SV-SEK OCCURS 15   PIC 9(5).
      *    RASTER UND LEGENDE FUER DIE RAUCHAUSBREITUNG (AUFBAU WIE IN
      *    LABYRINT)
       01  LABYRINTH.
           05  LABZEILE OCCURS 132 PIC X(132).
           05  LETZTEZEILE        PIC 999.
           05  ENDEZEILE          PIC 999.
       01  LEGENDE.
           05  LEG-WAND           PIC X(1).
           05  LEG-OFFEN          PIC X(1).
           05  LEG-ANZRESERVIERT  PIC 99.
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
      *    TUERSTAMM DER DATEI AUS <DATEINAME>.TUEREN (GELESEN UND
      *    GEPRUEFT IN LABYRINT BZW. LABPLAN)
       01  TUERSTAMM.
           05  TS-ANZAHL          PIC 99.
           05  TS-EINTRAG OCCURS 30.
               10 TS-ZEILE        PIC 999.
               10 TS-STELLE       PIC 999.
               10 TS-RATE         PIC 999.
               10 TS-BREITE       PIC 9999.
               10 TS-NAME         PIC X(20).
      /
      ******************************************************************
       PROCEDURE DIVISION USING POSBESUCH, SIMPARAM, ZEITBERICHT,
           KOLLISIONSANZAHL, KOLL-ROH, STARTVERZOEG, LABYRINTH,
           LEGENDE, TUERSTAMM.
      ******************************************************************
       STEUERUNG SECTION.
           INITIALIZE SZ-BESUCHER.
           INITIALIZE AUSGANGSTABELLE.
           INITIALIZE ZEITBERICHT.
           INITIALIZE SZ-TUERWEG.
           PERFORM TUERSTAMM-UEBERNEHMEN.
           MOVE 0 TO WS-RAEUMZEIT.
           MOVE SPACES TO WS-NEUEZEILE.
           STRING "SIMULATION: " SIM-SEKPROSCHRITT
           END-STRING.
           PERFORM ZEILE-HINZUFUEGEN.
           PERFORM ANKUNFT-ERMITTELN.
           PERFORM INNENTUEREN-ABFERTIGEN.
           PERFORM TUEREN-ABFERTIGEN.
           PERFORM BERICHT-FUELLEN.
           PERFORM TUERBERICHT-FUELLEN.
           IF SIM-BRAND-ZEILE > 0 AND SIM-RAUCHRATE > 0
              PERFORM RAUCH-AUSBREITEN
              PERFORM RAUCH-WEGE-PRUEFEN
           END-IF.
           EXIT PROGRAM.
       STEUERUNG-EXIT. EXIT.

      *    JE BESUCHER DEN PFAD BIS ZUM ENDE ABLAUFEN (WIE DAS
      *    BEWEGUNGSPROTOKOLL IN LABYRINT), UM DIE AUSGANGSZELLE ZU
      *    BESTIMMEN, UND DIE ANKUNFTSZEIT AUS WEGLAENGE MAL
      *    GEHGESCHWINDIGKEIT RECHNEN; DABEI JEDE DURCHQUERTE
      *    INNENTUER (NICHT DIE AUSGANGSZELLE SELBST) VORMERKEN
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              IF ZEILE(WS-BESUCHER) NOT = 0
                       WHEN 'U' ADD      1 TO   WS-ZEILE
                       WHEN 'L' SUBTRACT 1 FROM WS-STELLE
                    END-EVALUATE
                    IF WS-SCHRITT < PFAD-LAENGE(WS-BESUCHER)
                     AND LABZEILE(WS-ZEILE)(WS-STELLE:1) = LEG-TUER
                       PERFORM TUERDURCHGANG-VORMERKEN
                    END-IF
                    ADD 1 TO WS-SCHRITT
                 END-PERFORM
                 MOVE WS-ZEILE  TO SZ-AUSZEILE(WS-BESUCHER)
           END-IF.
       STAU-VERZOEGERN-EXIT. EXIT.

       TUERSTAMM-UEBERNEHMEN SECTION.
      *    ALLE TUEREN DES TUERSTAMMS IN DIE TUERTABELLE, DAMIT AUCH
      *    UNBENUTZTE TUEREN IM AUSLASTUNGSTEIL ERSCHEINEN
           INITIALIZE TUERTABELLE.
           MOVE 1 TO WS-TUER.
           PERFORM UNTIL WS-TUER > TS-ANZAHL OR WS-TUER > 30
              ADD 1 TO TT-ANZAHL
              MOVE TS-ZEILE(WS-TUER)  TO TT-ZEILE(TT-ANZAHL)
              MOVE TS-STELLE(WS-TUER) TO TT-STELLE(TT-ANZAHL)
              MOVE TS-RATE(WS-TUER)   TO TT-RATE(TT-ANZAHL)
              MOVE TS-BREITE(WS-TUER) TO TT-BREITE(TT-ANZAHL)
              MOVE TS-NAME(WS-TUER)   TO TT-NAME(TT-ANZAHL)
              MOVE 'J' TO TT-STAMM(TT-ANZAHL)
              PERFORM TUERINTERVALL-SETZEN
              ADD 1 TO WS-TUER
           END-PERFORM.
       TUERSTAMM-UEBERNEHMEN-EXIT. EXIT.

       TUERINTERVALL-SETZEN SECTION.
           IF TT-RATE(TT-ANZAHL) > 0
              COMPUTE TT-INTERVALL(TT-ANZAHL) ROUNDED =
                 60 / TT-RATE(TT-ANZAHL)
           ELSE
              MOVE 0 TO TT-INTERVALL(TT-ANZAHL)
           END-IF.
       TUERINTERVALL-SETZEN-EXIT. EXIT.

       TUERDURCHGANG-VORMERKEN SECTION.
      *    TUERZELLE WS-ZEILE/WS-STELLE IN SCHRITT WS-SCHRITT: TUER IN
      *    DER TUERTABELLE SUCHEN ODER MIT STANDARDDURCHLASS ANLEGEN
      *    UND ALS NAECHSTEN DURCHGANG DES BESUCHERS EINTRAGEN
           MOVE 1 TO WS-TUER.
           PERFORM UNTIL WS-TUER > TT-ANZAHL
              OR (TT-ZEILE(WS-TUER) = WS-ZEILE
                 AND TT-STELLE(WS-TUER) = WS-STELLE)
              ADD 1 TO WS-TUER
           END-PERFORM.
           IF WS-TUER > TT-ANZAHL
              IF TT-ANZAHL NOT < 30
                 EXIT SECTION
              END-IF
              ADD 1 TO TT-ANZAHL
              MOVE WS-ZEILE  TO TT-ZEILE(TT-ANZAHL)
              MOVE WS-STELLE TO TT-STELLE(TT-ANZAHL)
              MOVE SIM-STANDARDRATE TO TT-RATE(TT-ANZAHL)
              MOVE 0 TO TT-BREITE(TT-ANZAHL)
              MOVE SPACES TO TT-NAME(TT-ANZAHL)
              MOVE 'N' TO TT-STAMM(TT-ANZAHL)
              PERFORM TUERINTERVALL-SETZEN
              MOVE TT-ANZAHL TO WS-TUER
           END-IF.
           IF SZ-TW-ANZAHL(WS-BESUCHER) < 20
              ADD 1 TO SZ-TW-ANZAHL(WS-BESUCHER)
              MOVE SZ-TW-ANZAHL(WS-BESUCHER) TO WS-TW-I
              MOVE WS-SCHRITT TO SZ-TW-SCHRITT(WS-BESUCHER WS-TW-I)
              MOVE WS-TUER    TO SZ-TW-TUER(WS-BESUCHER WS-TW-I)
              MOVE 0          TO SZ-TW-WARTE(WS-BESUCHER WS-TW-I)
           END-IF.
       TUERDURCHGANG-VORMERKEN-EXIT. EXIT.

       INNENTUEREN-ABFERTIGEN SECTION.
      *    ALLE VORGEMERKTEN TUERDURCHGAENGE IN GLOBALER ZEITFOLGE
      *    ABARBEITEN: ES WIRD IMMER DER BESUCHER BEWEGT, DER SEINE
      *    NAECHSTE TUER ALS ERSTER ERREICHT. IST DIE TUER NOCH MIT
      *    DEM VORGAENGER BELEGT, WARTET ER DAS TUERINTERVALL AB;
      *    DIE WARTEZEIT VERSCHIEBT ALLE FOLGENDEN TUEREN UND DIE
      *    ANKUNFT AM AUSGANG. DER BESUCHER STARTET NACH SEINER
      *    STARTVERZOEGERUNG; DIE STAUVERZOEGERUNG AUS KOLLISIONEN
      *    BLEIBT WIE BISHER DER ANKUNFT AM AUSGANG ZUGEORDNET
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              MOVE 1 TO SZ-TW-NAECHSTE(WS-BESUCHER)
              MOVE SV-SEK(WS-BESUCHER) TO SZ-TW-ZEIT(WS-BESUCHER)
              MOVE 0 TO SZ-TW-LETZTSCHR(WS-BESUCHER)
              MOVE 0 TO SZ-TW-TUERWARTE(WS-BESUCHER)
              ADD 1 TO WS-BESUCHER
           END-PERFORM.
           MOVE 1 TO WS-OFFEN.
           PERFORM UNTIL WS-OFFEN = 0
              MOVE 0 TO WS-OFFEN
              MOVE 0 TO WS-MINIDX
              MOVE 99999 TO WS-MINWERT
              MOVE 1 TO WS-BESUCHER
              PERFORM UNTIL WS-BESUCHER > 15
                 IF SZ-GUELTIG(WS-BESUCHER) = 1
                  AND SZ-TW-NAECHSTE(WS-BESUCHER)
                      NOT > SZ-TW-ANZAHL(WS-BESUCHER)
                    MOVE SZ-TW-NAECHSTE(WS-BESUCHER) TO WS-TW-I
                    COMPUTE WS-TW-ANKUNFT = SZ-TW-ZEIT(WS-BESUCHER)
                       + (SZ-TW-SCHRITT(WS-BESUCHER WS-TW-I)
                          - SZ-TW-LETZTSCHR(WS-BESUCHER))
                       * SIM-SEKPROSCHRITT
                    IF WS-TW-ANKUNFT < WS-MINWERT
                       MOVE WS-TW-ANKUNFT TO WS-MINWERT
                       MOVE WS-BESUCHER TO WS-MINIDX
                    END-IF
                 END-IF
                 ADD 1 TO WS-BESUCHER
              END-PERFORM
              IF WS-MINIDX > 0
                 MOVE WS-MINIDX TO WS-BESUCHER
                 PERFORM TUERDURCHGANG-ABFERTIGEN
                 MOVE 1 TO WS-OFFEN
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              IF SZ-GUELTIG(WS-BESUCHER) = 1
               AND SZ-TW-TUERWARTE(WS-BESUCHER) > 0
                 ADD SZ-TW-TUERWARTE(WS-BESUCHER)
                    TO SZ-ANKUNFT(WS-BESUCHER)
              END-IF
              ADD 1 TO WS-BESUCHER
           END-PERFORM.
       INNENTUEREN-ABFERTIGEN-EXIT. EXIT.

       TUERDURCHGANG-ABFERTIGEN SECTION.
      *    BESUCHER WS-BESUCHER ERREICHT ZUM ZEITPUNKT WS-MINWERT DIE
      *    TUER SEINES NAECHSTEN DURCHGANGS. SCHLANGE = ALLE FRUEHER
      *    ANGEKOMMENEN, DIE DIE TUER ZU DIESEM ZEITPUNKT NOCH NICHT
      *    PASSIERT HABEN, EINSCHLIESSLICH DES WARTENDEN SELBST
           MOVE SZ-TW-NAECHSTE(WS-BESUCHER) TO WS-TW-I.
           MOVE SZ-TW-TUER(WS-BESUCHER WS-TW-I) TO WS-TUER.
           MOVE WS-MINWERT TO WS-ABGANG.
           IF TT-BELEGT(WS-TUER) = 1
            AND TT-LETZTABGANG(WS-TUER) + TT-INTERVALL(WS-TUER)
                > WS-ABGANG
              COMPUTE WS-ABGANG = TT-LETZTABGANG(WS-TUER)
                 + TT-INTERVALL(WS-TUER)
           END-IF.
           COMPUTE WS-WARTE = WS-ABGANG - WS-MINWERT.
           IF WS-WARTE > 0
              MOVE 1 TO WS-TW-SCHLANGE
              MOVE 1 TO WS-TW-J
              PERFORM UNTIL WS-TW-J > TT-PERSONEN(WS-TUER)
                 OR WS-TW-J > 15
                 IF TT-DURCHGANG(WS-TUER WS-TW-J) > WS-MINWERT
                    ADD 1 TO WS-TW-SCHLANGE
                 END-IF
                 ADD 1 TO WS-TW-J
              END-PERFORM
              IF WS-TW-SCHLANGE > TT-MAXSCHLANGE(WS-TUER)
                 MOVE WS-TW-SCHLANGE TO TT-MAXSCHLANGE(WS-TUER)
              END-IF
              ADD WS-WARTE TO TT-WARTESUMME(WS-TUER)
              IF WS-WARTE > TT-MAXWARTE(WS-TUER)
                 MOVE WS-WARTE TO TT-MAXWARTE(WS-TUER)
              END-IF
           END-IF.
           ADD 1 TO TT-PERSONEN(WS-TUER).
           IF TT-PERSONEN(WS-TUER) NOT > 15
              MOVE WS-ABGANG
                 TO TT-DURCHGANG(WS-TUER TT-PERSONEN(WS-TUER))
           END-IF.
           MOVE WS-ABGANG TO TT-LETZTABGANG(WS-TUER).
           MOVE 1 TO TT-BELEGT(WS-TUER).
           MOVE WS-WARTE TO SZ-TW-WARTE(WS-BESUCHER WS-TW-I).
           ADD WS-WARTE TO SZ-TW-TUERWARTE(WS-BESUCHER).
           MOVE WS-ABGANG TO SZ-TW-ZEIT(WS-BESUCHER).
           MOVE SZ-TW-SCHRITT(WS-BESUCHER WS-TW-I)
              TO SZ-TW-LETZTSCHR(WS-BESUCHER).
           ADD 1 TO SZ-TW-NAECHSTE(WS-BESUCHER).
       TUERDURCHGANG-ABFERTIGEN-EXIT. EXIT.

       AUSGANG-ZUORDNEN SECTION.
      *    AUSGANGSZELLE DES BESUCHERS IN DER AUSGANGSTABELLE SUCHEN
      *    ODER NEU ANLEGEN; DER DURCHLASS KOMMT AUS SIMPARAM, WENN
                          DELIMITED BY SIZE INTO WS-NEUEZEILE
                       END-STRING
                    END-IF
                    IF SZ-TW-TUERWARTE(WS-BESUCHER) > 0
                       PERFORM ZEILE-HINZUFUEGEN
                       MOVE SPACES TO WS-NEUEZEILE
                       STRING "  DAVON WARTEZEIT AN INNENTUEREN "
                          SZ-TW-TUERWARTE(WS-BESUCHER) " SEK"
                          DELIMITED BY SIZE INTO WS-NEUEZEILE
                       END-STRING
                    END-IF
                    IF SZ-STAU(WS-BESUCHER) > 0
                       PERFORM ZEILE-HINZUFUEGEN
                       MOVE SPACES TO WS-NEUEZEILE
           PERFORM ZEILE-HINZUFUEGEN.
       BERICHT-FUELLEN-EXIT. EXIT.

       TUERBERICHT-FUELLEN SECTION.
      *    AUSLASTUNG JE INNENTUER: DURCHLASS UND BREITE, PERSONEN,
      *    LAENGSTE SCHLANGE UND WARTEZEITEN; DIE TUER MIT DER
      *    GROESSTEN GESAMTWARTEZEIT WIRD ALS ERSTE ZUM VERBREITERN
      *    AUSGEWIESEN
           IF TT-ANZAHL = 0
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-NEUEZEILE.
           STRING "TUERAUSLASTUNG (INNENTUEREN): " TT-ANZAHL " TUEREN"
              DELIMITED BY SIZE INTO WS-NEUEZEILE
           END-STRING.
           PERFORM ZEILE-HINZUFUEGEN.
           MOVE 0 TO WS-TW-ENGSTE.
           MOVE 1 TO WS-TUER.
           PERFORM UNTIL WS-TUER > TT-ANZAHL
              MOVE SPACES TO WS-NEUEZEILE
              IF TT-STAMM(WS-TUER) = 'J'
                 STRING "TUER " TT-ZEILE(WS-TUER) "/"
                    TT-STELLE(WS-TUER) " " TT-NAME(WS-TUER)
                    " BREITE " TT-BREITE(WS-TUER) " CM, "
                    TT-RATE(WS-TUER) " PERS/MIN"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
              ELSE
                 STRING "TUER " TT-ZEILE(WS-TUER) "/"
                    TT-STELLE(WS-TUER)
                    " OHNE TUERSTAMM, STANDARD "
                    TT-RATE(WS-TUER) " PERS/MIN"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
              END-IF
              PERFORM ZEILE-HINZUFUEGEN
              MOVE SPACES TO WS-NEUEZEILE
              IF TT-PERSONEN(WS-TUER) = 0
                 STRING "  NICHT BENUTZT"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
              ELSE
                 STRING "  " TT-PERSONEN(WS-TUER)
                    " PERSONEN, LAENGSTE SCHLANGE "
                    TT-MAXSCHLANGE(WS-TUER)
                    ", WARTEZEIT GESAMT " TT-WARTESUMME(WS-TUER)
                    " SEK, LAENGSTE " TT-MAXWARTE(WS-TUER) " SEK"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
                 IF TT-WARTESUMME(WS-TUER) > 0
                    IF WS-TW-ENGSTE = 0
                       MOVE WS-TUER TO WS-TW-ENGSTE
                    ELSE
                       IF TT-WARTESUMME(WS-TUER)
                          > TT-WARTESUMME(WS-TW-ENGSTE)
                          MOVE WS-TUER TO WS-TW-ENGSTE
                       END-IF
                    END-IF
                 END-IF
              END-IF
              PERFORM ZEILE-HINZUFUEGEN
              ADD 1 TO WS-TUER
           END-PERFORM.
           MOVE SPACES TO WS-NEUEZEILE.
           IF WS-TW-ENGSTE = 0
              STRING "  KEINE WARTEZEITEN AN INNENTUEREN"
                 DELIMITED BY SIZE INTO WS-NEUEZEILE
              END-STRING
           ELSE
              STRING "  ENGPASS (ZUERST VERBREITERN): TUER "
                 TT-ZEILE(WS-TW-ENGSTE) "/" TT-STELLE(WS-TW-ENGSTE)
                 " " TT-NAME(WS-TW-ENGSTE)
                 DELIMITED BY SIZE INTO WS-NEUEZEILE
              END-STRING
           END-IF.
           PERFORM ZEILE-HINZUFUEGEN.
       TUERBERICHT-FUELLEN-EXIT. EXIT.

       RAUCH-AUSBREITEN SECTION.
      *    BREITENSUCHE VOM BRANDHERD UEBER ALLE NICHT-WANDFELDER
      *    INNERHALB DER RASTERGRENZEN; DER RAUCH KENNT KEINE STUFEN-
      *    ODER TUERSPERRE. DIE ANKUNFTSZEIT WIRD ABGERUNDET - IM
      *    ZWEIFEL IST DER RAUCH FRUEHER DA
           MOVE ALL '9' TO RS-RAUCHZEIT.
           MOVE ALL '9' TO RS-ABSTAND.
           MOVE 1 TO RS-KOPF.
           MOVE 1 TO RS-ENDE.
           MOVE SIM-BRAND-ZEILE  TO RS-WARTE-Z(RS-ENDE).
           MOVE SIM-BRAND-STELLE TO RS-WARTE-S(RS-ENDE).
           MOVE 0 TO RS-AB-S(SIM-BRAND-ZEILE SIM-BRAND-STELLE).
           MOVE 0 TO RS-RZ-S(SIM-BRAND-ZEILE SIM-BRAND-STELLE).
           ADD 1 TO RS-ENDE.
           PERFORM UNTIL RS-KOPF NOT < RS-ENDE
              MOVE RS-WARTE-Z(RS-KOPF) TO RS-AKTZ
              MOVE RS-WARTE-S(RS-KOPF) TO RS-AKTS
              ADD 1 TO RS-KOPF
              IF RS-AKTZ > 1
                 SUBTRACT 1 FROM RS-AKTZ GIVING RS-NEUZ
                 MOVE RS-AKTS TO RS-NEUS
                 PERFORM RAUCH-NACHBAR
              END-IF
              IF RS-AKTS < ENDEZEILE
                 MOVE RS-AKTZ TO RS-NEUZ
                 ADD 1 TO RS-AKTS GIVING RS-NEUS
                 PERFORM RAUCH-NACHBAR
              END-IF
              IF RS-AKTZ < LETZTEZEILE
                 ADD 1 TO RS-AKTZ GIVING RS-NEUZ
                 MOVE RS-AKTS TO RS-NEUS
                 PERFORM RAUCH-NACHBAR
              END-IF
              IF RS-AKTS > 1
                 MOVE RS-AKTZ TO RS-NEUZ
                 SUBTRACT 1 FROM RS-AKTS GIVING RS-NEUS
                 PERFORM RAUCH-NACHBAR
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NEUEZEILE.
           STRING "RAUCHAUSBREITUNG: BRANDHERD " SIM-BRAND-ZEILE
              "/" SIM-BRAND-STELLE ", " SIM-RAUCHRATE
              " ZELLEN/MIN, " SIM-SEKPROSCHRITT " SEK/SCHRITT"
              DELIMITED BY SIZE INTO WS-NEUEZEILE
           END-STRING.
           PERFORM ZEILE-HINZUFUEGEN.
       RAUCH-AUSBREITEN-EXIT. EXIT.

       RAUCH-NACHBAR SECTION.
           IF LABZEILE(RS-NEUZ)(RS-NEUS:1) = LEG-WAND
            OR RS-AB-S(RS-NEUZ RS-NEUS) NOT = 99999
              EXIT SECTION
           END-IF.
           COMPUTE RS-AB-S(RS-NEUZ RS-NEUS) =
              RS-AB-S(RS-AKTZ RS-AKTS) + 1.
           COMPUTE RS-RZ-S(RS-NEUZ RS-NEUS) =
              RS-AB-S(RS-NEUZ RS-NEUS) * 60 / SIM-RAUCHRATE.
           MOVE RS-NEUZ TO RS-WARTE-Z(RS-ENDE).
           MOVE RS-NEUS TO RS-WARTE-S(RS-ENDE).
           ADD 1 TO RS-ENDE.
       RAUCH-NACHBAR-EXIT. EXIT.

       RAUCH-WEGE-PRUEFEN SECTION.
      *    JEDEN WEG AB SCHRITT 0 (STARTFELD, WAEHREND DER START-
      *    VERZOEGERUNG) ABLAUFEN: DER BESUCHER STEHT IN SCHRITT N
      *    ZUM ZEITPUNKT STARTVERZOEGERUNG + N * SEK/SCHRITT AUF DER
      *    ZELLE (ZUZUEGLICH DER BIS DAHIN ANGEFALLENEN WARTEZEIT
      *    AN INNENTUEREN), AM AUSGANG BIS ZU SEINEM TUERDURCHTRITT.
      *    IST DER RAUCH DANN SCHON DA, IST ER EINGEHOLT (ERSTER SOLCHER
      *    SCHRITT WIRD BERICHTET). DER SPAETESTE SICHERE START
      *    BEZIEHT SICH AUF DEN GEMEINSAMEN ALARM ALLER BESUCHER
      *    (OHNE DIE INDIVIDUELLE STARTVERZOEGERUNG)
           MOVE 0 TO RS-EINGEHOLT.
           MOVE 99999 TO RS-MINREST.
           MOVE 1 TO WS-BESUCHER.
           PERFORM UNTIL WS-BESUCHER > 15
              IF SZ-GUELTIG(WS-BESUCHER) = 1
                 PERFORM RAUCH-WEG-ABLAUFEN
              END-IF
              ADD 1 TO WS-BESUCHER
           END-PERFORM.
           MOVE SPACES TO WS-NEUEZEILE.
           IF RS-EINGEHOLT = 0
              STRING "RAUCH: KEIN BESUCHER WIRD VOM RAUCH EINGEHOLT"
                 DELIMITED BY SIZE INTO WS-NEUEZEILE
              END-STRING
           ELSE
              STRING "RAUCH: " RS-EINGEHOLT
                 " BESUCHER VOM RAUCH EINGEHOLT"
                 DELIMITED BY SIZE INTO WS-NEUEZEILE
              END-STRING
           END-IF.
           PERFORM ZEILE-HINZUFUEGEN.
           MOVE SPACES TO WS-NEUEZEILE.
           EVALUATE TRUE
              WHEN RS-MINREST = 99999
                 STRING "SPAETESTER SICHERER START: UNBEGRENZT "
                    "(RAUCH ERREICHT KEINEN FLUCHTWEG)"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
              WHEN RS-MINREST < 1
                 STRING "SPAETESTER SICHERER START: KEINER - AUCH BEI "
                    "SOFORTIGEM START HOLT DER RAUCH BESUCHER EIN"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
              WHEN OTHER
                 COMPUTE RS-SPAETSTART = RS-MINREST - 1
                 MOVE RS-SPAETSTART TO RS-SPAETSTART-ANZ
                 COMPUTE WS-MINUTEN = RS-SPAETSTART-ANZ / 60
                 COMPUTE WS-RESTSEK = RS-SPAETSTART-ANZ
                    - WS-MINUTEN * 60
                 STRING "SPAETESTER SICHERER START DER ETAGE: "
                    RS-SPAETSTART-ANZ " SEK NACH BRANDAUSBRUCH ("
                    WS-MINUTEN " MIN " WS-RESTSEK " SEK)"
                    DELIMITED BY SIZE INTO WS-NEUEZEILE
                 END-STRING
           END-EVALUATE.
           PERFORM ZEILE-HINZUFUEGEN.
       RAUCH-WEGE-PRUEFEN-EXIT. EXIT.

       RAUCH-WEG-ABLAUFEN SECTION.
           MOVE 0 TO RS-GETROFFEN.
           MOVE ZEILE(WS-BESUCHER)  TO WS-ZEILE.
           MOVE STELLE(WS-BESUCHER) TO WS-STELLE.
           MOVE 0 TO WS-SCHRITT.
           PERFORM UNTIL WS-SCHRITT > PFAD-LAENGE(WS-BESUCHER)
              IF WS-SCHRITT > 0
                 EVALUATE PFAD(WS-BESUCHER)(WS-SCHRITT:1)
                    WHEN 'H' SUBTRACT 1 FROM WS-ZEILE
                    WHEN 'R' ADD      1 TO   WS-STELLE
                    WHEN 'U' ADD      1 TO   WS-ZEILE
                    WHEN 'L' SUBTRACT 1 FROM WS-STELLE
                 END-EVALUATE
              END-IF
              IF WS-SCHRITT = PFAD-LAENGE(WS-BESUCHER)
                 MOVE SZ-ABGANG(WS-BESUCHER) TO RS-BESUCHERZEIT
              ELSE
                 PERFORM RAUCH-TUERWARTE-ERMITTELN
                 COMPUTE RS-BESUCHERZEIT = SV-SEK(WS-BESUCHER)
                    + WS-SCHRITT * SIM-SEKPROSCHRITT + RS-TUERWARTE
              END-IF
              MOVE RS-RZ-S(WS-ZEILE WS-STELLE) TO RS-ZEIT
              IF RS-ZEIT NOT = 99999
                 COMPUTE RS-REST = RS-ZEIT
                    - (RS-BESUCHERZEIT - SV-SEK(WS-BESUCHER))
                 IF RS-REST < RS-MINREST
                    MOVE RS-REST TO RS-MINREST
                 END-IF
                 IF RS-GETROFFEN = 0
                  AND RS-ZEIT NOT > RS-BESUCHERZEIT
                    MOVE 1 TO RS-GETROFFEN
                    ADD 1 TO RS-EINGEHOLT
                    MOVE SPACES TO WS-NEUEZEILE
                    STRING "RAUCH: BESUCHER "
                       BESUCHERZEICHEN(WS-BESUCHER)
                       " EINGEHOLT IN SCHRITT " WS-SCHRITT
                       ", ZELLE " WS-ZEILE "/" WS-STELLE
                       ", NACH " RS-BESUCHERZEIT " SEK (RAUCH NACH "
                       RS-ZEIT " SEK)"
                       DELIMITED BY SIZE INTO WS-NEUEZEILE
                    END-STRING
                    PERFORM ZEILE-HINZUFUEGEN
                 END-IF
              END-IF
              ADD 1 TO WS-SCHRITT
           END-PERFORM.
       RAUCH-WEG-ABLAUFEN-EXIT. EXIT.

       RAUCH-TUERWARTE-ERMITTELN SECTION.
      *    WARTEZEIT AN DEN INNENTUEREN BIS EINSCHLIESSLICH SCHRITT
      *    WS-SCHRITT: AUF DER TUERZELLE STEHT DER BESUCHER BIS ZU
      *    SEINEM DURCHTRITT
           MOVE 0 TO RS-TUERWARTE.
           MOVE 1 TO WS-TW-I.
           PERFORM UNTIL WS-TW-I > SZ-TW-ANZAHL(WS-BESUCHER)
              IF SZ-TW-SCHRITT(WS-BESUCHER WS-TW-I) NOT > WS-SCHRITT
                 ADD SZ-TW-WARTE(WS-BESUCHER WS-TW-I) TO RS-TUERWARTE
              END-IF
              ADD 1 TO WS-TW-I
           END-PERFORM.
       RAUCH-TUERWARTE-ERMITTELN-EXIT. EXIT.

       ZEILE-HINZUFUEGEN SECTION.
           IF ZB-ANZAHL < 99
              ADD 1 TO ZB-ANZAHL
              MOVE WS-NEUEZEILE TO ZB-ZEILE(ZB-ANZAHL)
           END-IF.
