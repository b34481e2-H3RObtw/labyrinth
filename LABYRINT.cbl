           SELECT GRENZEIN ASSIGN TO "resources/in/GRENZWERTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-GRENZ-STATUS.
           SELECT BEREICHEIN ASSIGN TO "resources/in/SIMBEREICH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SB-STATUS.
           SELECT MASSEIN  ASSIGN TO "resources/in/MASSSTAB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASS-STATUS.
           SELECT GUELTEIN ASSIGN TO "resources/in/GUELTIGKEIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-GUELT-STATUS.
           SELECT ATTREIN  ASSIGN TO WS-ATTRPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ATTR-STATUS.
           SELECT GEFEIN   ASSIGN TO WS-GEFPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-GEF-STATUS.
           SELECT TUEREIN  ASSIGN TO WS-TUERPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TUER-STATUS.
           SELECT STARTEIN ASSIGN TO WS-STARTPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-START-STATUS.
               FILE STATUS  IS WS-SP-STATUS.
           SELECT SAMMOUT  ASSIGN TO WS-SAMMPFAD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLATTOUT ASSIGN TO WS-BLATTPFAD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUSGEIN  ASSIGN TO "resources/in/AUSGAENGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUSG-STATUS.
           SELECT PRUEFEIN ASSIGN TO "resources/in/AUSGPRUEF.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AP-SCHLUESSEL
               FILE STATUS  IS WS-PRUEF-STATUS.
           SELECT VERBEIN  ASSIGN TO "resources/in/VERBINDUNGEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-VERB-STATUS.
           SELECT INVDATEI ASSIGN TO "resources/out/INVENTAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-INV-STATUS.
           SELECT DICHTEOUT ASSIGN TO WS-DK-PFAD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DHISTEIN ASSIGN TO WS-DK-HISTPFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DHIST-STATUS.
           SELECT DHISTNEU ASSIGN TO WS-DK-NEUPFAD
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       01 SIMZEILE PIC X(50).

       FD GRENZEIN.
       01 GRENZSATZ PIC X(80).

       FD BEREICHEIN.
       01 BEREICHSATZ PIC X(50).

       FD MASSEIN.
       01 MASSSATZ PIC X(60).

       FD GUELTEIN.
       01 GUELTZEILE PIC X(50).
       FD ATTREIN.
       01 ATTRSATZ PIC X(50).

       FD GEFEIN.
       01 GEFSATZ PIC X(50).

       FD TUEREIN.
       01 TUERSATZ PIC X(50).

       FD STARTEIN.
       01 STARTSATZ PIC X(50).

       FD SAMMOUT.
       01 SAMMZEILE PIC X(100).

       FD BLATTOUT.
       01 BLATTZEILE PIC X(100).

       FD AUSGEIN.
       01 AUSGSATZ PIC X(60).

      *    PRUEFSTAMM DER NOTAUSGAENGE, GEPFLEGT MIT LABAPRUF
       FD PRUEFEIN.
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

       FD VERBEIN.
       01 VERBSATZ PIC X(120).

       FD INVDATEI.
       01 INVSATZ PIC X(50).

       FD DICHTEOUT.
       01 DICHTEZEILE PIC X(140).

       FD DHISTEIN.
       01 DHISTSATZ PIC X(30).

       FD DHISTNEU.
       01 DHNEUSATZ PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EOF         PIC X(1)        VALUE "X".
           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
       01  WS-LEGENDE-STATUS      PIC X(2)      VALUE '00'.
       01  WS-ZIELE-STATUS        PIC X(2)      VALUE '00'.
       01  WS-ZIEL-INDEX          PIC 99.
       01  WS-GEN-NR              PIC 99        VALUE 0.
       01  WS-GEN-MAX             PIC 99        VALUE 5.
       01  WS-LAUFZEIT            PIC X(21).
      *    NACHLAUF EINER FRUEHEREN NACHT (LABYRINTH_NACHLAUF=
      *    JJJJMMTT): GUELTIGKEIT UND UEBUNGSPLAN GELTEN ZU DIESEM
      *    STICHTAG
       01  WS-STICHTAG            PIC X(8) VALUE SPACES.
      *    SENSITIVITAETSLAUF: WERTEBEREICHE FUER GEHGESCHWINDIGKEIT
      *    UND TUERDURCHLASS AUS SIMBEREICH.txt. JE KOMBINATION RECHNET
      *    LABZEIT AUF DEN FERTIGEN WEGEN MIT EIGENEN KOPIEN VON
      *    SIMPARAM, TUERSTAMM UND ZEITBERICHT, DAMIT DER ECHTE
      *    SIMULATIONSBERICHT DER ETAGE UNVERAENDERT BLEIBT
       01  WS-SB-STATUS           PIC X(2)      VALUE '00'.
       01  SENSIBEREICH.
           05  SB-SEK-ANZAHL      PIC 99.
           05  SB-SEK OCCURS 10   PIC 999.
           05  SB-PROZ-ANZAHL     PIC 99.
           05  SB-PROZ OCCURS 10  PIC 999.
           05  SB-ERGEBNIS OCCURS 10.
               10 SB-RAEUMZEIT OCCURS 10 PIC 9(5).
       01  SB-VON                 PIC 999.
       01  SB-BIS                 PIC 999.
       01  SB-WEITE               PIC 999.
       01  SB-WERT                PIC 9(4).
       01  SB-I                   PIC 99.
       01  SB-J                   PIC 99.
       01  SB-K                   PIC 99.
       01  SB-ERSTE-I             PIC 99.
       01  SB-ERSTE-J             PIC 99.
       01  SB-SPALTE              PIC 999.
       01  SB-RESERVE             PIC S9(5).
       01  SB-RESERVE-ANZ         PIC -(5)9.
       01  SB-SIMPARAM.
           05  SB-SIM-SEKPROSCHRITT PIC 999.
           05  SB-SIM-STANDARDRATE  PIC 999.
           05  SB-SIM-AUSGANGANZAHL PIC 99.
           05  SB-SIM-AUSGANG OCCURS 15.
               10 SB-SIM-AUS-ZEILE  PIC 999.
               10 SB-SIM-AUS-STELLE PIC 999.
               10 SB-SIM-AUS-RATE   PIC 999.
           05  SB-SIM-RAUCHRATE     PIC 999.
           05  SB-SIM-BRAND-ZEILE   PIC 999.
           05  SB-SIM-BRAND-STELLE  PIC 999.
       01  SB-TUERSTAMM.
           05  SB-TS-ANZAHL       PIC 99.
           05  SB-TS-EINTRAG OCCURS 30.
               10 SB-TS-ZEILE     PIC 999.
               10 SB-TS-STELLE    PIC 999.
               10 SB-TS-RATE      PIC 999.
               10 SB-TS-BREITE    PIC 9999.
               10 SB-TS-NAME      PIC X(20).
       01  SB-ZEITBERICHT.
           05  SB-ZB-ANZAHL       PIC 99.
           05  SB-ZB-ZEILE OCCURS 99 PIC X(100).
           05  SB-ZB-ROH.
               10 SB-ZB-RAEUMZEIT PIC 9(5).
               10 SB-ZB-RB OCCURS 15.
                  15 SB-ZB-RB-GUELTIG   PIC 9.
                  15 SB-ZB-RB-AUSZEILE  PIC 999.
                  15 SB-ZB-RB-AUSSTELLE PIC 999.
                  15 SB-ZB-RB-ANKUNFT   PIC 9(5).
                  15 SB-ZB-RB-ABGANG    PIC 9(5).
       01  WS-KOLLISIONSANZAHL    PIC 99       VALUE 0.
       01  WS-KOLLISIONSEINTRAG OCCURS 20 PIC X(80).
      *    ROHWERTE JE KOLLISION PARALLEL ZUM FORMATIERTEN EINTRAG,
               10 SIM-AUS-ZEILE   PIC 999.
               10 SIM-AUS-STELLE  PIC 999.
               10 SIM-AUS-RATE    PIC 999.
      *    RAUCHAUSBREITUNG: ZELLEN JE MINUTE AUS SIMPARAM.txt UND
      *    BRANDHERD AUS DEM UEBUNGSSZENARIO (0 = KEINE RAUCHSIMULATION)
           05  SIM-RAUCHRATE      PIC 999.
           05  SIM-BRAND-ZEILE    PIC 999.
           05  SIM-BRAND-STELLE   PIC 999.
       01  ZEITBERICHT.
           05  ZB-ANZAHL          PIC 99.
           05  ZB-ZEILE OCCURS 99 PIC X(100).
      *    ROHWERTE DER SIMULATION (GEFUELLT VON LABZEIT), FUER DEN
      *    EXPORT UND DEN ABGLEICH MIT ECHTEN UEBUNGSZEITEN
           05  ZB-ROH.
       01  WS-LV-E                PIC 99.
       01  WS-LV-MIN              PIC 9999.
       01  WS-LV-WAHL             PIC 99.
      *    GESPERRTE NOTAUSGAENGE AUS AUSGPRUEF.MST (PRUEFUNG
      *    UEBERFAELLIG ODER MAENGEL), DAZU JE BESUCHER DAS ENDE
      *    SEINES WEGS OHNE SPERRE FUER DEN UMLEITUNGSNACHWEIS
       01  WS-PRUEF-STATUS        PIC X(2)      VALUE '00'.
       01  AUSGANGSSPERREN.
           05  GA-ANZAHL          PIC 99        VALUE 0.
           05  GA-AUSGANG OCCURS 15.
               10 GA-ZEILE        PIC 999.
               10 GA-STELLE       PIC 999.
               10 GA-GRUND        PIC X(1).
           05  GA-ALTWEG OCCURS 15.
               10 GA-ALT-ZEILE    PIC 999.
               10 GA-ALT-STELLE   PIC 999.
               10 GA-ALT-LAENGE   PIC 9999.
               10 GA-ALT-VORGABE  PIC X(1).
       01  WS-GA-I                PIC 99.
       01  WS-GA-B                PIC 99.
       01  WS-GA-IDX              PIC 99.
       01  WS-GA-ZEILE            PIC 999.
       01  WS-GA-STELLE           PIC 999.
       01  WS-GA-SCHRITT          PIC 9999.
       01  WS-GA-LETZTE           PIC 9(8).
       01  WS-GA-FAELLIG          PIC 9(8).
       01  WS-GA-DATUM            PIC X(12).
       01  WS-GA-GRUND            PIC X(1).
       01  WS-GA-POS              PIC 999.
       01  WS-GA-UMGELEITET       PIC 99        VALUE 0.
       01  WS-EXPPFAD             PIC X(70).
       01  WS-EXP-I               PIC 99.
       01  WS-EXP-CODE            PIC X(1).
      *    UEBERGABE AN LABVEKT (SVG/DXF-ZEICHNUNG NEBEN DEM .EXP)
       01  ZEICHNUNGSKOPF.
           05  ZK-PFAD            PIC X(70).
           05  ZK-ZUSATZ          PIC X(10).
           05  ZK-SITE            PIC X(40).
           05  ZK-ETAGE           PIC X(3).
           05  ZK-STATUS          PIC X(2).
           05  ZK-WEGE            PIC 99.
           05  ZK-ZWEITWEGE       PIC 99.
       01  WS-ATTRPFAD            PIC X(70).
       01  WS-ATTR-STATUS         PIC X(2)      VALUE '00'.
       01  WS-ATTR-I              PIC 99.
      *    GEFAHRENZONEN JE EINGABEDATEI AUS <DATEINAME>.GEFAHR (WIE
      *    .ZIELE/.ATTR), AUFBEREITET ZU EINEM GEWICHT JE ZELLE FUER
      *    DIE KOSTENSUCHE IN LABWEG; UG- FUER DIE ANSCHLUSSETAGE
       01  WS-GEFPFAD             PIC X(70).
       01  WS-GEF-STATUS          PIC X(2)      VALUE '00'.
       01  WS-GF-DATEI            PIC X(50).
       01  WS-GF-ZIEL             PIC X(1).
       01  WS-GF-MAXZ             PIC 999.
       01  WS-GF-MAXS             PIC 999.
       01  WS-GF-Z1               PIC 999.
       01  WS-GF-S1               PIC 999.
       01  WS-GF-Z2               PIC 999.
       01  WS-GF-S2               PIC 999.
       01  WS-GF-GEW              PIC 99.
       01  WS-GF-Z                PIC 999.
       01  WS-GF-S                PIC 999.
       01  WS-GF-I                PIC 9999.
       01  WS-GF-BEREICHE         PIC 999.
       01  WS-GF-VZELLEN OCCURS 15 PIC 9999.
       01  GEFAHRENZONEN.
           05  GZ-ANZAHL          PIC 9(5).
           05  GZ-ZEILE OCCURS 132.
               10 GZ-GEWICHT OCCURS 132 PIC 99.
           05  GZ-ERGEBNIS OCCURS 15.
               10 GZ-NUR-GEFAHR   PIC X(1).
       01  UG-GEFAHRENZONEN.
           05  UGZ-ANZAHL         PIC 9(5).
           05  UGZ-ZEILE OCCURS 132.
               10 UGZ-GEWICHT OCCURS 132 PIC 99.
           05  UGZ-ERGEBNIS OCCURS 15.
               10 UGZ-NUR-GEFAHR  PIC X(1).
      *    INNENTUEREN JE EINGABEDATEI AUS <DATEINAME>.TUEREN (WIE
      *    .GEFAHR): DURCHLASS UND BREITE JE TUERZELLE (LEG-TUER) FUER
      *    DIE TUERWARTESCHLANGEN IN LABZEIT
       01  WS-TUERPFAD            PIC X(70).
       01  WS-TUER-STATUS         PIC X(2)      VALUE '00'.
       01  WS-TU-Z                PIC 999.
       01  WS-TU-S                PIC 999.
       01  WS-TU-I                PIC 99.
       01  WS-TU-RASTER           PIC 999.
       01  WS-TU-OHNE             PIC 999.
       01  TUERSTAMM.
           05  TS-ANZAHL          PIC 99.
           05  TS-EINTRAG OCCURS 30.
               10 TS-ZEILE        PIC 999.
               10 TS-STELLE       PIC 999.
               10 TS-RATE         PIC 999.
               10 TS-BREITE       PIC 9999.
               10 TS-NAME         PIC X(20).
      *    GESTAFFELTE STARTZEITEN JE BESUCHER AUS <DATEINAME>.START
      *    (WIE .ZIELE/.ATTR): ABTEILUNGEN REAGIEREN UNTERSCHIEDLICH
      *    SCHNELL (ALARMVERIFIKATION, MASCHINENABSCHALTUNG). DIE
       01  WS-SP-SEITE            PIC X(1).
       01  WS-SP-KOORD            PIC 999.
       01  WS-SP-PERSONEN         PIC 99.
      *    PERSOENLICHE FLUCHTWEGANWEISUNGEN (<DATEINAME>.BLATT):
      *    WS-PB-BES IST DER BESUCHER ZUM ROSTEREINTRAG, WS-PB-PAAR
      *    DIE PAARUNG, IN DER ER HELFER IST, WS-PB-HELFER SEIN
      *    HELFER. DIE UEBRIGEN FELDER ZERLEGEN EINEN PFAD-STRING IN
      *    GERADE ABSCHNITTE MIT ABBIEGEHINWEIS
       01  WS-BLATTPFAD           PIC X(70).
       01  WS-PB-BES              PIC 99.
       01  WS-PB-PAAR             PIC 99.
       01  WS-PB-HELFER           PIC 99.
       01  WS-PB-BETREUT          PIC 99.
       01  WS-PB-J                PIC 99.
       01  WS-PB-PFAD             PIC X(2500).
       01  WS-PB-LAENGE           PIC 9999.
       01  WS-PB-ZEILE            PIC 999.
       01  WS-PB-STELLE           PIC 999.
       01  WS-PB-I                PIC 9999.
       01  WS-PB-SCHRITTE         PIC 9999.
       01  WS-PB-ANZ              PIC ZZZ9.
       01  WS-PB-NR               PIC 99.
       01  WS-PB-NR-ANZ           PIC Z9.
       01  WS-PB-SEITE            PIC Z9.
       01  WS-PB-SEITEN           PIC Z9.
       01  WS-PB-RICHTUNG         PIC X(1).
       01  WS-PB-VORHER           PIC X(1).
       01  WS-PB-ENDE             PIC 9.
       01  WS-PB-TEXT             PIC X(40).
       01  WS-PB-METER            PIC X(20).
       01  WS-PB-NAME             PIC X(60).
       01  RICHTUNGSKARTE.
           05  RK-ZEILE OCCURS 132 PIC X(132).
       01  WS-RK-I                PIC 999.
           05  GW-MAXWEG          PIC 9999.
           05  GW-MINAUSGAENGE    PIC 999.
           05  GW-MAXSACKGASSEN   PIC 999.
      *    'M' = GW-MAXWEG IN METERN, SONST IN SCHRITTEN
           05  GW-EINHEIT         PIC X(1).
      *    HOECHSTE ZULAESSIGE RAEUMZEIT IN SEKUNDEN (0 = KEINE)
           05  GW-MAXRAEUMZEIT    PIC 9(5).
       01  WS-GW-MAXWEG           PIC 9999.
      *    MASSSTAB DER ETAGE AUS MASSSTAB.txt: METER JE RASTERZELLE
      *    (0 = KEIN EINTRAG, ENTFERNUNGEN NUR IN SCHRITTEN)
       01  WS-MASS-STATUS         PIC X(2)      VALUE '00'.
       01  WS-MS-GEFUNDEN         PIC 9         VALUE 0.
       01  WS-MS-METER            PIC 99V999    VALUE 0.
       01  WS-MS-METER-X REDEFINES WS-MS-METER PIC X(5).
       01  WS-MS-METER-ANZ        PIC Z9.999.
       01  WS-MS-SCHRITTE         PIC 9999.
       01  WS-MS-WEG              PIC 9(6)V9.
       01  WS-MS-WEG-X REDEFINES WS-MS-WEG PIC X(7).
       01  WS-MS-WEG-ANZ          PIC ZZZZZ9.9.
       01  WS-MS-LEER             PIC 99.
       01  WS-MS-TEXT             PIC X(20).
       01  WS-MS-ZEILE            PIC X(132)    VALUE SPACES.
       01  WS-GW-I                PIC 99.
       01  WS-KONFORM             PIC X(1)      VALUE 'J'.
       01  WS-KONFORM-GRUND       PIC X(60)     VALUE SPACES.
       01  WS-GUELT-STATUS        PIC X(2)      VALUE '00'.
       01  WS-GU-DATUM            PIC X(8).
       01  WS-GU-DATUM-NUM        PIC 9(8).
       01  WS-SZEN-STELLE         PIC 999.
       01  WS-SZEN-MAXZEILE       PIC 999.
       01  WS-SZEN-BREITE         PIC 999.
       01  WS-SZEN-BRANDZ         PIC 999       VALUE 0.
       01  WS-SZEN-BRANDS         PIC 999       VALUE 0.
      *    UEBUNGSPLAN (UEBUNGSPLAN.txt) UND ERFUELLUNGSNACHWEIS
      *    (UEBUNGSERFUELLUNG.txt) FUER DIE SZENARIOSTEUERUNG:
      *    STEHT DIE DATEI IM PLAN, WIRD IHR SZENARIO NUR AM ODER
           05  PT-EINTRAG OCCURS 10.
               10 PT-DATUM        PIC X(8).
       01  WS-PT-I                PIC 99.
      *    KORRIDORAUSLASTUNG JE ETAGE (DICHTEKARTE): JE RASTERZELLE
      *    DIE ZAHL DER BESUCHERWEGE HEUTE UND DIE SUMME UEBER DIE
      *    LETZTEN WS-DK-FENSTER LAEUFE (SATZ 'DICHTE' IN
      *    SIMPARAM.txt, OHNE ANGABE 30). DIE EINZELNEN LAEUFE STEHEN
      *    IN <DATEINAME>.DICHTEHIST, AELTESTER ZUERST:
      *    SATZART L - LAUF:  STELLE  1     'L'
      *                       STELLE  3-16  LAUFZEITPUNKT
      *                       STELLE 18-19  WEGE IN DIESEM LAUF
      *    SATZART Z - ZELLE: STELLE  1     'Z'
      *                       STELLE  3-16  LAUFZEITPUNKT
      *                       STELLE 18-20  ZEILE
      *                       STELLE 22-24  STELLE
      *                       STELLE 26-27  WEGE DURCH DIE ZELLE
       01  WS-DK-PFAD             PIC X(70).
       01  WS-DK-HISTPFAD         PIC X(70).
       01  WS-DK-NEUPFAD          PIC X(70).
       01  WS-DHIST-STATUS        PIC X(2)      VALUE '00'.
       01  WS-DK-RC               PIC S9(9) COMP-5.
       01  DICHTEKARTE.
           05  DK-ZEILE OCCURS 132.
               10 DK-ZELLE OCCURS 132.
                  15 DK-HEUTE     PIC 99.
                  15 DK-SUMME     PIC 9(4).
                  15 DK-MARKE     PIC 99.
                  15 DK-RANG      PIC 99.
       01  DICHTERANG.
           05  DR-ANZAHL          PIC 99        VALUE 0.
           05  DR-EINTRAG OCCURS 10.
               10 DR-ZEILE        PIC 999.
               10 DR-STELLE       PIC 999.
       01  DK-NACHBARN.
           05  DK-NACHBAR OCCURS 4.
               10 DK-NZ           PIC 999.
               10 DK-NS           PIC 999.
       01  WS-DK-FENSTER          PIC 99        VALUE 30.
       01  WS-DK-ALT              PIC 9(5).
       01  WS-DK-BEHALTEN         PIC 9(5).
       01  WS-DK-UEBERSPRINGEN    PIC 9(5).
       01  WS-DK-LAUF             PIC 9(5).
       01  WS-DK-LAEUFE           PIC 99.
       01  WS-DK-WEGE             PIC 99.
       01  WS-DK-ANZAHL           PIC 99.
       01  WS-DK-B                PIC 99.
       01  WS-DK-SCHRITT          PIC 9999.
       01  WS-DK-Z                PIC 999.
       01  WS-DK-S                PIC 999.
       01  WS-DK-PZ               PIC 999.
       01  WS-DK-PS               PIC 999.
       01  WS-DK-QZ               PIC 999.
       01  WS-DK-QS               PIC 999.
       01  WS-DK-VZ               PIC 999.
       01  WS-DK-VS               PIC 999.
       01  WS-DK-AZ               PIC 999.
       01  WS-DK-AS               PIC 999.
       01  WS-DK-EZ               PIC 999.
       01  WS-DK-ES               PIC 999.
       01  WS-DK-VONZ             PIC 999.
       01  WS-DK-BISZ             PIC 999.
       01  WS-DK-VONS             PIC 999.
       01  WS-DK-BISS             PIC 999.
       01  WS-DK-N1Z              PIC 999.
       01  WS-DK-N1S              PIC 999.
       01  WS-DK-N2Z              PIC 999.
       01  WS-DK-N2S              PIC 999.
       01  WS-DK-NANZ             PIC 9.
       01  WS-DK-WEITER           PIC 9.
       01  WS-DK-IST-AUSGANG      PIC 9.
       01  WS-DK-AUSGANGSNAH      PIC 9.
       01  WS-DK-SACKGASSE        PIC 9.
       01  WS-DK-GANGSCHRITTE     PIC 9999.
       01  WS-DK-LAGE             PIC X(16).
       01  WS-DK-ART              PIC X(1).
       01  WS-DK-WERT             PIC 9(4).
       01  WS-DK-MAX              PIC 9(4).
       01  WS-DK-MAXHEUTE         PIC 99.
       01  WS-DK-MAXSUMME         PIC 9(4).
       01  WS-DK-BELEGT           PIC 9(5).
       01  WS-DK-BESTZ            PIC 999.
       01  WS-DK-BESTS            PIC 999.
       01  WS-DK-KLASSE           PIC 9.
       01  WS-DK-I                PIC 99.
       01  WS-DK-N                PIC 9.
       01  WS-DK-ZEICHEN          PIC X(1).
       01  WS-DK-RASTER           PIC X(132).
       01  WS-DK-NR-ANZ           PIC Z9.
       01  WS-DK-ZAHL-ANZ         PIC ZZZ9.
       01  WS-DK-HEUTE-ANZ        PIC ZZZ9.
       01  WS-DK-SUMME-ANZ        PIC ZZZZ9.
       01  WS-DK-BELEGT-ANZ       PIC ZZZZ9.

      /
      ******************************************************************
           05 RUECK-KONFORM          PIC X(1).
      *    RAEUMZEIT DER ETAGE AUS DER SIMULATION (0 OHNE WEGSUCHE)
           05 RUECK-RAEUMZEIT        PIC 9(5).
      *    ERSTE VERLETZTE REGEL ODER "KEINE GRENZWERTE ..." - OHNE
      *    PRUEFBARE REGELN KANN FUER DIE ETAGE KEIN ZERTIFIKAT
      *    AUSGESTELLT WERDEN (ZERTIFIKAT.MST); LEER = ALLES PASS
           05 RUECK-KONFORM-GRUND    PIC X(60).
       01 WS-AUFRUFMODUS PIC X(8).
      /
      ******************************************************************
           END-IF.
           OPEN OUTPUT LABOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-LAUFZEIT.
           MOVE SPACES TO WS-STICHTAG.
           ACCEPT WS-STICHTAG FROM ENVIRONMENT "LABYRINTH_NACHLAUF".
           IF WS-STICHTAG IS NUMERIC
              MOVE WS-STICHTAG TO WS-LAUFZEIT(1:8)
           END-IF.
           MOVE SPACES TO AUSGEBEN.
           STRING "LAUF: " DELIMITED BY SIZE
                  WS-LAUFZEIT(1:14) DELIMITED BY SIZE
              MOVE 1 TO ZAEHLER
              PERFORM ZIELE-LESEN
              PERFORM ATTRIBUTE-LESEN
              PERFORM MASSSTAB-LESEN
              MOVE FILENAME    TO WS-GF-DATEI
              MOVE 'H'         TO WS-GF-ZIEL
              MOVE LETZTEZEILE TO WS-GF-MAXZ
              MOVE ENDEZEILE   TO WS-GF-MAXS
              PERFORM GEFAHR-LESEN
              PERFORM STARTZEITEN-LESEN
              PERFORM SAMMELPUNKTE-LESEN
      *       SIMPARAM SCHON HIER: DIE KOLLISIONSPRUEFUNG BRAUCHT
      *       DIE GEHGESCHWINDIGKEIT, UM STARTVERZOEGERUNGEN IN
      *       SCHRITT-OFFSETS UMZURECHNEN
              PERFORM SIMPARAM-LESEN
              PERFORM TUEREN-LESEN
              PERFORM AUSGANGSPRUEFUNG-LESEN
              PERFORM AUSGANGSLAST-VERTEILEN
              CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
                 GEFAHRENZONEN
              PERFORM UMLEITUNGEN-AUSGEBEN
              PERFORM PAARE-AUFLOESEN
              MOVE "BESUCHER:" TO AUSGEBEN
              PERFORM UNTIL ZAEHLER > 15
                     DELIMITED BY SIZE INTO AUSGEBEN
                     WRITE AUSGEBEN
                     MOVE SPACES TO AUSGEBEN
                     PERFORM GEFAHR-WEG-AUSGEBEN
                     IF PFAD-LAENGE(ZAEHLER) = 9999
                        MOVE 'LABY301W' TO MELD-ID
                        MOVE FILENAME TO MELD-DATEI
                    ADD 1 TO WS-BK-I
                 END-PERFORM
              END-IF
              MOVE WS-SZEN-BRANDZ TO SIM-BRAND-ZEILE
              MOVE WS-SZEN-BRANDS TO SIM-BRAND-STELLE
              CALL 'LABZEIT' USING POSBESUCH, SIMPARAM, ZEITBERICHT,
                 WS-KOLLISIONSANZAHL, WS-KOLL-ROH, STARTVERZOEG,
                 LABYRINTH, LEGENDE, TUERSTAMM
              MOVE 1 TO WS-BK-I
              PERFORM UNTIL WS-BK-I > ZB-ANZAHL
                 MOVE ZB-ZEILE(WS-BK-I) TO AUSGEBEN
                 ADD 1 TO WS-BK-I
              END-PERFORM
              PERFORM KONFORMITAET-PRUEFEN
              PERFORM SENSITIVITAET-RECHNEN
              PERFORM SAMMELLISTEN-SCHREIBEN
              PERFORM PERSONENBLAETTER-SCHREIBEN
              PERFORM DICHTEKARTE-SCHREIBEN
              PERFORM RICHTUNGSKARTE-AUSGEBEN
              PERFORM EXPORT-SCHREIBEN
              PERFORM ZEICHNUNG-SCHREIBEN
           ELSE
              IF FEHLERMELDUNG NOT = '#'
                 MOVE FEHLERMELDUNG TO AUSGEBEN
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           END-IF.
           MOVE PFAD2-LAENGE(ZAEHLER) TO WS-MS-SCHRITTE.
           PERFORM METER-RECHNEN.
           STRING AUSGEBEN DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              WS-MS-TEXT DELIMITED BY "  "
              ")" DELIMITED BY SIZE
              INTO WS-MS-ZEILE
           END-STRING.
           MOVE WS-MS-ZEILE TO AUSGEBEN.
           MOVE SPACES TO WS-MS-ZEILE.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           PERFORM ZWEITWEG-OVERLAY-ZEICHNEN.
           MOVE 0 TO RUECK-WEGE-FEHL.
           MOVE 'N' TO RUECK-WEGSUCHE.
           MOVE WS-KONFORM TO RUECK-KONFORM.
           MOVE WS-KONFORM-GRUND TO RUECK-KONFORM-GRUND.
           MOVE 0 TO RUECK-RAEUMZEIT.
           IF FEHLERMELDUNG = '#' AND FEHLERANZAHL = 0
            AND WS-AUFRUFMODUS NOT = 'PRUEFEN'
      *    STELLE 44-47  HOECHSTE ZULAESSIGE WEGLAENGE (SCHRITTE)
      *    STELLE 48-50  MINDESTANZAHL AUSGAENGE JE ETAGE
      *    STELLE 51-53  HOECHSTANZAHL SACKGASSEN JE ETAGE
      *    STELLE 55     EINHEIT DER WEGLAENGE: 'M' = METER (UMRECHNUNG
      *                  UEBER MASSSTAB.txt), SONST SCHRITTE
      *    STELLE 57-61  HOECHSTE ZULAESSIGE RAEUMZEIT IN SEKUNDEN
      *                  (LEER = KEINE RAEUMZEIT-REGEL)
      *    OHNE DATEI ODER OHNE SATZ FUER DIESE ETAGE ENTFAELLT DIE
      *    PRUEFUNG. JE REGEL EINE PASS/FAIL-ZEILE IM BERICHT; JEDE
      *    VERLETZUNG GEHT ALS LABY303E AN LABMELD UND UEBER
      *    EINE NICHT KONFORME ETAGE DEN JOB SICHTBAR SCHEITERN
      *    LAESST
           MOVE 0 TO GW-GEFUNDEN.
           MOVE 0 TO GW-MAXRAEUMZEIT.
           OPEN INPUT GRENZEIN.
           IF WS-GRENZ-STATUS NOT = '00'
              MOVE "KEINE GRENZWERTE FUER DIESE ETAGE (GRENZWERTE.txt)"
                 TO WS-KONFORM-GRUND
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-GRENZ-STATUS NOT = '00'
                 MOVE GRENZSATZ(44:4) TO GW-MAXWEG
                 MOVE GRENZSATZ(48:3) TO GW-MINAUSGAENGE
                 MOVE GRENZSATZ(51:3) TO GW-MAXSACKGASSEN
                 MOVE GRENZSATZ(55:1) TO GW-EINHEIT
                 MOVE 0 TO GW-MAXRAEUMZEIT
                 IF GRENZSATZ(57:5) IS NUMERIC
                    MOVE GRENZSATZ(57:5) TO GW-MAXRAEUMZEIT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GRENZEIN.
           IF GW-GEFUNDEN = 0
              MOVE "KEINE GRENZWERTE FUER DIESE ETAGE (GRENZWERTE.txt)"
                 TO WS-KONFORM-GRUND
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GW-MAXWEG.
           MOVE "KONFORMITAET (GRENZWERTE.txt):" TO AUSGEBEN.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           IF GW-EINHEIT = 'M'
              PERFORM KONFORM-WEG-METER
           ELSE
              PERFORM KONFORM-WEG-SCHRITTE
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           IF GW-MAXRAEUMZEIT = 0
              EXIT SECTION
           END-IF.
           IF ZB-RAEUMZEIT > GW-MAXRAEUMZEIT
              STRING "  RAEUMZEIT: FAIL, " ZB-RAEUMZEIT
                 " SEK > GRENZE " GW-MAXRAEUMZEIT " SEK"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              PERFORM KONFORM-VERLETZUNG
           ELSE
              STRING "  RAEUMZEIT: PASS, " ZB-RAEUMZEIT
                 " SEK <= GRENZE " GW-MAXRAEUMZEIT " SEK"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       KONFORMITAET-PRUEFEN-EXIT. EXIT.

       SENSITIVITAET-RECHNEN SECTION.
      *    WIE VIEL RESERVE HAT DIE ETAGE, WENN DIE MENSCHEN LANGSAMER
      *    SIND (AELTERE BESUCHER, RAUCH, VOLLE KANTINE) ODER DIE
      *    TUEREN WENIGER DURCHLASSEN? NUR WENN SIMBEREICH.txt
      *    VORHANDEN IST, JE SATZ FESTE STELLEN:
      *    SATZ 'SCHRITT' (STELLE 1-7): SEKUNDEN JE SCHRITT VON
      *         (STELLE 9-11) BIS (13-15) IN STUFEN VON (17-19)
      *    SATZ 'TUER'    (STELLE 1-4): DURCHLASS ALLER TUEREN UND
      *         AUSGAENGE IN PROZENT DES GEPFLEGTEN WERTS VON (9-11)
      *         BIS (13-15) IN STUFEN VON (17-19)
      *    FEHLT EIN SATZ, GILT NUR DER WERT AUS SIMPARAM.txt BZW.
      *    100 PROZENT; JE BEREICH HOECHSTENS 10 WERTE. DIE TABELLE
      *    STEHT IM BERICHT DER ETAGE: ZEILEN = SEK/SCHRITT STEIGEND,
      *    SPALTEN = DURCHLASS FALLEND, D.H. NACH RECHTS UND UNTEN
      *    WIRD ES UNGUENSTIGER. ZEILENWEISE GELESEN WIRD DIE ERSTE
      *    KOMBINATION UEBER DER RAEUMZEIT-GRENZE AUS GRENZWERTE.txt
      *    MIT '*' MARKIERT, JEDE WEITERE MIT '+'. DIE RAUCHAUS-
      *    BREITUNG WIRD IM SENSITIVITAETSLAUF NICHT GERECHNET
           INITIALIZE SENSIBEREICH.
           OPEN INPUT BEREICHEIN.
           IF WS-SB-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-SB-STATUS NOT = '00'
              MOVE SPACES TO BEREICHSATZ
              READ BEREICHEIN
                 AT END CONTINUE
              END-READ
              IF WS-SB-STATUS = '00'
               AND BEREICHSATZ(9:3) IS NUMERIC
               AND BEREICHSATZ(13:3) IS NUMERIC
                 MOVE BEREICHSATZ(9:3)  TO SB-VON
                 MOVE BEREICHSATZ(13:3) TO SB-BIS
                 MOVE 1 TO SB-WEITE
                 IF BEREICHSATZ(17:3) IS NUMERIC
                  AND BEREICHSATZ(17:3) NOT = '000'
                    MOVE BEREICHSATZ(17:3) TO SB-WEITE
                 END-IF
                 IF SB-VON = 0
                    MOVE 1 TO SB-VON
                 END-IF
                 IF SB-BIS < SB-VON
                    MOVE SB-VON TO SB-BIS
                 END-IF
                 EVALUATE TRUE
                    WHEN BEREICHSATZ(1:7) = 'SCHRITT'
                       MOVE 0 TO SB-SEK-ANZAHL
                       MOVE SB-VON TO SB-WERT
                       PERFORM UNTIL SB-WERT > SB-BIS
                          OR SB-SEK-ANZAHL NOT < 10
                          ADD 1 TO SB-SEK-ANZAHL
                          MOVE SB-WERT TO SB-SEK(SB-SEK-ANZAHL)
                          ADD SB-WEITE TO SB-WERT
                       END-PERFORM
      *             DURCHLASS FALLEND EINTRAGEN: VOM BESTEN FALL AN
                    WHEN BEREICHSATZ(1:4) = 'TUER'
                       MOVE 0 TO SB-PROZ-ANZAHL
                       MOVE SB-BIS TO SB-WERT
                       PERFORM UNTIL SB-WERT < SB-VON
                          OR SB-PROZ-ANZAHL NOT < 10
                          ADD 1 TO SB-PROZ-ANZAHL
                          MOVE SB-WERT TO SB-PROZ(SB-PROZ-ANZAHL)
                          IF SB-WERT < SB-WEITE
                             MOVE 0 TO SB-WERT
                          ELSE
                             SUBTRACT SB-WEITE FROM SB-WERT
                          END-IF
                       END-PERFORM
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE BEREICHEIN.
           IF SB-SEK-ANZAHL = 0
              MOVE 1 TO SB-SEK-ANZAHL
              MOVE SIM-SEKPROSCHRITT TO SB-SEK(1)
           END-IF.
           IF SB-PROZ-ANZAHL = 0
              MOVE 1 TO SB-PROZ-ANZAHL
              MOVE 100 TO SB-PROZ(1)
           END-IF.
           MOVE 1 TO SB-I.
           PERFORM UNTIL SB-I > SB-SEK-ANZAHL
              MOVE 1 TO SB-J
              PERFORM UNTIL SB-J > SB-PROZ-ANZAHL
                 PERFORM SENSITIVITAET-KOMBINATION
                 ADD 1 TO SB-J
              END-PERFORM
              ADD 1 TO SB-I
           END-PERFORM.
           PERFORM SENSITIVITAET-AUSGEBEN.
       SENSITIVITAET-RECHNEN-EXIT. EXIT.

       SENSITIVITAET-KOMBINATION SECTION.
      *    KOMBINATION SB-I/SB-J: GEHGESCHWINDIGKEIT ERSETZEN, JEDEN
      *    DURCHLASS (STANDARD, AUSGAENGE, INNENTUEREN) AUF DEN
      *    PROZENTSATZ SENKEN, MINDESTENS 1 PERSON JE MINUTE
           MOVE SIMPARAM TO SB-SIMPARAM.
           MOVE TUERSTAMM TO SB-TUERSTAMM.
           MOVE SB-SEK(SB-I) TO SB-SIM-SEKPROSCHRITT.
           MOVE 0 TO SB-SIM-BRAND-ZEILE.
           MOVE 0 TO SB-SIM-BRAND-STELLE.
           MOVE SB-SIM-STANDARDRATE TO SB-WERT.
           PERFORM SENSITIVITAET-RATE.
           MOVE SB-WERT TO SB-SIM-STANDARDRATE.
           MOVE 1 TO SB-K.
           PERFORM UNTIL SB-K > SB-SIM-AUSGANGANZAHL
              MOVE SB-SIM-AUS-RATE(SB-K) TO SB-WERT
              PERFORM SENSITIVITAET-RATE
              MOVE SB-WERT TO SB-SIM-AUS-RATE(SB-K)
              ADD 1 TO SB-K
           END-PERFORM.
           MOVE 1 TO SB-K.
           PERFORM UNTIL SB-K > SB-TS-ANZAHL
              MOVE SB-TS-RATE(SB-K) TO SB-WERT
              PERFORM SENSITIVITAET-RATE
              MOVE SB-WERT TO SB-TS-RATE(SB-K)
              ADD 1 TO SB-K
           END-PERFORM.
           CALL 'LABZEIT' USING POSBESUCH, SB-SIMPARAM, SB-ZEITBERICHT,
              WS-KOLLISIONSANZAHL, WS-KOLL-ROH, STARTVERZOEG,
              LABYRINTH, LEGENDE, SB-TUERSTAMM.
           MOVE SB-ZB-RAEUMZEIT TO SB-RAEUMZEIT(SB-I SB-J).
       SENSITIVITAET-KOMBINATION-EXIT. EXIT.

       SENSITIVITAET-RATE SECTION.
           IF SB-WERT > 0
              COMPUTE SB-WERT ROUNDED =
                 SB-WERT * SB-PROZ(SB-J) / 100
              IF SB-WERT = 0
                 MOVE 1 TO SB-WERT
              END-IF
           END-IF.
       SENSITIVITAET-RATE-EXIT. EXIT.

       SENSITIVITAET-AUSGEBEN SECTION.
           MOVE 0 TO SB-ERSTE-I.
           MOVE 0 TO SB-ERSTE-J.
           MOVE SPACES TO AUSGEBEN.
           STRING "SENSITIVITAET (SIMBEREICH.txt): RAEUMZEIT IN SEK JE "
              "GEHGESCHWINDIGKEIT UND TUERDURCHLASS"
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           IF GW-GEFUNDEN = 1 AND GW-MAXRAEUMZEIT > 0
              STRING "  GRENZE (GRENZWERTE.txt): " GW-MAXRAEUMZEIT
                 " SEK, * = ERSTE UEBERSCHREITUNG, + = WEITERE"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           ELSE
              MOVE "  KEINE RAEUMZEIT-GRENZE FUER DIESE ETAGE"
                 TO AUSGEBEN
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           MOVE "  SEK/SCHRITT" TO AUSGEBEN.
           MOVE 1 TO SB-J.
           PERFORM UNTIL SB-J > SB-PROZ-ANZAHL
              COMPUTE SB-SPALTE = 15 + (SB-J - 1) * 8
              STRING SB-PROZ(SB-J) "%" DELIMITED BY SIZE
                 INTO AUSGEBEN(SB-SPALTE + 2:4)
              END-STRING
              ADD 1 TO SB-J
           END-PERFORM.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           MOVE 1 TO SB-I.
           PERFORM UNTIL SB-I > SB-SEK-ANZAHL
              MOVE SB-SEK(SB-I) TO AUSGEBEN(5:3)
              MOVE 1 TO SB-J
              PERFORM UNTIL SB-J > SB-PROZ-ANZAHL
                 COMPUTE SB-SPALTE = 15 + (SB-J - 1) * 8
                 MOVE SB-RAEUMZEIT(SB-I SB-J)
                    TO AUSGEBEN(SB-SPALTE:5)
                 IF GW-GEFUNDEN = 1 AND GW-MAXRAEUMZEIT > 0
                  AND SB-RAEUMZEIT(SB-I SB-J) > GW-MAXRAEUMZEIT
                    IF SB-ERSTE-I = 0
                       MOVE SB-I TO SB-ERSTE-I
                       MOVE SB-J TO SB-ERSTE-J
                       MOVE "*" TO AUSGEBEN(SB-SPALTE + 5:1)
                    ELSE
                       MOVE "+" TO AUSGEBEN(SB-SPALTE + 5:1)
                    END-IF
                 END-IF
                 ADD 1 TO SB-J
              END-PERFORM
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
              ADD 1 TO SB-I
           END-PERFORM.
           IF GW-GEFUNDEN = 0 OR GW-MAXRAEUMZEIT = 0
              EXIT SECTION
           END-IF.
           IF SB-ERSTE-I = 0
              STRING "  KEINE KOMBINATION UEBERSCHREITET DIE GRENZE"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           ELSE
              STRING "  ERSTE UEBERSCHREITUNG BEI "
                 SB-SEK(SB-ERSTE-I) " SEK/SCHRITT UND "
                 SB-PROZ(SB-ERSTE-J) "% DURCHLASS: RAEUMZEIT "
                 SB-RAEUMZEIT(SB-ERSTE-I SB-ERSTE-J) " > "
                 GW-MAXRAEUMZEIT " SEK"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           COMPUTE SB-RESERVE = GW-MAXRAEUMZEIT - ZB-RAEUMZEIT.
           MOVE SB-RESERVE TO SB-RESERVE-ANZ.
           STRING "  RESERVE IM NORMALLAUF (" SIM-SEKPROSCHRITT
              " SEK/SCHRITT, 100%): " SB-RESERVE-ANZ " SEK"
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       SENSITIVITAET-AUSGEBEN-EXIT. EXIT.

       KONFORM-WEG-SCHRITTE SECTION.
           IF WS-GW-MAXWEG > GW-MAXWEG
              STRING "  WEGLAENGE: FAIL, LAENGSTER WEG "
                 WS-GW-MAXWEG " > GRENZE " GW-MAXWEG
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              PERFORM KONFORM-VERLETZUNG
           ELSE
              STRING "  WEGLAENGE: PASS, LAENGSTER WEG "
                 WS-GW-MAXWEG " <= GRENZE " GW-MAXWEG
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           END-IF.
       KONFORM-WEG-SCHRITTE-EXIT. EXIT.

       KONFORM-WEG-METER SECTION.
      *    GRENZE IN METERN: DER LAENGSTE WEG WIRD UEBER DEN MASSSTAB
      *    DER ETAGE UMGERECHNET. OHNE MASSSTAB IST DIE REGEL NICHT
      *    PRUEFBAR UND GILT ALS VERLETZT - EINE STILLE PRUEFUNG IN
      *    SCHRITTEN WUERDE EINE FALSCHE KONFORMITAET VORTAEUSCHEN
           IF WS-MS-GEFUNDEN = 0
              STRING "  WEGLAENGE: FAIL, NICHT PRUEFBAR - KEIN "
                 "MASSSTAB FUER DIESE ETAGE (GRENZE " GW-MAXWEG " M)"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              PERFORM KONFORM-VERLETZUNG
              EXIT SECTION
           END-IF.
           MOVE WS-GW-MAXWEG TO WS-MS-SCHRITTE.
           PERFORM METER-RECHNEN.
           IF WS-MS-WEG > GW-MAXWEG
              STRING "  WEGLAENGE: FAIL, LAENGSTER WEG "
                        DELIMITED BY SIZE
                 WS-MS-TEXT DELIMITED BY "  "
                 " > GRENZE " GW-MAXWEG " M" DELIMITED BY SIZE
                 INTO AUSGEBEN
              END-STRING
              PERFORM KONFORM-VERLETZUNG
           ELSE
              STRING "  WEGLAENGE: PASS, LAENGSTER WEG "
                        DELIMITED BY SIZE
                 WS-MS-TEXT DELIMITED BY "  "
                 " <= GRENZE " GW-MAXWEG " M" DELIMITED BY SIZE
                 INTO AUSGEBEN
              END-STRING
           END-IF.
       KONFORM-WEG-METER-EXIT. EXIT.

       KONFORM-VERLETZUNG SECTION.
      *    DIE FAIL-ZEILE STEHT ZU DIESEM ZEITPUNKT NOCH UNGESCHRIE-
      *    BEN IN AUSGEBEN UND DIENT ZUGLEICH ALS MELDUNGSTEXT
           MOVE 'N' TO WS-KONFORM.
           IF WS-KONFORM-GRUND = SPACES
              MOVE AUSGEBEN(3:60) TO WS-KONFORM-GRUND
           END-IF.
           MOVE 'LABY303E' TO MELD-ID.
           MOVE FILENAME TO MELD-DATEI.
           MOVE SPACES TO MELD-TEXT.
      *      STELLE  96- 98  ETAGE
      *      STELLE 100-113  LAUFZEITPUNKT JJJJMMTTHHMMSS
      *      STELLE 115-116  GENERATION
      *      STELLE 118-122  METER JE ZELLE, 99V999 OHNE KOMMA
      *                      (00000 = KEIN MASSSTAB GEPFLEGT)
      *    SATZART 02 - BESUCHER, JE BESUCHER EINMAL:
      *      STELLE   1-  2  '02'
      *      STELLE   4      BESUCHERZEICHEN
      *      STELLE  22- 25  WEGLAENGE
      *      STELLE  27      ERGEBNIS O=WEG GEFUNDEN,
      *                      L=WEG ZU LANG, K=KEIN AUSGANG
      *      STELLE  29- 32  GEFAHRENZELLEN AUF DEM WEG
      *      STELLE  34      J=FLUCHT NUR DURCH GEFAHRENZONE, SONST N
      *      STELLE  36- 42  WEGLAENGE IN METERN, 1 NACHKOMMASTELLE
      *                      OHNE KOMMA (0000000 = KEIN MASSSTAB)
      *    SATZART 03 - KOLLISION, JE KOLLISION EINMAL:
      *      STELLE   1-  2  '03'
      *      STELLE   4-  7  SCHRITT
           MOVE KOPF-ETAGE       TO EXPSATZ(96:3).
           MOVE WS-LAUFZEIT(1:14) TO EXPSATZ(100:14).
           MOVE WS-GEN-NR        TO EXPSATZ(115:2).
           MOVE WS-MS-METER-X    TO EXPSATZ(118:5).
           WRITE EXPSATZ.
           MOVE 1 TO WS-EXP-I.
           PERFORM UNTIL WS-EXP-I > 15
                    MOVE 'O' TO WS-EXP-CODE
                 END-IF
                 MOVE WS-EXP-CODE TO EXPSATZ(27:1)
                 MOVE WS-GF-VZELLEN(WS-EXP-I) TO EXPSATZ(29:4)
                 MOVE 0 TO WS-MS-WEG
                 IF WS-EXP-CODE = 'O'
                    MOVE PFAD-LAENGE(WS-EXP-I) TO WS-MS-SCHRITTE
                    PERFORM METER-RECHNEN
                 END-IF
                 MOVE WS-MS-WEG-X TO EXPSATZ(36:7)
                 IF GZ-NUR-GEFAHR(WS-EXP-I) = 'J'
                    MOVE 'J' TO EXPSATZ(34:1)
                 ELSE
                    MOVE 'N' TO EXPSATZ(34:1)
                 END-IF
                 WRITE EXPSATZ
              END-IF
              ADD 1 TO WS-EXP-I
           CLOSE EXPORTOUT.
       EXPORT-SCHREIBEN-EXIT. EXIT.

       ZEICHNUNG-SCHREIBEN SECTION.
      *    WEGE ALS VEKTORZEICHNUNG (SVG UND DXF) FUER DAS CAD DER
      *    HAUSTECHNIK, NEBEN DEM .EXP UND WIE DIESES JE LAUF NEU;
      *    EIN VORSCHAULAUF SCHREIBT .SVG.VORSCHAU/.DXF.VORSCHAU
           MOVE SPACES TO ZEICHNUNGSKOPF.
           STRING "resources/out/" DELIMITED BY SIZE
                  FILENAME          DELIMITED BY SPACE
                  INTO ZK-PFAD
           END-STRING.
           IF WS-AUFRUFMODUS = 'VORSCHAU'
              MOVE ".VORSCHAU" TO ZK-ZUSATZ
           END-IF.
           MOVE KOPF-SITE  TO ZK-SITE.
           MOVE KOPF-ETAGE TO ZK-ETAGE.
           CALL 'LABVEKT' USING ZEICHNUNGSKOPF, LABYRINTH, LEGENDE,
              POSBESUCH, ROSTER, SAMMELPUNKTE.
           MOVE SPACES TO AUSGEBEN.
           IF ZK-STATUS = '00'
              STRING "ZEICHNUNG (SVG/DXF): " DELIMITED BY SIZE
                 ZK-PFAD DELIMITED BY SPACE
                 ".SVG/.DXF" DELIMITED BY SIZE
                 ZK-ZUSATZ DELIMITED BY SPACE
                 " - " ZK-WEGE " WEGE, " ZK-ZWEITWEGE " ZWEITWEGE"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           ELSE
              STRING "ZEICHNUNG (SVG/DXF) NICHT GESCHRIEBEN, "
                 "DATEISTATUS " ZK-STATUS
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       ZEICHNUNG-SCHREIBEN-EXIT. EXIT.

       SZENARIO-LESEN SECTION.
      *    UEBUNGSSZENARIO JE EINGABEDATEI (WIE DIE .ZIELE-DATEI):
      *    <DATEINAME>.SZENARIO, ZEILE 1 DER SZENARIONAME, AB ZEILE 2
      *    JE SATZ ZEILE (STELLE 1-3) UND STELLE (4-6) EINES FUER
      *    DIESEN LAUF GESPERRTEN AUSGANGS; EIN SATZ 'BRAND' (STELLE
      *    1-5) MIT ZEILE (7-9) UND STELLE (10-12) SETZT DEN BRANDHERD
      *    FUER DIE RAUCHSIMULATION IN LABZEIT. DIE FELDER WERDEN NUR IM
      *    ARBEITSSPEICHER ZU WAENDEN - DER GRUNDRISS AUF PLATTE
      *    BLEIBT UNBERUEHRT, NIEMAND MUSS MEHR DIE STAMMDATEI FUER
      *    EINE UEBUNG VERBIEGEN. LABPRUEF MELDET DANACH VON SELBST
                 READ SZENEIN INTO SZENZEILE
                    AT END CONTINUE
                 END-READ
                 IF WS-SZEN-STATUS = '00'
                  AND SZENZEILE(1:5) = 'BRAND'
                    PERFORM BRANDHERD-UEBERNEHMEN
                 END-IF
                 IF WS-SZEN-STATUS = '00'
                  AND SZENZEILE(1:6) IS NUMERIC
                    MOVE SZENZEILE(1:3) TO WS-SZEN-ZEILE
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           IF WS-SZEN-BRANDZ > 0
              STRING "SZENARIO: BRANDHERD " WS-SZEN-BRANDZ "/"
                 WS-SZEN-BRANDS
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
           END-IF.
      *    WEDER VORSCHAU NOCH PRUEFLAUF ERFUELLEN EINE ECHTE
      *    UEBUNG: DER NAECHTLICHE VALIDIERUNGSSCHRITT (STEP010,
      *    MODUS PRUEFEN) LAEUFT VOR DEM LOESUNGSSCHRITT - WUERDE
           END-IF.
       SZENARIO-LESEN-EXIT. EXIT.

       BRANDHERD-UEBERNEHMEN SECTION.
      *    BRANDHERD DES SZENARIOS: MUSS EIN OFFENES FELD INNERHALB
      *    DES RASTERS SEIN, SONST WIRD DER SATZ ALS IGNORIERT
      *    AUSGEWIESEN UND OHNE RAUCHSIMULATION GERECHNET
           IF SZENZEILE(7:6) IS NUMERIC
              MOVE SZENZEILE(7:3)  TO WS-SZEN-ZEILE
              MOVE SZENZEILE(10:3) TO WS-SZEN-STELLE
              IF WS-SZEN-ZEILE > 0
               AND WS-SZEN-ZEILE NOT > WS-SZEN-MAXZEILE
               AND WS-SZEN-STELLE > 0
               AND WS-SZEN-STELLE NOT > WS-SZEN-BREITE
                 IF LABZEILE(WS-SZEN-ZEILE)(WS-SZEN-STELLE:1)
                    NOT = LEG-WAND
                    MOVE WS-SZEN-ZEILE  TO WS-SZEN-BRANDZ
                    MOVE WS-SZEN-STELLE TO WS-SZEN-BRANDS
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO AUSGEBEN.
           STRING "SZENARIO: BRANDHERD IGNORIERT (KEIN OFFENES FELD "
              "IM RASTER): " SZENZEILE(7:6)
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       BRANDHERD-UEBERNEHMEN-EXIT. EXIT.

       UEBUNGSPLAN-PRUEFEN SECTION.
      *    UEBUNGSPLAN.txt, JE SATZ FESTE STELLEN:
      *    STELLE   1- 50  DATEINAME
                 TO ZIEL-ZEILE(WS-PA-HELFER)
              MOVE STELLE(WS-PA-BETREUT)
                 TO ZIEL-STELLE(WS-PA-HELFER)
              CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
                 GEFAHRENZONEN
              MOVE PFAD-LAENGE(WS-PA-HELFER)
                 TO PA-LEG1-LAENGE(WS-PA-I)
              IF PFAD-LAENGE(WS-PA-HELFER) NOT = 9999
              ADD 1 TO WS-PA-I
           END-PERFORM.
      *    URSPRUENGLICHE WEGE ALLER BESUCHER WIEDERHERSTELLEN
           CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
              GEFAHRENZONEN.
           MOVE 1 TO WS-PA-I.
           PERFORM UNTIL WS-PA-I > PA-ANZAHL
              PERFORM PAAR-ZUSAMMENSETZEN
           END-IF.
       STARTZEITEN-LESEN-EXIT. EXIT.

       MASSSTAB-LESEN SECTION.
      *    MASSSTAB DER ETAGE AUS MASSSTAB.txt, JE SATZ FESTE STELLEN:
      *    STELLE  1-40  SITE   (WIE KOPF-SITE)
      *    STELLE 41-43  ETAGE  (WIE KOPF-ETAGE)
      *    STELLE 44-48  METER JE RASTERZELLE, 2 VOR- UND 3 NACH-
      *                  KOMMASTELLEN OHNE KOMMA (01500 = 1,5 M)
      *    EINE ETAGE OHNE EINTRAG WIRD AUSDRUECKLICH GEMELDET
      *    (LABY306W) UND IM BERICHT NUR IN SCHRITTEN GEMESSEN
           MOVE 0 TO WS-MS-GEFUNDEN.
           MOVE 0 TO WS-MS-METER.
           OPEN INPUT MASSEIN.
           IF WS-MASS-STATUS = '00'
              PERFORM UNTIL WS-MASS-STATUS NOT = '00'
                 READ MASSEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-MASS-STATUS = '00'
                  AND MASSSATZ(1:40) = KOPF-SITE
                  AND MASSSATZ(41:3) = KOPF-ETAGE
                  AND MASSSATZ(44:5) IS NUMERIC
                  AND MASSSATZ(44:5) NOT = '00000'
                    MOVE 1 TO WS-MS-GEFUNDEN
                    MOVE MASSSATZ(44:5) TO WS-MS-METER-X
                 END-IF
              END-PERFORM
              CLOSE MASSEIN
           END-IF.
           MOVE SPACES TO AUSGEBEN.
           IF WS-MS-GEFUNDEN = 1
              MOVE WS-MS-METER TO WS-MS-METER-ANZ
              STRING "MASSSTAB: " WS-MS-METER-ANZ " M JE ZELLE"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
           ELSE
              STRING "MASSSTAB: KEIN EINTRAG FUER " DELIMITED BY SIZE
                 KOPF-SITE DELIMITED BY "  "
                 "/" KOPF-ETAGE " IN MASSSTAB.txt - ENTFERNUNGEN NUR"
                 " IN SCHRITTEN"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              MOVE 'LABY306W' TO MELD-ID
              MOVE FILENAME TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "KEIN MASSSTAB FUER " DELIMITED BY SIZE
                 KOPF-SITE DELIMITED BY "  "
                 "/" KOPF-ETAGE DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL 'LABMELD' USING MELDUNG
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       MASSSTAB-LESEN-EXIT. EXIT.

       METER-RECHNEN SECTION.
      *    WS-MS-SCHRITTE UEBER DEN MASSSTAB IN METER UMRECHNEN;
      *    WS-MS-TEXT ENTHAELT DIE LINKSBUENDIGE ANZEIGE ("13.5 M")
      *    ODER DEN HINWEIS AUF DEN FEHLENDEN MASSSTAB
           MOVE SPACES TO WS-MS-TEXT.
           IF WS-MS-GEFUNDEN = 0
              MOVE 0 TO WS-MS-WEG
              MOVE "KEIN MASSSTAB" TO WS-MS-TEXT
              EXIT SECTION
           END-IF.
           COMPUTE WS-MS-WEG ROUNDED = WS-MS-SCHRITTE * WS-MS-METER.
           MOVE WS-MS-WEG TO WS-MS-WEG-ANZ.
           MOVE 0 TO WS-MS-LEER.
           INSPECT WS-MS-WEG-ANZ TALLYING WS-MS-LEER
              FOR LEADING SPACE.
           STRING WS-MS-WEG-ANZ(WS-MS-LEER + 1:) " M"
              DELIMITED BY SIZE INTO WS-MS-TEXT
           END-STRING.
       METER-RECHNEN-EXIT. EXIT.

       GEFAHR-LESEN SECTION.
      *    GEFAHRENZONEN JE EINGABEDATEI (WIE DIE .ATTR-DATEI):
      *    <DATEINAME>.GEFAHR, JE SATZ EINE ZELLE ODER EIN RECHTECK:
      *    STELLE  1- 3  ZEILE  VON
      *    STELLE  4- 6  STELLE VON
      *    STELLE  7- 9  ZEILE  BIS (000 = NUR DIE EINZELZELLE)
      *    STELLE 10-12  STELLE BIS (000 = NUR DIE EINZELZELLE)
      *    STELLE 14-15  STRAFGEWICHT 01-99 (ZUSATZKOSTEN JE SCHRITT)
      *    STELLE 17-46  BEZEICHNUNG (NUR ZUR DOKUMENTATION)
      *    UEBERLAPPEN SICH ZONEN, GILT DAS HOEHERE GEWICHT. ZIEL 'H'
      *    FUELLT DIE ZONEN DER AKTUELLEN ETAGE, 'U' DIE DER
      *    ANSCHLUSSETAGE; WS-GF-MAXZ/-MAXS SIND DIE RASTERGRENZEN
           IF WS-GF-ZIEL = 'U'
              INITIALIZE UG-GEFAHRENZONEN
           ELSE
              INITIALIZE GEFAHRENZONEN
              MOVE 1 TO WS-GF-I
              PERFORM UNTIL WS-GF-I > 15
                 MOVE 0 TO WS-GF-VZELLEN(WS-GF-I)
                 ADD 1 TO WS-GF-I
              END-PERFORM
           END-IF.
           MOVE 0 TO WS-GF-BEREICHE.
           MOVE SPACES TO WS-GEFPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  WS-GF-DATEI       DELIMITED BY SPACE
                  ".GEFAHR"         DELIMITED BY SIZE
                  INTO WS-GEFPFAD
           END-STRING.
           OPEN INPUT GEFEIN.
           IF WS-GEF-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-GEF-STATUS NOT = '00'
              READ GEFEIN
                 AT END CONTINUE
              END-READ
              IF WS-GEF-STATUS = '00'
               AND GEFSATZ NOT = SPACES
                 PERFORM GEFAHR-SATZ-EINTRAGEN
              END-IF
           END-PERFORM.
           CLOSE GEFEIN.
           IF WS-GF-ZIEL = 'H' AND WS-GF-BEREICHE > 0
              MOVE SPACES TO AUSGEBEN
              STRING "GEFAHRENZONEN: " WS-GF-BEREICHE " BEREICHE, "
                 GZ-ANZAHL " ZELLEN (KOSTENGEWICHTETE WEGSUCHE)"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
           END-IF.
       GEFAHR-LESEN-EXIT. EXIT.

       GEFAHR-SATZ-EINTRAGEN SECTION.
      *    EINEN SATZ PRUEFEN UND SEIN RECHTECK EINTRAGEN; UNGUELTIGE
      *    ODER AUSSERHALB DES RASTERS LIEGENDE SAETZE WERDEN FUER DIE
      *    AKTUELLE ETAGE IM BERICHT AUSGEWIESEN UND UEBERGANGEN
           IF GEFSATZ(1:12) IS NOT NUMERIC
            OR GEFSATZ(14:2) IS NOT NUMERIC
              PERFORM GEFAHR-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           MOVE GEFSATZ(1:3)   TO WS-GF-Z1.
           MOVE GEFSATZ(4:3)   TO WS-GF-S1.
           MOVE GEFSATZ(7:3)   TO WS-GF-Z2.
           MOVE GEFSATZ(10:3)  TO WS-GF-S2.
           MOVE GEFSATZ(14:2)  TO WS-GF-GEW.
           IF WS-GF-Z2 = 0 AND WS-GF-S2 = 0
              MOVE WS-GF-Z1 TO WS-GF-Z2
              MOVE WS-GF-S1 TO WS-GF-S2
           END-IF.
           IF WS-GF-GEW = 0
            OR WS-GF-Z1 = 0 OR WS-GF-S1 = 0
            OR WS-GF-Z2 < WS-GF-Z1 OR WS-GF-S2 < WS-GF-S1
            OR WS-GF-Z2 > WS-GF-MAXZ OR WS-GF-S2 > WS-GF-MAXS
              PERFORM GEFAHR-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           ADD 1 TO WS-GF-BEREICHE.
           MOVE WS-GF-Z1 TO WS-GF-Z.
           PERFORM UNTIL WS-GF-Z > WS-GF-Z2
              MOVE WS-GF-S1 TO WS-GF-S
              PERFORM UNTIL WS-GF-S > WS-GF-S2
                 IF WS-GF-ZIEL = 'U'
                    IF UGZ-GEWICHT(WS-GF-Z WS-GF-S) = 0
                       ADD 1 TO UGZ-ANZAHL
                    END-IF
                    IF UGZ-GEWICHT(WS-GF-Z WS-GF-S) < WS-GF-GEW
                       MOVE WS-GF-GEW TO UGZ-GEWICHT(WS-GF-Z WS-GF-S)
                    END-IF
                 ELSE
                    IF GZ-GEWICHT(WS-GF-Z WS-GF-S) = 0
                       ADD 1 TO GZ-ANZAHL
                    END-IF
                    IF GZ-GEWICHT(WS-GF-Z WS-GF-S) < WS-GF-GEW
                       MOVE WS-GF-GEW TO GZ-GEWICHT(WS-GF-Z WS-GF-S)
                    END-IF
                 END-IF
                 ADD 1 TO WS-GF-S
              END-PERFORM
              ADD 1 TO WS-GF-Z
           END-PERFORM.
       GEFAHR-SATZ-EINTRAGEN-EXIT. EXIT.

       TUEREN-LESEN SECTION.
      *    TUERSTAMM JE EINGABEDATEI (WIE DIE .GEFAHR-DATEI):
      *    <DATEINAME>.TUEREN, JE SATZ EINE INNENTUER:
      *    STELLE  1- 3  ZEILE
      *    STELLE  4- 6  STELLE
      *    STELLE  8-10  DURCHLASS IN PERSONEN JE MINUTE (> 0)
      *    STELLE 12-15  LICHTE BREITE IN ZENTIMETERN
      *    STELLE 17-36  BEZEICHNUNG (Z.B. "BRANDSCHUTZTUER OST")
      *    DIE ZELLE MUSS IM RASTER DAS TUERZEICHEN TRAGEN. TUERZELLEN
      *    OHNE STAMMSATZ LAUFEN MIT DEM STANDARDDURCHLASS UND WERDEN
      *    IM BERICHT AUSGEWIESEN
           INITIALIZE TUERSTAMM.
           MOVE SPACES TO WS-TUERPFAD.
           STRING "resources/in/" DELIMITED BY SIZE
                  FILENAME          DELIMITED BY SPACE
                  ".TUEREN"         DELIMITED BY SIZE
                  INTO WS-TUERPFAD
           END-STRING.
           OPEN INPUT TUEREIN.
           IF WS-TUER-STATUS = '00'
              PERFORM UNTIL WS-TUER-STATUS NOT = '00'
                 READ TUEREIN
                    AT END CONTINUE
                 END-READ
                 IF WS-TUER-STATUS = '00'
                  AND TUERSATZ NOT = SPACES
                    PERFORM TUER-SATZ-EINTRAGEN
                 END-IF
              END-PERFORM
              CLOSE TUEREIN
           END-IF.
      *    TUERZELLEN IM RASTER ZAEHLEN UND DIE OHNE STAMMSATZ MELDEN
           MOVE 0 TO WS-TU-RASTER.
           MOVE 0 TO WS-TU-OHNE.
           MOVE 1 TO WS-TU-Z.
           PERFORM UNTIL WS-TU-Z > LETZTEZEILE
              MOVE 1 TO WS-TU-S
              PERFORM UNTIL WS-TU-S > ENDEZEILE
                 IF LABZEILE(WS-TU-Z)(WS-TU-S:1) = LEG-TUER
                    ADD 1 TO WS-TU-RASTER
                    PERFORM TUER-IM-STAMM-SUCHEN
                    IF WS-TU-I > TS-ANZAHL
                       ADD 1 TO WS-TU-OHNE
                       MOVE SPACES TO AUSGEBEN
                       STRING "TUER " WS-TU-Z "/" WS-TU-S
                          " OHNE EINTRAG IN " FILENAME
                          DELIMITED BY SPACE
                          ".TUEREN - STANDARDDURCHLASS "
                          SIM-STANDARDRATE " PERS/MIN"
                          DELIMITED BY SIZE INTO AUSGEBEN
                       END-STRING
                       WRITE AUSGEBEN
                       MOVE SPACES TO AUSGEBEN
                    END-IF
                 END-IF
                 ADD 1 TO WS-TU-S
              END-PERFORM
              ADD 1 TO WS-TU-Z
           END-PERFORM.
           IF WS-TU-RASTER > 0 OR TS-ANZAHL > 0
              MOVE SPACES TO AUSGEBEN
              STRING "INNENTUEREN: " WS-TU-RASTER " IM RASTER, "
                 TS-ANZAHL " IM TUERSTAMM, " WS-TU-OHNE
                 " OHNE STAMMSATZ"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
           END-IF.
       TUEREN-LESEN-EXIT. EXIT.

       TUER-SATZ-EINTRAGEN SECTION.
           IF TUERSATZ(1:6) IS NOT NUMERIC
            OR TUERSATZ(8:3) IS NOT NUMERIC
            OR TUERSATZ(12:4) IS NOT NUMERIC
              PERFORM TUER-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           MOVE TUERSATZ(1:3) TO WS-TU-Z.
           MOVE TUERSATZ(4:3) TO WS-TU-S.
           IF WS-TU-Z = 0 OR WS-TU-S = 0
            OR WS-TU-Z > LETZTEZEILE OR WS-TU-S > ENDEZEILE
            OR TUERSATZ(8:3) = '000'
              PERFORM TUER-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           IF LABZEILE(WS-TU-Z)(WS-TU-S:1) NOT = LEG-TUER
              PERFORM TUER-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           PERFORM TUER-IM-STAMM-SUCHEN.
           IF WS-TU-I NOT > TS-ANZAHL OR TS-ANZAHL NOT < 30
              PERFORM TUER-SATZ-ABWEISEN
              EXIT SECTION
           END-IF.
           ADD 1 TO TS-ANZAHL.
           MOVE WS-TU-Z          TO TS-ZEILE(TS-ANZAHL).
           MOVE WS-TU-S          TO TS-STELLE(TS-ANZAHL).
           MOVE TUERSATZ(8:3)    TO TS-RATE(TS-ANZAHL).
           MOVE TUERSATZ(12:4)   TO TS-BREITE(TS-ANZAHL).
           MOVE TUERSATZ(17:20)  TO TS-NAME(TS-ANZAHL).
       TUER-SATZ-EINTRAGEN-EXIT. EXIT.

       TUER-IM-STAMM-SUCHEN SECTION.
           MOVE 1 TO WS-TU-I.
           PERFORM UNTIL WS-TU-I > TS-ANZAHL
              OR (TS-ZEILE(WS-TU-I) = WS-TU-Z
                 AND TS-STELLE(WS-TU-I) = WS-TU-S)
              ADD 1 TO WS-TU-I
           END-PERFORM.
       TUER-IM-STAMM-SUCHEN-EXIT. EXIT.

       TUER-SATZ-ABWEISEN SECTION.
      *    UNGUELTIG, KEINE TUERZELLE, DOPPELT ODER TABELLE VOLL
           MOVE SPACES TO AUSGEBEN.
           STRING "TUERSATZ UNGUELTIG, UEBERGANGEN: " TUERSATZ
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       TUER-SATZ-ABWEISEN-EXIT. EXIT.

       GEFAHR-SATZ-ABWEISEN SECTION.
           IF WS-GF-ZIEL = 'H'
              MOVE SPACES TO AUSGEBEN
              STRING "GEFAHRENZONE UNGUELTIG, UEBERGANGEN: "
                 GEFSATZ
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
           END-IF.
       GEFAHR-SATZ-ABWEISEN-EXIT. EXIT.

       GEFAHR-WEG-AUSGEBEN SECTION.
      *    JE BESUCHER MIT WEG: SCHRITTZAHL UND ZAHL DER DURCHQUERTEN
      *    GEFAHRENZELLEN (STARTFELD NICHT MITGEZAEHLT); FUEHRT KEIN
      *    WEG AN DEN GEFAHRENZONEN VORBEI, WIRD GEWARNT
           MOVE 0 TO WS-GF-VZELLEN(ZAEHLER).
           IF PFAD-LAENGE(ZAEHLER) = 0
            OR PFAD-LAENGE(ZAEHLER) = 9999
              EXIT SECTION
           END-IF.
           MOVE ZEILE(ZAEHLER)  TO WS-GF-Z.
           MOVE STELLE(ZAEHLER) TO WS-GF-S.
           MOVE 1 TO WS-GF-I.
           PERFORM UNTIL WS-GF-I > PFAD-LAENGE(ZAEHLER)
              EVALUATE PFAD(ZAEHLER)(WS-GF-I:1)
                 WHEN 'H' SUBTRACT 1 FROM WS-GF-Z
                 WHEN 'R' ADD      1 TO   WS-GF-S
                 WHEN 'U' ADD      1 TO   WS-GF-Z
                 WHEN 'L' SUBTRACT 1 FROM WS-GF-S
              END-EVALUATE
              IF GZ-GEWICHT(WS-GF-Z WS-GF-S) > 0
                 ADD 1 TO WS-GF-VZELLEN(ZAEHLER)
              END-IF
              ADD 1 TO WS-GF-I
           END-PERFORM.
           MOVE PFAD-LAENGE(ZAEHLER) TO WS-MS-SCHRITTE.
           PERFORM METER-RECHNEN.
           MOVE SPACES TO AUSGEBEN.
           STRING "WEGLAENGE: " PFAD-LAENGE(ZAEHLER) " SCHRITTE / "
                     DELIMITED BY SIZE
              WS-MS-TEXT DELIMITED BY "  "
              ", GEFAHRENZELLEN: " WS-GF-VZELLEN(ZAEHLER)
                     DELIMITED BY SIZE
              INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           IF GZ-NUR-GEFAHR(ZAEHLER) = 'J'
              STRING "SICHERHEITSBEFUND: BESUCHER "
                 BESUCHERZEICHEN(ZAEHLER)
                 " KANN NUR DURCH EINE GEFAHRENZONE FLIEHEN"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
              MOVE 'LABY305W' TO MELD-ID
              MOVE FILENAME TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "BESUCHER " BESUCHERZEICHEN(ZAEHLER)
                 ": KEIN WEG AUSSERHALB DER GEFAHRENZONEN ("
                 WS-GF-VZELLEN(ZAEHLER) " GEFAHRENZELLEN)"
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL 'LABMELD' USING MELDUNG
           END-IF.
       GEFAHR-WEG-AUSGEBEN-EXIT. EXIT.

       BARRIERE-HINWEIS-AUSGEBEN SECTION.
      *    FUER GEKENNZEICHNETE BESUCHER DEN UNTERSCHIED ZWISCHEN
      *    BARRIEREFREIEM UND UNEINGESCHRAENKTEM WEG AUSWEISEN;
      *    KEIN BARRIEREFREIER WEG TROTZ VORHANDENEM NORMALWEG IST
      *    EIN SICHERHEITSBEFUND UND WIRD ENTSPRECHEND DEUTLICH
      *    GEMELDET
           IF MOBIL-FLAG(ZAEHLER) NOT = 'M'
              EXIT SECTION
           END-IF.
           IF PFAD-LAENGE(ZAEHLER) = 9999
            AND PFAD-LAENGE-OHNE(ZAEHLER) NOT = 9999
              MOVE SPACES TO AUSGEBEN
              STRING "SICHERHEITSBEFUND: BESUCHER "
                 BESUCHERZEICHEN(ZAEHLER)
                 " HAT KEINEN BARRIEREFREIEN WEG"
                 " (UNEINGESCHRAENKT " PFAD-LAENGE-OHNE(ZAEHLER)
                 " SCHRITTE)"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
              MOVE 'LABY302W' TO MELD-ID
              MOVE FILENAME TO MELD-DATEI
              MOVE SPACES TO MELD-TEXT
              STRING "KEIN BARRIEREFREIER WEG FUER BESUCHER "
                 BESUCHERZEICHEN(ZAEHLER)
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
              CALL 'LABMELD' USING MELDUNG
              EXIT SECTION
           END-IF.
           IF PFAD-LAENGE(ZAEHLER) NOT = 9999
            AND PFAD-LAENGE-OHNE(ZAEHLER) NOT = 9999
            AND PFAD-LAENGE(ZAEHLER) > PFAD-LAENGE-OHNE(ZAEHLER)
              MOVE SPACES TO AUSGEBEN
              STRING "HINWEIS: BARRIEREFREIER WEG FUER BESUCHER "
                 BESUCHERZEICHEN(ZAEHLER)
                 " IST " PFAD-LAENGE(ZAEHLER)
                 " STATT " PFAD-LAENGE-OHNE(ZAEHLER)
                 " SCHRITTE"
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              WRITE AUSGEBEN
              MOVE SPACES TO AUSGEBEN
           END-IF.
       BARRIERE-HINWEIS-AUSGEBEN-EXIT. EXIT.

       AUSGANGSLAST-VERTEILEN SECTION.
      *    AUSGAENGE.txt, JE SATZ FESTE STELLEN:
      *    STELLE  1-50  DATEINAME
      *    STELLE 51-53  ZEILE DES AUSGANGS
      *    STELLE 54-56  STELLE DES AUSGANGS
      *    STELLE 57-59  KAPAZITAET (PERSONEN IM UEBUNGSFENSTER)
      *    SIND AUSGAENGE FUER DIE DATEI GEPFLEGT, WERDEN BESUCHER
      *    OHNE EIGENE ZIELVORGABE SO AUF DIE AUSGAENGE VERTEILT,
      *    DASS KEINER UEBER SEINE KAPAZITAET BELEGT WIRD, AUCH WENN
      *    EINZELNE DADURCH EINEN LAENGEREN WEG BEKOMMEN; DIE
      *    DISTANZEN LIEFERT JE AUSGANG EIN LABWEG-LAUF MIT
      *    GESETZTEM ZIEL
           MOVE 0 TO LV-ANZAHL.
           OPEN INPUT AUSGEIN.
           IF WS-AUSG-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-AUSG-STATUS NOT = '00'
              READ AUSGEIN
                 AT END CONTINUE
              END-READ
      *       GESPERRTE AUSGAENGE (AUSGPRUEF.MST) NEHMEN KEINE
      *       BESUCHER AUF
              MOVE 0 TO WS-GA-IDX
              IF WS-AUSG-STATUS = '00'
               AND AUSGSATZ(1:50) = FILENAME
               AND AUSGSATZ(51:9) IS NUMERIC
                 MOVE AUSGSATZ(51:3) TO WS-GA-ZEILE
                 MOVE AUSGSATZ(54:3) TO WS-GA-STELLE
                 PERFORM AUSGANGSSPERRE-SUCHEN
              END-IF
              IF WS-AUSG-STATUS = '00'
               AND AUSGSATZ(1:50) = FILENAME
               AND AUSGSATZ(51:9) IS NUMERIC
               AND LV-ANZAHL < 15
               AND WS-GA-IDX = 0
                 ADD 1 TO LV-ANZAHL
                 MOVE AUSGSATZ(51:3) TO LV-ZEILE(LV-ANZAHL)
                 MOVE AUSGSATZ(54:3) TO LV-STELLE(LV-ANZAHL)
                 MOVE AUSGSATZ(57:3) TO LV-KAPAZITAET(LV-ANZAHL)
                 MOVE LV-KAPAZITAET(LV-ANZAHL) TO LV-REST(LV-ANZAHL)
              END-IF
           END-PERFORM.
           CLOSE AUSGEIN.
           IF LV-ANZAHL = 0
              EXIT SECTION
           END-IF.
      *    ZIELVORGABEN MERKEN, MATRIX RECHNEN, DANN WIEDERHERSTELLEN
           MOVE 1 TO WS-LV-I.
           PERFORM UNTIL WS-LV-I > 15
              MOVE ZIEL-ZEILE(WS-LV-I)  TO LV-MERK-ZEILE(WS-LV-I)
              MOVE ZIEL-STELLE(WS-LV-I) TO LV-MERK-STELLE(WS-LV-I)
              ADD 1 TO WS-LV-I
           END-PERFORM.
           MOVE 1 TO WS-LV-E.
           PERFORM UNTIL WS-LV-E > LV-ANZAHL
                 END-IF
                 ADD 1 TO WS-LV-I
              END-PERFORM
              CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
                 GEFAHRENZONEN
              MOVE 1 TO WS-LV-I
              PERFORM UNTIL WS-LV-I > 15
                 MOVE PFAD-LAENGE(WS-LV-I)
           END-PERFORM.
       AUSGANGSLAST-VERTEILEN-EXIT. EXIT.

       AUSGANGSPRUEFUNG-LESEN SECTION.
      *    PRUEFSTAMM DER NOTAUSGAENGE (AUSGPRUEF.MST, SATZAUFBAU
      *    SIEHE LABAPRUF): EIN AUSGANG DIESER DATEI, DESSEN
      *    PRUEFUNG ZUM LAUFDATUM UEBERFAELLIG IST ODER DER BEI DER
      *    LETZTEN PRUEFUNG MAENGEL HATTE, WIRD FUER WEGSUCHE UND
      *    LASTVERTEILUNG GESPERRT - WIE EINE SZENARIO-SPERRE WIRD
      *    DIE ZELLE IM ARBEITSRASTER ZUR WAND (DAS RASTERECHO IST
      *    SCHON GESCHRIEBEN UND ZEIGT DEN UNVERAENDERTEN GRUNDRISS).
      *    VORHER RECHNET EIN LABWEG-LAUF DIE WEGE OHNE SPERRE, DAMIT
      *    UMLEITUNGEN-AUSGEBEN DIE BETROFFENEN BESUCHER NACHWEISEN
      *    KANN. FESTE ZIELVORGABEN AUF EINEN GESPERRTEN AUSGANG
      *    ENTFALLEN; DER BESUCHER WIRD WIE EINER OHNE VORGABE
      *    VERTEILT
           MOVE 0 TO GA-ANZAHL.
           MOVE 0 TO WS-GA-UMGELEITET.
           OPEN INPUT PRUEFEIN.
           IF WS-PRUEF-STATUS NOT = '00'
              EXIT SECTION
           END-IF.
           MOVE FILENAME TO AP-DATEI.
           MOVE 0 TO AP-ZEILE.
           MOVE 0 TO AP-STELLE.
           START PRUEFEIN KEY NOT LESS THAN AP-SCHLUESSEL
              INVALID KEY MOVE '23' TO WS-PRUEF-STATUS
           END-START.
           PERFORM UNTIL WS-PRUEF-STATUS NOT = '00'
              READ PRUEFEIN NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF WS-PRUEF-STATUS = '00'
                 IF AP-DATEI NOT = FILENAME
                    MOVE '10' TO WS-PRUEF-STATUS
                 ELSE
                    PERFORM AUSGANGSPRUEFUNG-BEWERTEN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRUEFEIN.
           IF GA-ANZAHL = 0
              EXIT SECTION
           END-IF.
           CALL 'LABWEG' USING LABYRINTH, POSBESUCH, LEGENDE,
              GEFAHRENZONEN.
           MOVE 1 TO WS-GA-B.
           PERFORM UNTIL WS-GA-B > 15
              PERFORM WEGENDE-ERMITTELN
              MOVE WS-GA-ZEILE          TO GA-ALT-ZEILE(WS-GA-B)
              MOVE WS-GA-STELLE         TO GA-ALT-STELLE(WS-GA-B)
              MOVE PFAD-LAENGE(WS-GA-B) TO GA-ALT-LAENGE(WS-GA-B)
              MOVE 'N' TO GA-ALT-VORGABE(WS-GA-B)
              IF ZEILE(WS-GA-B) NOT = 0
               AND ZIEL-ZEILE(WS-GA-B) NOT = 0
                 MOVE ZIEL-ZEILE(WS-GA-B)  TO WS-GA-ZEILE
                 MOVE ZIEL-STELLE(WS-GA-B) TO WS-GA-STELLE
                 PERFORM AUSGANGSSPERRE-SUCHEN
                 IF WS-GA-IDX > 0
                    MOVE 'J' TO GA-ALT-VORGABE(WS-GA-B)
                    MOVE 0 TO ZIEL-ZEILE(WS-GA-B)
                    MOVE 0 TO ZIEL-STELLE(WS-GA-B)
                 END-IF
              END-IF
              ADD 1 TO WS-GA-B
           END-PERFORM.
           MOVE 1 TO WS-GA-I.
           PERFORM UNTIL WS-GA-I > GA-ANZAHL
              MOVE LEG-WAND TO
                 LABZEILE(GA-ZEILE(WS-GA-I))(GA-STELLE(WS-GA-I):1)
              ADD 1 TO WS-GA-I
           END-PERFORM.
       AUSGANGSPRUEFUNG-LESEN-EXIT. EXIT.

       AUSGANGSPRUEFUNG-BEWERTEN SECTION.
      *    FAELLIG AM = LETZTE PRUEFUNG + INTERVALL; LIEGT ES VOR DEM
      *    LAUFDATUM (BZW. DEM STICHTAG IM NACHLAUF), IST DIE
      *    PRUEFUNG UEBERFAELLIG. OHNE GUELTIGES PRUEFDATUM GILT DER
      *    AUSGANG ALS UEBERFAELLIG. KOORDINATEN AUSSERHALB DES
      *    RASTERS ODER AUF EINER WAND SIND KEIN AUSGANG DIESES
      *    GRUNDRISSES UND BLEIBEN UNBERUECKSICHTIGT
           IF AP-ZEILE = 0 OR AP-ZEILE > LETZTEZEILE
            OR AP-STELLE = 0 OR AP-STELLE > ENDEZEILE
              EXIT SECTION
           END-IF.
           IF LABZEILE(AP-ZEILE)(AP-STELLE:1) = LEG-WAND
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GA-FAELLIG.
           IF AP-LETZTE IS NUMERIC
              MOVE AP-LETZTE TO WS-GA-LETZTE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-GA-LETZTE) = 0
                 COMPUTE WS-GA-FAELLIG = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-GA-LETZTE)
                    + AP-INTERVALL)
              END-IF
           END-IF.
           IF WS-GA-FAELLIG < WS-LAUFZEIT(1:8)
              MOVE 'U' TO WS-GA-GRUND
           ELSE
              IF AP-ERGEBNIS = 'M'
                 MOVE 'M' TO WS-GA-GRUND
              ELSE
                 EXIT SECTION
              END-IF
           END-IF.
           IF GA-ANZAHL NOT < 15
              EXIT SECTION
           END-IF.
           ADD 1 TO GA-ANZAHL.
           MOVE AP-ZEILE  TO GA-ZEILE(GA-ANZAHL).
           MOVE AP-STELLE TO GA-STELLE(GA-ANZAHL).
           MOVE WS-GA-GRUND TO GA-GRUND(GA-ANZAHL).
           MOVE SPACES TO WS-GA-DATUM.
           MOVE SPACES TO AUSGEBEN.
           MOVE SPACES TO MELD-TEXT.
           MOVE FILENAME TO MELD-DATEI.
           IF GA-GRUND(GA-ANZAHL) = 'U'
              IF WS-GA-FAELLIG = 0
                 MOVE "(KEIN DATUM)" TO WS-GA-DATUM
              ELSE
                 STRING WS-GA-FAELLIG(7:2) "." WS-GA-FAELLIG(5:2) "."
                    WS-GA-FAELLIG(1:4)
                    DELIMITED BY SIZE INTO WS-GA-DATUM
                 END-STRING
              END-IF
              STRING "AUSGANGSPRUEFUNG: AUSGANG " AP-ZEILE "/"
                 AP-STELLE " GESPERRT, PRUEFUNG FAELLIG SEIT "
                 WS-GA-DATUM
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              MOVE 'LABY308W' TO MELD-ID
              STRING "AUSGANG " AP-ZEILE "/" AP-STELLE
                 " PRUEFUNG UEBERFAELLIG, FAELLIG SEIT " WS-GA-DATUM
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
           ELSE
              STRING AP-LETZTE(7:2) "." AP-LETZTE(5:2) "."
                 AP-LETZTE(1:4)
                 DELIMITED BY SIZE INTO WS-GA-DATUM
              END-STRING
              STRING "AUSGANGSPRUEFUNG: AUSGANG " AP-ZEILE "/"
                 AP-STELLE " GESPERRT, MAENGEL BEI PRUEFUNG AM "
                 WS-GA-DATUM(1:10) ": " AP-BEMERKUNG
                 DELIMITED BY SIZE INTO AUSGEBEN
              END-STRING
              MOVE 'LABY309W' TO MELD-ID
              STRING "AUSGANG " AP-ZEILE "/" AP-STELLE
                 " MAENGEL BEI PRUEFUNG AM " WS-GA-DATUM
                 DELIMITED BY SIZE INTO MELD-TEXT
              END-STRING
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
           CALL 'LABMELD' USING MELDUNG.
       AUSGANGSPRUEFUNG-BEWERTEN-EXIT. EXIT.

       AUSGANGSSPERRE-SUCHEN SECTION.
      *    WS-GA-ZEILE/WS-GA-STELLE GEGEN DIE GESPERRTEN AUSGAENGE;
      *    LIEFERT DEN INDEX IN WS-GA-IDX, 0 = NICHT GESPERRT
           MOVE 0 TO WS-GA-IDX.
           MOVE 1 TO WS-GA-I.
           PERFORM UNTIL WS-GA-I > GA-ANZAHL
              IF GA-ZEILE(WS-GA-I) = WS-GA-ZEILE
               AND GA-STELLE(WS-GA-I) = WS-GA-STELLE
                 MOVE WS-GA-I TO WS-GA-IDX
              END-IF
              ADD 1 TO WS-GA-I
           END-PERFORM.
       AUSGANGSSPERRE-SUCHEN-EXIT. EXIT.

       WEGENDE-ERMITTELN SECTION.
      *    ENDZELLE DES WEGS VON BESUCHER WS-GA-B NACH
      *    WS-GA-ZEILE/WS-GA-STELLE, 0/0 OHNE BESUCHER ODER WEG
           MOVE 0 TO WS-GA-ZEILE.
           MOVE 0 TO WS-GA-STELLE.
           IF ZEILE(WS-GA-B) = 0 OR PFAD-LAENGE(WS-GA-B) = 9999
              EXIT SECTION
           END-IF.
           MOVE ZEILE(WS-GA-B)  TO WS-GA-ZEILE.
           MOVE STELLE(WS-GA-B) TO WS-GA-STELLE.
           MOVE 1 TO WS-GA-SCHRITT.
           PERFORM UNTIL WS-GA-SCHRITT > PFAD-LAENGE(WS-GA-B)
              EVALUATE PFAD(WS-GA-B)(WS-GA-SCHRITT:1)
                 WHEN 'H' SUBTRACT 1 FROM WS-GA-ZEILE
                 WHEN 'R' ADD      1 TO   WS-GA-STELLE
                 WHEN 'U' ADD      1 TO   WS-GA-ZEILE
                 WHEN 'L' SUBTRACT 1 FROM WS-GA-STELLE
              END-EVALUATE
              ADD 1 TO WS-GA-SCHRITT
           END-PERFORM.
       WEGENDE-ERMITTELN-EXIT. EXIT.

       UMLEITUNGEN-AUSGEBEN SECTION.
      *    BESUCHER, DEREN EIGENER WEG OHNE SPERRE AN EINEM
      *    GESPERRTEN AUSGANG GEENDET HAETTE, MIT ALTEM UND NEUEM
      *    AUSGANG UND BEIDEN WEGLAENGEN. VERGLICHEN WERDEN DIE WEGE
      *    VOR DEM ZUSAMMENSETZEN DER PAARUNGEN; WER NUR DURCH DIE
      *    VERSCHOBENE LASTVERTEILUNG EINEN ANDEREN AUSGANG BEKOMMT,
      *    GILT NICHT ALS UMGELEITET
           IF GA-ANZAHL = 0
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-GA-B.
           PERFORM UNTIL WS-GA-B > 15
              IF ZEILE(WS-GA-B) NOT = 0
                 MOVE GA-ALT-ZEILE(WS-GA-B)  TO WS-GA-ZEILE
                 MOVE GA-ALT-STELLE(WS-GA-B) TO WS-GA-STELLE
                 PERFORM AUSGANGSSPERRE-SUCHEN
                 IF WS-GA-IDX > 0
                    PERFORM UMLEITUNG-SCHREIBEN
                 END-IF
              END-IF
              ADD 1 TO WS-GA-B
           END-PERFORM.
           MOVE SPACES TO AUSGEBEN.
           STRING "AUSGANGSPRUEFUNG: " GA-ANZAHL
              " AUSGAENGE GESPERRT, " WS-GA-UMGELEITET
              " BESUCHER UMGELEITET"
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       UMLEITUNGEN-AUSGEBEN-EXIT. EXIT.

       UMLEITUNG-SCHREIBEN SECTION.
           ADD 1 TO WS-GA-UMGELEITET.
           PERFORM WEGENDE-ERMITTELN.
           MOVE SPACES TO AUSGEBEN.
           MOVE 1 TO WS-GA-POS.
           STRING "UMLEITUNG: BESUCHER " BESUCHERZEICHEN(WS-GA-B)
              ", AUSGANG " GA-ALT-ZEILE(WS-GA-B) "/"
              GA-ALT-STELLE(WS-GA-B) " GESPERRT"
              DELIMITED BY SIZE INTO AUSGEBEN WITH POINTER WS-GA-POS
           END-STRING.
           IF PFAD-LAENGE(WS-GA-B) = 9999
              STRING ", KEIN ANDERER AUSGANG ERREICHBAR"
                 DELIMITED BY SIZE INTO AUSGEBEN WITH POINTER WS-GA-POS
              END-STRING
           ELSE
              STRING " -> AUSGANG " WS-GA-ZEILE "/" WS-GA-STELLE
                 ", WEG " GA-ALT-LAENGE(WS-GA-B)
                 " -> " PFAD-LAENGE(WS-GA-B)
                 DELIMITED BY SIZE INTO AUSGEBEN WITH POINTER WS-GA-POS
              END-STRING
           END-IF.
           IF GA-ALT-VORGABE(WS-GA-B) = 'J'
              STRING ", ZIELVORGABE ENTFAELLT"
                 DELIMITED BY SIZE INTO AUSGEBEN WITH POINTER WS-GA-POS
              END-STRING
           END-IF.
           MOVE BESUCHERZEICHEN(WS-GA-B) TO WS-RO-ZEICHEN.
           PERFORM ROSTER-SUCHEN.
           IF WS-RO-IDX > 0
              STRING " (" DELIMITED BY SIZE
                 RO-NAME(WS-RO-IDX) DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO AUSGEBEN WITH POINTER WS-GA-POS
              END-STRING
           END-IF.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       UMLEITUNG-SCHREIBEN-EXIT. EXIT.

       ANSCHLUSSWEG-AUSGEBEN SECTION.
      *    ENDET DER WEG DES BESUCHERS AUF EINEM TREPPENHAUSFELD,
      *    WIRD UEBER VERBINDUNGEN.txt DIE ANSCHLUSSZELLE AUF DER
              MOVE SPACES TO AUSGEBEN
              EXIT SECTION
           END-IF.
           MOVE WS-AB-DATEI    TO WS-GF-DATEI.
           MOVE 'U'            TO WS-GF-ZIEL.
           MOVE UG-LETZTEZEILE TO WS-GF-MAXZ.
           MOVE UG-ENDEZEILE   TO WS-GF-MAXS.
           PERFORM GEFAHR-LESEN.
           INITIALIZE UNTERBESUCH.
           MOVE WS-AB-ZEILE  TO UB-ZEILE(1).
           MOVE WS-AB-STELLE TO UB-STELLE(1).
           MOVE BESUCHERZEICHEN(ZAEHLER) TO UB-ZEICHEN(1).
           MOVE MOBIL-FLAG(ZAEHLER) TO UB-MOBIL(1).
           CALL 'LABWEG' USING UNTERGRID, UNTERBESUCH, LEGENDE,
              UG-GEFAHRENZONEN.
           MOVE SPACES TO AUSGEBEN.
           STRING "TREPPENHAUS " WS-AW-ZEILE "/" WS-AW-STELLE
              ": WEITER AUF " WS-AB-DATEI
      *    STELLE  57-106  DATEINAME UNTERE ETAGE
      *    STELLE 107-109  ZEILE  ANSCHLUSSZELLE UNTEN
      *    STELLE 110-112  STELLE ANSCHLUSSZELLE UNTEN
      *    NUR FUER DIE GEBAEUDESIMULATION (LABGSIM), JE OPTIONAL:
      *    STELLE 114-121  TREPPENHAUS-KENNUNG
      *    STELLE 123-125  DURCHLASS DES TREPPENLAUFS PERS/MINUTE
      *    STELLE 127-129  LAUFZEIT DES TREPPENLAUFS IN SEKUNDEN
           MOVE 0 TO WS-AB-GEFUNDEN.
           OPEN INPUT VERBEIN.
           IF WS-VERB-STATUS = '00'
           CLOSE SAMMOUT.
       SAMMELLISTEN-SCHREIBEN-EXIT. EXIT.

       PERSONENBLAETTER-SCHREIBEN SECTION.
      *    PERSOENLICHE FLUCHTWEGANWEISUNG FUER JEDE PERSON DES
      *    NAMENSVERZEICHNISSES, EINE DRUCKSEITE JE PERSON IN
      *    <DATEINAME>.BLATT: NAME UND ABTEILUNG, ARBEITSPLATZ, DER
      *    WEG ALS KLARTEXT-ANWEISUNG, DER ZWEITWEG FUER DEN FALL
      *    EINES VERSPERRTEN HAUPTWEGS, DER SAMMELPUNKT UND FUER
      *    MOBILITAETSEINGESCHRAENKTE DIE BEGLEITPERSON AUS DER
      *    .PAARE-DATEI. DIE PERSONALABTEILUNG GIBT DIE BLAETTER BEI
      *    DER EINARBEITUNG UND NACH JEDER FREIGEGEBENEN
      *    GRUNDRISSAENDERUNG AUS - DESHALB NICHT IM VORSCHAULAUF
           IF RO-ANZAHL = 0
            OR WS-AUFRUFMODUS = 'VORSCHAU'
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-BLATTPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
                  FILENAME          DELIMITED BY SPACE
                  ".BLATT"          DELIMITED BY SIZE
                  INTO WS-BLATTPFAD
           END-STRING.
           OPEN OUTPUT BLATTOUT.
           MOVE SPACES TO BLATTZEILE.
           MOVE RO-ANZAHL TO WS-PB-SEITEN.
           MOVE 1 TO WS-RO-I.
           PERFORM UNTIL WS-RO-I > RO-ANZAHL
              PERFORM PERSONENBLATT-SCHREIBEN
              ADD 1 TO WS-RO-I
           END-PERFORM.
           CLOSE BLATTOUT.
           MOVE SPACES TO AUSGEBEN.
           STRING "PERSONENBLAETTER: " RO-ANZAHL " SEITEN IN "
              WS-BLATTPFAD
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       PERSONENBLAETTER-SCHREIBEN-EXIT. EXIT.

       PERSONENBLATT-SCHREIBEN SECTION.
      *    EINE SEITE FUER ROSTEREINTRAG WS-RO-I
           MOVE 0 TO WS-PB-BES.
           MOVE 1 TO WS-PB-J.
           PERFORM UNTIL WS-PB-J > 15
              IF ZEILE(WS-PB-J) NOT = 0
               AND BESUCHERZEICHEN(WS-PB-J) = RO-ZEICHEN(WS-RO-I)
                 MOVE WS-PB-J TO WS-PB-BES
              END-IF
              ADD 1 TO WS-PB-J
           END-PERFORM.
           PERFORM PAARUNG-SUCHEN.
           MOVE ALL "=" TO BLATTZEILE.
           PERFORM BLATTZEILE-SCHREIBEN.
           MOVE WS-RO-I TO WS-PB-SEITE.
           STRING "PERSOENLICHE FLUCHTWEGANWEISUNG"
              "                          SEITE " WS-PB-SEITE
              " VON " WS-PB-SEITEN
              DELIMITED BY SIZE INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
           STRING KOPF-SITE(1:30) " ETAGE " KOPF-ETAGE
              " (STAND " WS-LAUFZEIT(1:8) ")"
              DELIMITED BY SIZE INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
           PERFORM BLATTZEILE-SCHREIBEN.
           STRING "NAME:          " RO-NAME(WS-RO-I)
              DELIMITED BY SIZE INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
           STRING "ABTEILUNG:     " RO-ABTEILUNG(WS-RO-I)
              DELIMITED BY SIZE INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
           IF WS-PB-BES = 0
              MOVE "ARBEITSPLATZ:  IM AKTUELLEN GRUNDRISS NICHT"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "               EINGETRAGEN - BITTE BEIM"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "               SICHERHEITSBEAUFTRAGTEN MELDEN"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
           ELSE
              STRING "ARBEITSPLATZ:  ZEILE " ZEILE(WS-PB-BES)
                 " / STELLE " STELLE(WS-PB-BES)
                 " (IM PLAN: " RO-ZEICHEN(WS-RO-I) ")"
                 DELIMITED BY SIZE INTO BLATTZEILE
              END-STRING
              PERFORM BLATTZEILE-SCHREIBEN
              PERFORM BLATTZEILE-SCHREIBEN
              PERFORM HAUPTWEG-BESCHREIBEN
              PERFORM ZWEITWEG-BESCHREIBEN
           END-IF.
           PERFORM BLATTZEILE-SCHREIBEN.
           PERFORM SAMMELPUNKT-BESCHREIBEN.
           PERFORM BEGLEITUNG-BESCHREIBEN.
           PERFORM BLATTZEILE-SCHREIBEN.
       PERSONENBLATT-SCHREIBEN-EXIT. EXIT.

       PAARUNG-SUCHEN SECTION.
      *    WS-PB-PAAR: PAARUNG, IN DER DER BESUCHER HELFER IST;
      *    WS-PB-HELFER: BESUCHERINDEX SEINES EIGENEN HELFERS
           MOVE 0 TO WS-PB-PAAR.
           MOVE 0 TO WS-PB-HELFER.
           IF WS-PB-BES = 0
              EXIT SECTION
           END-IF.
           MOVE 1 TO WS-PB-J.
           PERFORM UNTIL WS-PB-J > PA-ANZAHL
              IF PA-HELFER(WS-PB-J) = WS-PB-BES
                 MOVE WS-PB-J TO WS-PB-PAAR
              END-IF
              IF PA-BETREUT(WS-PB-J) = WS-PB-BES
                 MOVE PA-HELFER(WS-PB-J) TO WS-PB-HELFER
              END-IF
              ADD 1 TO WS-PB-J
           END-PERFORM.
       PAARUNG-SUCHEN-EXIT. EXIT.

       HAUPTWEG-BESCHREIBEN SECTION.
      *    DER HELFER EINER AUFGELOESTEN PAARUNG LAEUFT DEN IN
      *    PAAR-ZUSAMMENSETZEN GEBILDETEN WEG: ETAPPE 1 ZUM
      *    BETREUTEN, DORT ABHOLEN, ETAPPE 2 GEMEINSAM HINAUS
           IF MOBIL-FLAG(WS-PB-BES) = 'M'
              MOVE "IHR STUFENFREIER FLUCHTWEG:" TO BLATTZEILE
           ELSE
              MOVE "IHR FLUCHTWEG:" TO BLATTZEILE
           END-IF.
           PERFORM BLATTZEILE-SCHREIBEN.
           IF PFAD-LAENGE(WS-PB-BES) = 9999
              MOVE "  KEIN FLUCHTWEG GEFUNDEN - BITTE BEIM"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "  SICHERHEITSBEAUFTRAGTEN MELDEN" TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              EXIT SECTION
           END-IF.
           IF PFAD-LAENGE(WS-PB-BES) = 0
              MOVE "  IHR ARBEITSPLATZ LIEGT DIREKT AM AUSGANG"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-PB-NR.
           MOVE ZEILE(WS-PB-BES)  TO WS-PB-ZEILE.
           MOVE STELLE(WS-PB-BES) TO WS-PB-STELLE.
           MOVE 0 TO WS-PB-BETREUT.
           IF WS-PB-PAAR > 0
              MOVE PA-BETREUT(WS-PB-PAAR) TO WS-PB-BETREUT
              IF PA-LEG1-LAENGE(WS-PB-PAAR) = 9999
               OR PFAD-LAENGE(WS-PB-BETREUT) = 9999
               OR PFAD-LAENGE(WS-PB-BES) NOT =
                  PA-LEG1-LAENGE(WS-PB-PAAR)
                  + PFAD-LAENGE(WS-PB-BETREUT)
                 MOVE 0 TO WS-PB-BETREUT
              END-IF
           END-IF.
           IF WS-PB-BETREUT > 0
              MOVE PA-LEG1(WS-PB-PAAR)        TO WS-PB-PFAD
              MOVE PA-LEG1-LAENGE(WS-PB-PAAR) TO WS-PB-LAENGE
              PERFORM WEGBESCHREIBUNG-SCHREIBEN
              MOVE BESUCHERZEICHEN(WS-PB-BETREUT) TO WS-RO-ZEICHEN
              PERFORM PERSON-BENENNEN
              ADD 1 TO WS-PB-NR
              MOVE WS-PB-NR TO WS-PB-NR-ANZ
              STRING "  " WS-PB-NR-ANZ ". HIER " DELIMITED BY SIZE
                 WS-PB-NAME DELIMITED BY "  "
                 " ABHOLEN, DANN GEMEINSAM STUFENFREI WEITER"
                 DELIMITED BY SIZE INTO BLATTZEILE
              END-STRING
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE PFAD(WS-PB-BETREUT)        TO WS-PB-PFAD
              MOVE PFAD-LAENGE(WS-PB-BETREUT) TO WS-PB-LAENGE
              PERFORM WEGBESCHREIBUNG-SCHREIBEN
           ELSE
              MOVE PFAD(WS-PB-BES)        TO WS-PB-PFAD
              MOVE PFAD-LAENGE(WS-PB-BES) TO WS-PB-LAENGE
              PERFORM WEGBESCHREIBUNG-SCHREIBEN
           END-IF.
           PERFORM WEGZIEL-SCHREIBEN.
           MOVE PFAD-LAENGE(WS-PB-BES) TO WS-PB-SCHRITTE.
           PERFORM WEGLAENGE-SCHREIBEN.
       HAUPTWEG-BESCHREIBEN-EXIT. EXIT.

       ZWEITWEG-BESCHREIBEN SECTION.
           IF PFAD-LAENGE(WS-PB-BES) = 0
            OR PFAD-LAENGE(WS-PB-BES) = 9999
              EXIT SECTION
           END-IF.
           PERFORM BLATTZEILE-SCHREIBEN.
           MOVE "FALLS DIESER WEG VERSPERRT IST (ZWEITWEG):"
              TO BLATTZEILE.
           PERFORM BLATTZEILE-SCHREIBEN.
           IF PFAD2-LAENGE(WS-PB-BES) = 9999
            OR PFAD2-LAENGE(WS-PB-BES) = 0
              MOVE "  KEIN UNABHAENGIGER ZWEITWEG - FOLGEN SIE DEN"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "  ANWEISUNGEN DER ETAGENORDNER" TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-PB-NR.
           MOVE ZEILE(WS-PB-BES)        TO WS-PB-ZEILE.
           MOVE STELLE(WS-PB-BES)       TO WS-PB-STELLE.
           MOVE PFAD2(WS-PB-BES)        TO WS-PB-PFAD.
           MOVE PFAD2-LAENGE(WS-PB-BES) TO WS-PB-LAENGE.
           PERFORM WEGBESCHREIBUNG-SCHREIBEN.
           PERFORM WEGZIEL-SCHREIBEN.
           MOVE PFAD2-LAENGE(WS-PB-BES) TO WS-PB-SCHRITTE.
           PERFORM WEGLAENGE-SCHREIBEN.
       ZWEITWEG-BESCHREIBEN-EXIT. EXIT.

       WEGBESCHREIBUNG-SCHREIBEN SECTION.
      *    WS-PB-PFAD (H/R/U/L JE SCHRITT WIE IN LABWEG) AB
      *    WS-PB-ZEILE/WS-PB-STELLE IN GERADE ABSCHNITTE ZERLEGEN;
      *    DER ERSTE ABSCHNITT NENNT DIE RICHTUNG IM PLAN, JEDER
      *    WEITERE DAS ABBIEGEN AUS SICHT DES GEHENDEN. DANACH
      *    STEHT WS-PB-ZEILE/WS-PB-STELLE AUF DER ENDZELLE
           MOVE SPACE TO WS-PB-VORHER.
           MOVE 1 TO WS-PB-I.
           PERFORM UNTIL WS-PB-I > WS-PB-LAENGE
              MOVE WS-PB-PFAD(WS-PB-I:1) TO WS-PB-RICHTUNG
              MOVE 0 TO WS-PB-SCHRITTE
              MOVE 0 TO WS-PB-ENDE
              PERFORM UNTIL WS-PB-ENDE = 1
                 ADD 1 TO WS-PB-SCHRITTE
                 EVALUATE WS-PB-RICHTUNG
                    WHEN 'H' SUBTRACT 1 FROM WS-PB-ZEILE
                    WHEN 'R' ADD      1 TO   WS-PB-STELLE
                    WHEN 'U' ADD      1 TO   WS-PB-ZEILE
                    WHEN 'L' SUBTRACT 1 FROM WS-PB-STELLE
                 END-EVALUATE
                 ADD 1 TO WS-PB-I
                 IF WS-PB-I > WS-PB-LAENGE
                    MOVE 1 TO WS-PB-ENDE
                 ELSE
                    IF WS-PB-PFAD(WS-PB-I:1) NOT = WS-PB-RICHTUNG
                       MOVE 1 TO WS-PB-ENDE
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM WEGABSCHNITT-SCHREIBEN
              MOVE WS-PB-RICHTUNG TO WS-PB-VORHER
           END-PERFORM.
       WEGBESCHREIBUNG-SCHREIBEN-EXIT. EXIT.

       WEGABSCHNITT-SCHREIBEN SECTION.
           ADD 1 TO WS-PB-NR.
           MOVE WS-PB-NR TO WS-PB-NR-ANZ.
           MOVE WS-PB-SCHRITTE TO WS-PB-ANZ.
           MOVE SPACES TO WS-PB-METER.
           IF WS-MS-GEFUNDEN = 1
              MOVE WS-PB-SCHRITTE TO WS-MS-SCHRITTE
              PERFORM METER-RECHNEN
              STRING " (" DELIMITED BY SIZE
                 WS-MS-TEXT DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO WS-PB-METER
              END-STRING
           END-IF.
           MOVE SPACES TO WS-PB-TEXT.
           IF WS-PB-VORHER = SPACE
              EVALUATE WS-PB-RICHTUNG
                 WHEN 'H' MOVE "NACH OBEN"   TO WS-PB-TEXT
                 WHEN 'U' MOVE "NACH UNTEN"  TO WS-PB-TEXT
                 WHEN 'L' MOVE "NACH LINKS"  TO WS-PB-TEXT
                 WHEN 'R' MOVE "NACH RECHTS" TO WS-PB-TEXT
              END-EVALUATE
              STRING "  " WS-PB-NR-ANZ ". " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PB-ANZ) " SCHRITTE" DELIMITED BY SIZE
                 WS-PB-METER DELIMITED BY "  "
                 " " WS-PB-TEXT DELIMITED BY "  "
                 " (RICHTUNG IM PLAN)" DELIMITED BY SIZE
                 INTO BLATTZEILE
              END-STRING
              PERFORM BLATTZEILE-SCHREIBEN
              EXIT SECTION
           END-IF.
           EVALUATE WS-PB-VORHER ALSO WS-PB-RICHTUNG
              WHEN 'H' ALSO 'R'
              WHEN 'R' ALSO 'U'
              WHEN 'U' ALSO 'L'
              WHEN 'L' ALSO 'H'
                 MOVE "RECHTS ABBIEGEN" TO WS-PB-TEXT
              WHEN 'H' ALSO 'L'
              WHEN 'L' ALSO 'U'
              WHEN 'U' ALSO 'R'
              WHEN 'R' ALSO 'H'
                 MOVE "LINKS ABBIEGEN" TO WS-PB-TEXT
              WHEN OTHER
                 MOVE "UMKEHREN" TO WS-PB-TEXT
           END-EVALUATE.
           STRING "  " WS-PB-NR-ANZ ". " DELIMITED BY SIZE
              WS-PB-TEXT DELIMITED BY "  "
              ", DANN " FUNCTION TRIM(WS-PB-ANZ) " SCHRITTE"
                 DELIMITED BY SIZE
              WS-PB-METER DELIMITED BY "  "
              " GERADEAUS" DELIMITED BY SIZE
              INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
       WEGABSCHNITT-SCHREIBEN-EXIT. EXIT.

       WEGZIEL-SCHREIBEN SECTION.
      *    ENDZELLE WS-PB-ZEILE/WS-PB-STELLE: TREPPENHAUS (WEITER
      *    AUF DER ETAGE DARUNTER), RASTERRAND (INS FREIE) ODER
      *    FESTE ZIELVORGABE IM GEBAEUDEINNEREN
           MOVE SPACES TO WS-PB-TEXT.
           EVALUATE TRUE
              WHEN LABZEILE(WS-PB-ZEILE)(WS-PB-STELLE:1) = LEG-TREPPE
                 MOVE "TREPPENHAUS" TO WS-PB-TEXT
              WHEN WS-PB-ZEILE = 1
                 MOVE "AUSGANG AM OBEREN GEBAEUDERAND" TO WS-PB-TEXT
              WHEN WS-PB-ZEILE = LETZTEZEILE
                 MOVE "AUSGANG AM UNTEREN GEBAEUDERAND" TO WS-PB-TEXT
              WHEN WS-PB-STELLE = 1
                 MOVE "AUSGANG AM LINKEN GEBAEUDERAND" TO WS-PB-TEXT
              WHEN WS-PB-STELLE = ENDEZEILE
                 MOVE "AUSGANG AM RECHTEN GEBAEUDERAND" TO WS-PB-TEXT
              WHEN OTHER
                 MOVE "ZIELPUNKT" TO WS-PB-TEXT
           END-EVALUATE.
           STRING "  ZIEL: " DELIMITED BY SIZE
              WS-PB-TEXT DELIMITED BY "  "
              " (ZEILE " WS-PB-ZEILE " / STELLE " WS-PB-STELLE ")"
              DELIMITED BY SIZE INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
           IF LABZEILE(WS-PB-ZEILE)(WS-PB-STELLE:1) = LEG-TREPPE
              MOVE "  DORT DIE ETAGE NACH UNTEN VERLASSEN UND DER"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "  FLUCHTWEGBESCHILDERUNG INS FREIE FOLGEN"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
           END-IF.
       WEGZIEL-SCHREIBEN-EXIT. EXIT.

       WEGLAENGE-SCHREIBEN SECTION.
           MOVE WS-PB-SCHRITTE TO WS-PB-ANZ.
           MOVE SPACES TO WS-PB-METER.
           IF WS-MS-GEFUNDEN = 1
              MOVE WS-PB-SCHRITTE TO WS-MS-SCHRITTE
              PERFORM METER-RECHNEN
              STRING " (" DELIMITED BY SIZE
                 WS-MS-TEXT DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO WS-PB-METER
              END-STRING
           END-IF.
           STRING "  WEGLAENGE: " FUNCTION TRIM(WS-PB-ANZ)
              " SCHRITTE" DELIMITED BY SIZE
              WS-PB-METER DELIMITED BY "  "
              INTO BLATTZEILE
           END-STRING.
           PERFORM BLATTZEILE-SCHREIBEN.
       WEGLAENGE-SCHREIBEN-EXIT. EXIT.

       SAMMELPUNKT-BESCHREIBEN SECTION.
           IF RO-SAMMELPUNKT(WS-RO-I) = SPACES
              MOVE "SAMMELPUNKT:   KEINER ZUGETEILT - BITTE BEIM"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "               EMPFANG MELDEN" TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              EXIT SECTION
           END-IF.
           MOVE 0 TO WS-SP-IDX.
           MOVE 1 TO WS-SP-I.
           PERFORM UNTIL WS-SP-I > SP-ANZAHL
              IF SP-NAME(WS-SP-I) = RO-SAMMELPUNKT(WS-RO-I)
                 MOVE WS-SP-I TO WS-SP-IDX
              END-IF
              ADD 1 TO WS-SP-I
           END-PERFORM.
           MOVE SPACES TO WS-PB-TEXT.
           IF WS-SP-IDX = 0
              MOVE "NICHT IM SAMMELPUNKTVERZEICHNIS" TO WS-PB-TEXT
           ELSE
              EVALUATE SP-SEITE(WS-SP-IDX)
                 WHEN 'O' MOVE "OBERE GEBAEUDESEITE"  TO WS-PB-TEXT
                 WHEN 'U' MOVE "UNTERE GEBAEUDESEITE" TO WS-PB-TEXT
                 WHEN 'L' MOVE "LINKE GEBAEUDESEITE"  TO WS-PB-TEXT
                 WHEN 'R' MOVE "RECHTE GEBAEUDESEITE" TO WS-PB-TEXT
              END-EVALUATE
           END-IF.
           IF WS-PB-TEXT = SPACES
              STRING "SAMMELPUNKT:   " RO-SAMMELPUNKT(WS-RO-I)
                 DELIMITED BY SIZE INTO BLATTZEILE
              END-STRING
           ELSE
              STRING "SAMMELPUNKT:   " DELIMITED BY SIZE
                 RO-SAMMELPUNKT(WS-RO-I) DELIMITED BY "  "
                 " (" WS-PB-TEXT DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO BLATTZEILE
              END-STRING
           END-IF.
           PERFORM BLATTZEILE-SCHREIBEN.
       SAMMELPUNKT-BESCHREIBEN-EXIT. EXIT.

       BEGLEITUNG-BESCHREIBEN SECTION.
           IF WS-PB-BES = 0
              EXIT SECTION
           END-IF.
           IF MOBIL-FLAG(WS-PB-BES) = 'M'
              IF WS-PB-HELFER = 0
                 MOVE "BEGLEITPERSON: KEINE ZUGETEILT - BITTE SOFORT"
                    TO BLATTZEILE
                 PERFORM BLATTZEILE-SCHREIBEN
                 MOVE "               BEIM SICHERHEITSBEAUFTRAGTEN"
                    TO BLATTZEILE
                 PERFORM BLATTZEILE-SCHREIBEN
                 MOVE "               MELDEN" TO BLATTZEILE
                 PERFORM BLATTZEILE-SCHREIBEN
              ELSE
                 MOVE BESUCHERZEICHEN(WS-PB-HELFER) TO WS-RO-ZEICHEN
                 PERFORM PERSON-BENENNEN
                 STRING "BEGLEITPERSON: " WS-PB-NAME
                    DELIMITED BY SIZE INTO BLATTZEILE
                 END-STRING
                 PERFORM BLATTZEILE-SCHREIBEN
                 MOVE "               HOLT SIE AM ARBEITSPLATZ AB -"
                    TO BLATTZEILE
                 PERFORM BLATTZEILE-SCHREIBEN
                 MOVE "               BITTE DORT WARTEN" TO BLATTZEILE
                 PERFORM BLATTZEILE-SCHREIBEN
              END-IF
           END-IF.
           IF WS-PB-PAAR > 0
              MOVE BESUCHERZEICHEN(PA-BETREUT(WS-PB-PAAR))
                 TO WS-RO-ZEICHEN
              PERFORM PERSON-BENENNEN
              STRING "SIE BEGLEITEN: " WS-PB-NAME
                 DELIMITED BY SIZE INTO BLATTZEILE
              END-STRING
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "               ERST AM ARBEITSPLATZ ABHOLEN, DANN"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
              MOVE "               GEMEINSAM STUFENFREI HINAUS"
                 TO BLATTZEILE
              PERFORM BLATTZEILE-SCHREIBEN
           END-IF.
       BEGLEITUNG-BESCHREIBEN-EXIT. EXIT.

       PERSON-BENENNEN SECTION.
      *    WS-RO-ZEICHEN -> "NAME (ABTEILUNG)" IN WS-PB-NAME
           MOVE SPACES TO WS-PB-NAME.
           PERFORM ROSTER-SUCHEN.
           IF WS-RO-IDX = 0
              STRING "BESUCHER " WS-RO-ZEICHEN
                 DELIMITED BY SIZE INTO WS-PB-NAME
              END-STRING
              EXIT SECTION
           END-IF.
           STRING RO-NAME(WS-RO-IDX) DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              RO-ABTEILUNG(WS-RO-IDX) DELIMITED BY "  "
              ")" DELIMITED BY SIZE
              INTO WS-PB-NAME
           END-STRING.
       PERSON-BENENNEN-EXIT. EXIT.

       BLATTZEILE-SCHREIBEN SECTION.
           WRITE BLATTZEILE.
           MOVE SPACES TO BLATTZEILE.
       BLATTZEILE-SCHREIBEN-EXIT. EXIT.

       DICHTEKARTE-SCHREIBEN SECTION.
      *    KORRIDORAUSLASTUNG: DIE KOLLISIONSPRUEFUNG ZEIGT NUR, WO
      *    SICH ZWEI BESUCHER IM SELBEN SCHRITT TREFFEN; HIER ZAEHLT
      *    JEDE ZELLE, WIE VIELE BESUCHERWEGE INSGESAMT DURCH SIE
      *    FUEHREN - HEUTE UND ROLLIEREND UEBER DIE LETZTEN LAEUFE.
      *    <DATEINAME>.DICHTE ZEIGT BEIDES ALS DICHTEKLASSEN UEBER
      *    DEM RASTER, DIE ZEHN MEISTBELEGTEN ZELLEN MIT IHRER LAGE
      *    UND DIE BELEGUNG JEDER ZELLE. EIN VORSCHAULAUF RECHNET
      *    MIT DER HISTORIE, SCHREIBT SIE ABER NICHT FORT UND
      *    SCHREIBT SEINEN BERICHT NACH .DICHTE.VORSCHAU
           INITIALIZE DICHTEKARTE.
           INITIALIZE DICHTERANG.
           MOVE SPACES TO WS-DK-HISTPFAD.
           STRING "resources/out/" DELIMITED BY SIZE
                  FILENAME          DELIMITED BY SPACE
                  ".DICHTEHIST"     DELIMITED BY SIZE
                  INTO WS-DK-HISTPFAD
           END-STRING.
           MOVE SPACES TO WS-DK-NEUPFAD.
           STRING WS-DK-HISTPFAD    DELIMITED BY SPACE
                  ".NEU"            DELIMITED BY SIZE
                  INTO WS-DK-NEUPFAD
           END-STRING.
           MOVE SPACES TO WS-DK-PFAD.
           IF WS-AUFRUFMODUS = 'VORSCHAU'
              STRING "resources/out/" DELIMITED BY SIZE
                     FILENAME          DELIMITED BY SPACE
                     ".DICHTE.VORSCHAU" DELIMITED BY SIZE
                     INTO WS-DK-PFAD
              END-STRING
           ELSE
              STRING "resources/out/" DELIMITED BY SIZE
                     FILENAME          DELIMITED BY SPACE
                     ".DICHTE"         DELIMITED BY SIZE
                     INTO WS-DK-PFAD
              END-STRING
           END-IF.
           PERFORM DICHTE-HEUTE-ZAEHLEN.
           PERFORM DICHTE-HISTORIE-FORTSCHREIBEN.
           PERFORM DICHTE-RANGLISTE-BILDEN.
           OPEN OUTPUT DICHTEOUT.
           MOVE SPACES TO DICHTEZEILE.
           STRING "DICHTEKARTE " FILENAME
              DELIMITED BY SIZE INTO DICHTEZEILE
           END-STRING.
           WRITE DICHTEZEILE.
           MOVE SPACES TO DICHTEZEILE.
           STRING "SITE: " KOPF-SITE DELIMITED BY "  "
              "  ETAGE: " KOPF-ETAGE
              "  LAUF: " WS-LAUFZEIT(1:14)
              DELIMITED BY SIZE INTO DICHTEZEILE
           END-STRING.
           WRITE DICHTEZEILE.
           MOVE SPACES TO DICHTEZEILE.
           MOVE WS-DK-WEGE    TO WS-DK-HEUTE-ANZ.
           MOVE WS-DK-LAEUFE  TO WS-DK-NR-ANZ.
           MOVE WS-DK-FENSTER TO WS-DK-ZAHL-ANZ.
           STRING "WEGE HEUTE: " WS-DK-HEUTE-ANZ
              "  LAEUFE IM FENSTER: " WS-DK-NR-ANZ
              " VON " WS-DK-ZAHL-ANZ
              DELIMITED BY SIZE INTO DICHTEZEILE
           END-STRING.
           WRITE DICHTEZEILE.
           MOVE "DICHTEKLASSEN: 1 = BIS 25 %, 2 = BIS 50 %,"
              TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE "3 = BIS 75 %, 4 = UEBER 75 % DER HOECHSTBELEGUNG"
              TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE 'H' TO WS-DK-ART.
           PERFORM DICHTE-RASTER-AUSGEBEN.
           MOVE 'S' TO WS-DK-ART.
           PERFORM DICHTE-RASTER-AUSGEBEN.
           PERFORM DICHTE-RANGLISTE-AUSGEBEN.
           PERFORM DICHTE-BELEGUNG-AUSGEBEN.
           CLOSE DICHTEOUT.
           MOVE WS-DK-BELEGT TO WS-DK-BELEGT-ANZ.
           MOVE SPACES TO AUSGEBEN.
           STRING "DICHTEKARTE: " WS-DK-BELEGT-ANZ
              " BELEGTE ZELLEN IN " WS-DK-PFAD
              DELIMITED BY SIZE INTO AUSGEBEN
           END-STRING.
           WRITE AUSGEBEN.
           MOVE SPACES TO AUSGEBEN.
       DICHTEKARTE-SCHREIBEN-EXIT. EXIT.

       DICHTE-HEUTE-ZAEHLEN SECTION.
      *    JEDER GEFUNDENE WEG ZAEHLT JE ZELLE EINMAL, AUCH WENN ER
      *    SIE ZWEIMAL BETRITT (BEGLEITER LAUFEN ZUM BETREUTEN UND
      *    MIT IHM ZURUECK); DAS STARTFELD IST ARBEITSPLATZ, KEIN
      *    KORRIDOR, UND ZAEHLT NICHT MIT
           MOVE 0 TO WS-DK-WEGE.
           MOVE 1 TO WS-DK-B.
           PERFORM UNTIL WS-DK-B > 15
              IF ZEILE(WS-DK-B) NOT = 0
               AND PFAD-LAENGE(WS-DK-B) > 0
               AND PFAD-LAENGE(WS-DK-B) NOT = 9999
                 ADD 1 TO WS-DK-WEGE
                 MOVE ZEILE(WS-DK-B)  TO WS-DK-Z
                 MOVE STELLE(WS-DK-B) TO WS-DK-S
                 MOVE 1 TO WS-DK-SCHRITT
                 PERFORM UNTIL WS-DK-SCHRITT > PFAD-LAENGE(WS-DK-B)
                    EVALUATE PFAD(WS-DK-B)(WS-DK-SCHRITT:1)
                       WHEN 'H' SUBTRACT 1 FROM WS-DK-Z
                       WHEN 'R' ADD      1 TO   WS-DK-S
                       WHEN 'U' ADD      1 TO   WS-DK-Z
                       WHEN 'L' SUBTRACT 1 FROM WS-DK-S
                    END-EVALUATE
                    IF WS-DK-Z > 0 AND WS-DK-Z NOT > 132
                     AND WS-DK-S > 0 AND WS-DK-S NOT > 132
                     AND DK-MARKE(WS-DK-Z, WS-DK-S) NOT = WS-DK-B
                       MOVE WS-DK-B TO DK-MARKE(WS-DK-Z, WS-DK-S)
                       ADD 1 TO DK-HEUTE(WS-DK-Z, WS-DK-S)
                       ADD 1 TO DK-SUMME(WS-DK-Z, WS-DK-S)
                    END-IF
                    ADD 1 TO WS-DK-SCHRITT
                 END-PERFORM
              END-IF
              ADD 1 TO WS-DK-B
           END-PERFORM.
       DICHTE-HEUTE-ZAEHLEN-EXIT. EXIT.

       DICHTE-HISTORIE-FORTSCHREIBEN SECTION.
      *    ERSTER DURCHGANG ZAEHLT DIE GESPEICHERTEN LAEUFE, DER
      *    ZWEITE UEBERNIMMT DIE JUENGSTEN WS-DK-FENSTER - 1 IN DIE
      *    SUMME UND IN DIE NEUE HISTORIE; DANACH KOMMT DER HEUTIGE
      *    LAUF DAZU UND DIE NEUE HISTORIE ERSETZT DIE ALTE
           MOVE 0 TO WS-DK-ALT.
           OPEN INPUT DHISTEIN.
           IF WS-DHIST-STATUS = '00'
              PERFORM UNTIL WS-DHIST-STATUS NOT = '00'
                 READ DHISTEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-DHIST-STATUS = '00' AND DHISTSATZ(1:1) = 'L'
                    ADD 1 TO WS-DK-ALT
                 END-IF
              END-PERFORM
              CLOSE DHISTEIN
           END-IF.
           COMPUTE WS-DK-BEHALTEN = WS-DK-FENSTER - 1.
           IF WS-DK-ALT < WS-DK-BEHALTEN
              MOVE WS-DK-ALT TO WS-DK-BEHALTEN
           END-IF.
           COMPUTE WS-DK-UEBERSPRINGEN = WS-DK-ALT - WS-DK-BEHALTEN.
           COMPUTE WS-DK-LAEUFE = WS-DK-BEHALTEN + 1.
           IF WS-AUFRUFMODUS NOT = 'VORSCHAU'
              OPEN OUTPUT DHISTNEU
           END-IF.
           MOVE 0 TO WS-DK-LAUF.
           OPEN INPUT DHISTEIN.
           IF WS-DHIST-STATUS = '00'
              PERFORM UNTIL WS-DHIST-STATUS NOT = '00'
                 READ DHISTEIN
                    AT END CONTINUE
                 END-READ
                 IF WS-DHIST-STATUS = '00'
                    PERFORM DICHTE-HISTSATZ-UEBERNEHMEN
                 END-IF
              END-PERFORM
              CLOSE DHISTEIN
           END-IF.
           MOVE '00' TO WS-DHIST-STATUS.
           IF WS-AUFRUFMODUS = 'VORSCHAU'
              EXIT SECTION
           END-IF.
           MOVE SPACES TO DHNEUSATZ.
           MOVE 'L'               TO DHNEUSATZ(1:1).
           MOVE WS-LAUFZEIT(1:14) TO DHNEUSATZ(3:14).
           MOVE WS-DK-WEGE        TO DHNEUSATZ(18:2).
           WRITE DHNEUSATZ.
           MOVE 1 TO WS-DK-Z.
           PERFORM UNTIL WS-DK-Z > LETZTEZEILE
              MOVE 1 TO WS-DK-S
              PERFORM UNTIL WS-DK-S > ENDEZEILE
                 IF DK-HEUTE(WS-DK-Z, WS-DK-S) > 0
                    MOVE SPACES TO DHNEUSATZ
                    MOVE 'Z'               TO DHNEUSATZ(1:1)
                    MOVE WS-LAUFZEIT(1:14) TO DHNEUSATZ(3:14)
                    MOVE WS-DK-Z           TO DHNEUSATZ(18:3)
                    MOVE WS-DK-S           TO DHNEUSATZ(22:3)
                    MOVE DK-HEUTE(WS-DK-Z, WS-DK-S)
                       TO DHNEUSATZ(26:2)
                    WRITE DHNEUSATZ
                 END-IF
                 ADD 1 TO WS-DK-S
              END-PERFORM
              ADD 1 TO WS-DK-Z
           END-PERFORM.
           CLOSE DHISTNEU.
           CALL 'CBL_COPY_FILE' USING WS-DK-NEUPFAD, WS-DK-HISTPFAD
              RETURNING WS-DK-RC.
           CALL 'CBL_DELETE_FILE' USING WS-DK-NEUPFAD
              RETURNING WS-DK-RC.
       DICHTE-HISTORIE-FORTSCHREIBEN-EXIT. EXIT.

       DICHTE-HISTSATZ-UEBERNEHMEN SECTION.
      *    SAETZE DER AELTESTEN WS-DK-UEBERSPRINGEN LAEUFE FALLEN AUS
      *    DEM FENSTER; ZELLEN AUSSERHALB DES RASTERS (GRUNDRISS
      *    SEITHER VERKLEINERT) WERDEN NICHT MEHR SUMMIERT
           IF DHISTSATZ(1:1) = 'L'
              ADD 1 TO WS-DK-LAUF
           END-IF.
           IF WS-DK-LAUF NOT > WS-DK-UEBERSPRINGEN
              EXIT SECTION
           END-IF.
           IF WS-AUFRUFMODUS NOT = 'VORSCHAU'
              MOVE DHISTSATZ TO DHNEUSATZ
              WRITE DHNEUSATZ
           END-IF.
           IF DHISTSATZ(1:1) = 'Z'
            AND DHISTSATZ(18:3) IS NUMERIC
            AND DHISTSATZ(22:3) IS NUMERIC
            AND DHISTSATZ(26:2) IS NUMERIC
              MOVE DHISTSATZ(18:3) TO WS-DK-Z
              MOVE DHISTSATZ(22:3) TO WS-DK-S
              MOVE DHISTSATZ(26:2) TO WS-DK-ANZAHL
              IF WS-DK-Z > 0 AND WS-DK-Z NOT > LETZTEZEILE
               AND WS-DK-S > 0 AND WS-DK-S NOT > ENDEZEILE
                 ADD WS-DK-ANZAHL TO DK-SUMME(WS-DK-Z, WS-DK-S)
              END-IF
           END-IF.
       DICHTE-HISTSATZ-UEBERNEHMEN-EXIT. EXIT.

       DICHTE-RANGLISTE-BILDEN SECTION.
      *    HOECHSTWERTE FUER DIE DICHTEKLASSEN UND DIE ZEHN ZELLEN
      *    MIT DER HOECHSTEN ROLLIERENDEN SUMME (BEI GLEICHSTAND DIE
      *    HEUTE STAERKER BELEGTE); WANDZELLEN - NACH EINEM UMBAU
      *    KANN DIE HISTORIE SOLCHE NOCH ENTHALTEN - BLEIBEN AUSSEN
           MOVE 0 TO WS-DK-MAXHEUTE.
           MOVE 0 TO WS-DK-MAXSUMME.
           MOVE 0 TO WS-DK-BELEGT.
           MOVE 1 TO WS-DK-Z.
           PERFORM UNTIL WS-DK-Z > LETZTEZEILE
              MOVE 1 TO WS-DK-S
              PERFORM UNTIL WS-DK-S > ENDEZEILE
                 IF LABZEILE(WS-DK-Z)(WS-DK-S:1) = LEG-WAND
                    MOVE 0 TO DK-HEUTE(WS-DK-Z, WS-DK-S)
                    MOVE 0 TO DK-SUMME(WS-DK-Z, WS-DK-S)
                 END-IF
                 IF DK-SUMME(WS-DK-Z, WS-DK-S) > 0
                    ADD 1 TO WS-DK-BELEGT
                 END-IF
                 IF DK-HEUTE(WS-DK-Z, WS-DK-S) > WS-DK-MAXHEUTE
                    MOVE DK-HEUTE(WS-DK-Z, WS-DK-S) TO WS-DK-MAXHEUTE
                 END-IF
                 IF DK-SUMME(WS-DK-Z, WS-DK-S) > WS-DK-MAXSUMME
                    MOVE DK-SUMME(WS-DK-Z, WS-DK-S) TO WS-DK-MAXSUMME
                 END-IF
                 ADD 1 TO WS-DK-S
              END-PERFORM
              ADD 1 TO WS-DK-Z
           END-PERFORM.
           MOVE 0 TO DR-ANZAHL.
           MOVE 1 TO WS-DK-WEITER.
           PERFORM UNTIL DR-ANZAHL = 10 OR WS-DK-WEITER = 0
              MOVE 0 TO WS-DK-BESTZ
              MOVE 0 TO WS-DK-BESTS
              MOVE 1 TO WS-DK-Z
              PERFORM UNTIL WS-DK-Z > LETZTEZEILE
                 MOVE 1 TO WS-DK-S
                 PERFORM UNTIL WS-DK-S > ENDEZEILE
                    IF DK-SUMME(WS-DK-Z, WS-DK-S) > 0
                     AND DK-RANG(WS-DK-Z, WS-DK-S) = 0
                       IF WS-DK-BESTZ = 0
                          MOVE WS-DK-Z TO WS-DK-BESTZ
                          MOVE WS-DK-S TO WS-DK-BESTS
                       ELSE
                          IF DK-SUMME(WS-DK-Z, WS-DK-S) >
                             DK-SUMME(WS-DK-BESTZ, WS-DK-BESTS)
                           OR (DK-SUMME(WS-DK-Z, WS-DK-S) =
                               DK-SUMME(WS-DK-BESTZ, WS-DK-BESTS)
                           AND DK-HEUTE(WS-DK-Z, WS-DK-S) >
                               DK-HEUTE(WS-DK-BESTZ, WS-DK-BESTS))
                             MOVE WS-DK-Z TO WS-DK-BESTZ
                             MOVE WS-DK-S TO WS-DK-BESTS
                          END-IF
                       END-IF
                    END-IF
                    ADD 1 TO WS-DK-S
                 END-PERFORM
                 ADD 1 TO WS-DK-Z
              END-PERFORM
              IF WS-DK-BESTZ = 0
                 MOVE 0 TO WS-DK-WEITER
              ELSE
                 ADD 1 TO DR-ANZAHL
                 MOVE WS-DK-BESTZ TO DR-ZEILE(DR-ANZAHL)
                 MOVE WS-DK-BESTS TO DR-STELLE(DR-ANZAHL)
                 MOVE DR-ANZAHL TO DK-RANG(WS-DK-BESTZ, WS-DK-BESTS)
              END-IF
           END-PERFORM.
       DICHTE-RANGLISTE-BILDEN-EXIT. EXIT.

       DICHTE-RASTER-AUSGEBEN SECTION.
      *    RASTER MIT ZEILENNUMMER; BEGEHBARE ZELLEN MIT BELEGUNG
      *    TRAGEN IHRE DICHTEKLASSE 1-4 (ANTEIL AN DER HOECHSTEN
      *    BELEGUNG DIESER KARTE), BESUCHERFELDER BLEIBEN STEHEN.
      *    WS-DK-ART H = HEUTE, S = ROLLIERENDE SUMME
           MOVE SPACES TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           IF WS-DK-ART = 'H'
              MOVE WS-DK-MAXHEUTE TO WS-DK-MAX
              MOVE WS-DK-MAXHEUTE TO WS-DK-ZAHL-ANZ
              STRING "HEUTE, HOECHSTBELEGUNG " WS-DK-ZAHL-ANZ
                 " WEGE JE ZELLE:"
                 DELIMITED BY SIZE INTO DICHTEZEILE
              END-STRING
           ELSE
              MOVE WS-DK-MAXSUMME TO WS-DK-MAX
              MOVE WS-DK-MAXSUMME TO WS-DK-ZAHL-ANZ
              MOVE WS-DK-LAEUFE TO WS-DK-NR-ANZ
              STRING "ROLLIEREND UEBER " WS-DK-NR-ANZ
                 " LAEUFE, HOECHSTBELEGUNG " WS-DK-ZAHL-ANZ
                 " WEGE JE ZELLE:"
                 DELIMITED BY SIZE INTO DICHTEZEILE
              END-STRING
           END-IF.
           WRITE DICHTEZEILE.
           MOVE 1 TO WS-DK-Z.
           PERFORM UNTIL WS-DK-Z > LETZTEZEILE
              MOVE LABZEILE(WS-DK-Z) TO WS-DK-RASTER
              MOVE 1 TO WS-DK-S
              PERFORM UNTIL WS-DK-S > ENDEZEILE
                 IF WS-DK-ART = 'H'
                    MOVE DK-HEUTE(WS-DK-Z, WS-DK-S) TO WS-DK-WERT
                 ELSE
                    MOVE DK-SUMME(WS-DK-Z, WS-DK-S) TO WS-DK-WERT
                 END-IF
                 MOVE WS-DK-RASTER(WS-DK-S:1) TO WS-DK-ZEICHEN
                 IF WS-DK-WERT > 0
                  AND (WS-DK-ZEICHEN = LEG-OFFEN
                   OR WS-DK-ZEICHEN = SPACE
                   OR WS-DK-ZEICHEN = LEG-TUER
                   OR WS-DK-ZEICHEN = LEG-STUFE
                   OR WS-DK-ZEICHEN = LEG-TREPPE)
                    COMPUTE WS-DK-KLASSE =
                       (WS-DK-WERT * 4 + WS-DK-MAX - 1) / WS-DK-MAX
                    MOVE WS-DK-KLASSE TO WS-DK-RASTER(WS-DK-S:1)
                 END-IF
                 ADD 1 TO WS-DK-S
              END-PERFORM
              MOVE SPACES TO DICHTEZEILE
              MOVE WS-DK-Z TO DICHTEZEILE(1:3)
              MOVE WS-DK-RASTER(1:ENDEZEILE) TO DICHTEZEILE(5:)
              WRITE DICHTEZEILE
              ADD 1 TO WS-DK-Z
           END-PERFORM.
       DICHTE-RASTER-AUSGEBEN-EXIT. EXIT.

       DICHTE-RANGLISTE-AUSGEBEN SECTION.
           MOVE SPACES TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE "DIE ZEHN MEISTBELEGTEN ZELLEN (ROLLIERENDE SUMME):"
              TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           IF DR-ANZAHL = 0
              MOVE "KEINE BELEGTEN ZELLEN" TO DICHTEZEILE
              WRITE DICHTEZEILE
              EXIT SECTION
           END-IF.
           MOVE "RANG ZEILE STELLE HEUTE  SUMME  LAGE" TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE 1 TO WS-DK-I.
           PERFORM UNTIL WS-DK-I > DR-ANZAHL
              MOVE DR-ZEILE(WS-DK-I)  TO WS-DK-Z
              MOVE DR-STELLE(WS-DK-I) TO WS-DK-S
              PERFORM DICHTE-ZELLE-EINORDNEN
              MOVE WS-DK-I TO WS-DK-NR-ANZ
              MOVE DK-HEUTE(WS-DK-Z, WS-DK-S) TO WS-DK-HEUTE-ANZ
              MOVE DK-SUMME(WS-DK-Z, WS-DK-S) TO WS-DK-SUMME-ANZ
              MOVE SPACES TO DICHTEZEILE
              STRING "  " WS-DK-NR-ANZ "   " WS-DK-Z "    " WS-DK-S
                 " " WS-DK-HEUTE-ANZ "  " WS-DK-SUMME-ANZ
                 "  " WS-DK-LAGE
                 DELIMITED BY SIZE INTO DICHTEZEILE
              END-STRING
              WRITE DICHTEZEILE
              ADD 1 TO WS-DK-I
           END-PERFORM.
       DICHTE-RANGLISTE-AUSGEBEN-EXIT. EXIT.

       DICHTE-BELEGUNG-AUSGEBEN SECTION.
      *    DAS ZAHLENRASTER SELBST: JEDE BELEGTE ZELLE MIT HEUTIGER
      *    UND ROLLIERENDER WEGEZAHL, ZEILENWEISE
           MOVE SPACES TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE "BELEGUNG JE ZELLE:" TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE "ZEILE STELLE HEUTE  SUMME" TO DICHTEZEILE.
           WRITE DICHTEZEILE.
           MOVE 1 TO WS-DK-Z.
           PERFORM UNTIL WS-DK-Z > LETZTEZEILE
              MOVE 1 TO WS-DK-S
              PERFORM UNTIL WS-DK-S > ENDEZEILE
                 IF DK-SUMME(WS-DK-Z, WS-DK-S) > 0
                    MOVE DK-HEUTE(WS-DK-Z, WS-DK-S) TO WS-DK-HEUTE-ANZ
                    MOVE DK-SUMME(WS-DK-Z, WS-DK-S) TO WS-DK-SUMME-ANZ
                    MOVE SPACES TO DICHTEZEILE
                    STRING "  " WS-DK-Z "    " WS-DK-S
                       " " WS-DK-HEUTE-ANZ "  " WS-DK-SUMME-ANZ
                       DELIMITED BY SIZE INTO DICHTEZEILE
                    END-STRING
                    WRITE DICHTEZEILE
                 END-IF
                 ADD 1 TO WS-DK-S
              END-PERFORM
              ADD 1 TO WS-DK-Z
           END-PERFORM.
       DICHTE-BELEGUNG-AUSGEBEN-EXIT. EXIT.

       DICHTE-ZELLE-EINORDNEN SECTION.
      *    LAGE DER ZELLE WS-DK-Z/WS-DK-S NACH WS-DK-LAGE:
      *    AUSGANGSZULAUF   - HOECHSTENS ZWEI ZELLEN VON EINEM
      *                       AUSGANG ODER TREPPENHAUS ENTFERNT
      *    KREUZUNG         - DREI ODER VIER BEGEHBARE NACHBARN
      *    SACKGASSENZULAUF - SACKGASSE ODER GANG, DER OHNE
      *                       ABZWEIG IN EINE SACKGASSE FUEHRT
      *    GANG             - SONST
           MOVE "GANG" TO WS-DK-LAGE.
           PERFORM DICHTE-AUSGANGSNAEHE-PRUEFEN.
           IF WS-DK-AUSGANGSNAH = 1
              MOVE "AUSGANGSZULAUF" TO WS-DK-LAGE
              EXIT SECTION
           END-IF.
           MOVE WS-DK-Z TO WS-DK-PZ.
           MOVE WS-DK-S TO WS-DK-PS.
           PERFORM DICHTE-NACHBARN-ERMITTELN.
           IF WS-DK-NANZ > 2
              MOVE "KREUZUNG" TO WS-DK-LAGE
              EXIT SECTION
           END-IF.
           IF WS-DK-NANZ = 1
              MOVE "SACKGASSENZULAUF" TO WS-DK-LAGE
              EXIT SECTION
           END-IF.
           IF WS-DK-NANZ NOT = 2
              EXIT SECTION
           END-IF.
           MOVE DK-NZ(1) TO WS-DK-N1Z.
           MOVE DK-NS(1) TO WS-DK-N1S.
           MOVE DK-NZ(2) TO WS-DK-N2Z.
           MOVE DK-NS(2) TO WS-DK-N2S.
           MOVE WS-DK-Z   TO WS-DK-VZ.
           MOVE WS-DK-S   TO WS-DK-VS.
           MOVE WS-DK-N1Z TO WS-DK-AZ.
           MOVE WS-DK-N1S TO WS-DK-AS.
           PERFORM DICHTE-GANG-VERFOLGEN.
           IF WS-DK-SACKGASSE = 0
              MOVE WS-DK-Z   TO WS-DK-VZ
              MOVE WS-DK-S   TO WS-DK-VS
              MOVE WS-DK-N2Z TO WS-DK-AZ
              MOVE WS-DK-N2S TO WS-DK-AS
              PERFORM DICHTE-GANG-VERFOLGEN
           END-IF.
           IF WS-DK-SACKGASSE = 1
              MOVE "SACKGASSENZULAUF" TO WS-DK-LAGE
           END-IF.
       DICHTE-ZELLE-EINORDNEN-EXIT. EXIT.

       DICHTE-AUSGANGSNAEHE-PRUEFEN SECTION.
           MOVE 0 TO WS-DK-AUSGANGSNAH.
           MOVE 1 TO WS-DK-VONZ.
           IF WS-DK-Z > 2
              COMPUTE WS-DK-VONZ = WS-DK-Z - 2
           END-IF.
           COMPUTE WS-DK-BISZ = WS-DK-Z + 2.
           IF WS-DK-BISZ > LETZTEZEILE
              MOVE LETZTEZEILE TO WS-DK-BISZ
           END-IF.
           MOVE 1 TO WS-DK-VONS.
           IF WS-DK-S > 2
              COMPUTE WS-DK-VONS = WS-DK-S - 2
           END-IF.
           COMPUTE WS-DK-BISS = WS-DK-S + 2.
           IF WS-DK-BISS > ENDEZEILE
              MOVE ENDEZEILE TO WS-DK-BISS
           END-IF.
           MOVE WS-DK-VONZ TO WS-DK-EZ.
           PERFORM UNTIL WS-DK-EZ > WS-DK-BISZ
              MOVE WS-DK-VONS TO WS-DK-ES
              PERFORM UNTIL WS-DK-ES > WS-DK-BISS
                 PERFORM DICHTE-AUSGANG-PRUEFEN
                 IF WS-DK-IST-AUSGANG = 1
                    MOVE 1 TO WS-DK-AUSGANGSNAH
                    EXIT SECTION
                 END-IF
                 ADD 1 TO WS-DK-ES
              END-PERFORM
              ADD 1 TO WS-DK-EZ
           END-PERFORM.
       DICHTE-AUSGANGSNAEHE-PRUEFEN-EXIT. EXIT.

       DICHTE-AUSGANG-PRUEFEN SECTION.
      *    AUSGANG WIE IN LABPRUEF: OFFENES FELD AM RASTERRAND;
      *    DAZU DAS TREPPENHAUS ALS AUSGANG DER ETAGE
           MOVE 0 TO WS-DK-IST-AUSGANG.
           MOVE LABZEILE(WS-DK-EZ)(WS-DK-ES:1) TO WS-DK-ZEICHEN.
           IF WS-DK-ZEICHEN = LEG-TREPPE
              MOVE 1 TO WS-DK-IST-AUSGANG
              EXIT SECTION
           END-IF.
           IF WS-DK-ZEICHEN NOT = LEG-OFFEN
            AND WS-DK-ZEICHEN NOT = SPACE
              EXIT SECTION
           END-IF.
           IF WS-DK-EZ = 1 OR WS-DK-EZ = LETZTEZEILE
            OR WS-DK-ES = 1 OR WS-DK-ES = ENDEZEILE
              MOVE 1 TO WS-DK-IST-AUSGANG
           END-IF.
       DICHTE-AUSGANG-PRUEFEN-EXIT. EXIT.

       DICHTE-NACHBARN-ERMITTELN SECTION.
      *    BEGEHBARE NACHBARN (ALLES AUSSER WAND) VON WS-DK-PZ/
      *    WS-DK-PS IN DK-NACHBAR, ANZAHL IN WS-DK-NANZ
           MOVE 0 TO WS-DK-NANZ.
           IF WS-DK-PZ > 1
              COMPUTE WS-DK-QZ = WS-DK-PZ - 1
              MOVE WS-DK-PS TO WS-DK-QS
              PERFORM DICHTE-NACHBAR-PRUEFEN
           END-IF.
           IF WS-DK-PZ < LETZTEZEILE
              COMPUTE WS-DK-QZ = WS-DK-PZ + 1
              MOVE WS-DK-PS TO WS-DK-QS
              PERFORM DICHTE-NACHBAR-PRUEFEN
           END-IF.
           IF WS-DK-PS > 1
              MOVE WS-DK-PZ TO WS-DK-QZ
              COMPUTE WS-DK-QS = WS-DK-PS - 1
              PERFORM DICHTE-NACHBAR-PRUEFEN
           END-IF.
           IF WS-DK-PS < ENDEZEILE
              MOVE WS-DK-PZ TO WS-DK-QZ
              COMPUTE WS-DK-QS = WS-DK-PS + 1
              PERFORM DICHTE-NACHBAR-PRUEFEN
           END-IF.
       DICHTE-NACHBARN-ERMITTELN-EXIT. EXIT.

       DICHTE-NACHBAR-PRUEFEN SECTION.
           IF LABZEILE(WS-DK-QZ)(WS-DK-QS:1) NOT = LEG-WAND
              ADD 1 TO WS-DK-NANZ
              MOVE WS-DK-QZ TO DK-NZ(WS-DK-NANZ)
              MOVE WS-DK-QS TO DK-NS(WS-DK-NANZ)
           END-IF.
       DICHTE-NACHBAR-PRUEFEN-EXIT. EXIT.

       DICHTE-GANG-VERFOLGEN SECTION.
      *    VON WS-DK-VZ/VS KOMMEND AB WS-DK-AZ/AS DEM GANG FOLGEN,
      *    BIS EIN AUSGANG, EIN ABZWEIG ODER EINE SACKGASSE ERREICHT
      *    IST; WS-DK-SACKGASSE = 1, WENN ER IN EINER SACKGASSE
      *    ENDET. DIE SCHRITTGRENZE FAENGT RINGFOERMIGE GAENGE AB
           MOVE 0 TO WS-DK-SACKGASSE.
           MOVE 0 TO WS-DK-GANGSCHRITTE.
           PERFORM UNTIL WS-DK-GANGSCHRITTE > 2000
              ADD 1 TO WS-DK-GANGSCHRITTE
              MOVE WS-DK-AZ TO WS-DK-EZ
              MOVE WS-DK-AS TO WS-DK-ES
              PERFORM DICHTE-AUSGANG-PRUEFEN
              IF WS-DK-IST-AUSGANG = 1
                 EXIT SECTION
              END-IF
              MOVE WS-DK-AZ TO WS-DK-PZ
              MOVE WS-DK-AS TO WS-DK-PS
              PERFORM DICHTE-NACHBARN-ERMITTELN
              IF WS-DK-NANZ = 1
                 MOVE 1 TO WS-DK-SACKGASSE
                 EXIT SECTION
              END-IF
              IF WS-DK-NANZ NOT = 2
                 EXIT SECTION
              END-IF
              IF DK-NZ(1) = WS-DK-VZ AND DK-NS(1) = WS-DK-VS
                 MOVE 2 TO WS-DK-N
              ELSE
                 MOVE 1 TO WS-DK-N
              END-IF
              MOVE WS-DK-AZ TO WS-DK-VZ
              MOVE WS-DK-AS TO WS-DK-VS
              MOVE DK-NZ(WS-DK-N) TO WS-DK-AZ
              MOVE DK-NS(WS-DK-N) TO WS-DK-AS
           END-PERFORM.
       DICHTE-GANG-VERFOLGEN-EXIT. EXIT.

       ROSTER-PRUEFEN SECTION.
      *    NAMENSVERZEICHNIS LESEN UND GEGEN DAS RASTER ABGLEICHEN:
      *    EIN BUCHSTABE IM RASTER OHNE VERZEICHNISEINTRAG IST EIN
      *    ZEILE 2: STANDARD-DURCHLASS PERS/MINUTE (STELLE 1-3)
      *    AB ZEILE 3 JE AUSGANG EIGENER DURCHLASS:
      *    ZEILE (1-3), STELLE (4-6), PERS/MINUTE (7-9)
      *    SATZ 'RAUCH' (STELLE 1-5) MIT DER AUSBREITUNG DES RAUCHS
      *    IN ZELLEN JE MINUTE (STELLE 7-9) FUER DIE RAUCHSIMULATION
      *    SATZ 'DICHTE' (STELLE 1-6) MIT DER ZAHL DER LAEUFE FUER DIE
      *    ROLLIERENDE DICHTEKARTE (STELLE 8-9, OHNE ANGABE 30)
      *    OHNE DATEI GELTEN 2 SEKUNDEN JE SCHRITT UND 30 PERS/MIN
           INITIALIZE SIMPARAM.
           MOVE 30 TO WS-DK-FENSTER.
           MOVE 2  TO SIM-SEKPROSCHRITT.
           MOVE 30 TO SIM-STANDARDRATE.
           OPEN INPUT SIMEIN.
                 READ SIMEIN INTO SIMZEILE
                    AT END CONTINUE
                 END-READ
                 IF WS-SIM-STATUS = '00'
                  AND SIMZEILE(1:5) = 'RAUCH'
                  AND SIMZEILE(7:3) IS NUMERIC
                    MOVE SIMZEILE(7:3) TO SIM-RAUCHRATE
                 END-IF
                 IF WS-SIM-STATUS = '00'
                  AND SIMZEILE(1:6) = 'DICHTE'
                  AND SIMZEILE(8:2) IS NUMERIC
                  AND SIMZEILE(8:2) NOT = '00'
                    MOVE SIMZEILE(8:2) TO WS-DK-FENSTER
                 END-IF
                 IF WS-SIM-STATUS = '00'
                  AND SIM-AUSGANGANZAHL < 15
                  AND SIMZEILE(1:9) IS NUMERIC
      *    ZEILE 3 TREPPENHAUS (UEBERGANG ZUR ETAGE DARUNTER, SIEHE
      *    VERBINDUNGEN.txt), ZEILE 4 STUFE (FUER GEHFAEHIGE OFFEN,
      *    FUER MOBILITAETSEINGESCHRAENKTE BESUCHER GESPERRT, SIEHE
      *    .ATTR-DATEI), ZEILE 5 INNENTUER (BEGEHBAR, DURCHLASS AUS
      *    <DATEINAME>.TUEREN), AB ZEILE 6 RESERVIERTE ZEICHEN; OHNE
      *    DATEI GELTEN 'X', ' ', 'T', 'S' UND '+'
           MOVE 'X' TO LEG-WAND.
           MOVE ' ' TO LEG-OFFEN.
           MOVE 'T' TO LEG-TREPPE.
           MOVE 'S' TO LEG-STUFE.
           MOVE '+' TO LEG-TUER.
           MOVE 0 TO LEG-ANZRESERVIERT.
           OPEN INPUT LEGENDEIN.
           IF WS-LEGENDE-STATUS = '00'
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
           MOVE 0 TO WS-KOLLISIONSANZAHL.
           INITIALIZE WS-KOLL-ROH.
           MOVE 'J' TO WS-KONFORM.
           MOVE SPACES TO WS-KONFORM-GRUND.
           MOVE 0 TO WS-SZEN-BRANDZ.
           MOVE 0 TO WS-SZEN-BRANDS.
           MOVE 0 TO WS-MS-GEFUNDEN.
           MOVE 0 TO WS-MS-METER.
           MOVE '#' TO FEHLERMELDUNG.
           MOVE 1 TO ZAEHLER.
           STRING "resources/in/" DELIMITED BY SIZE
