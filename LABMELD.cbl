      *          LABY216E  .EXP-EXPORT UNBESTAETIGT ODER VON DER
      *                    GEBAEUDELEITTECHNIK ABGELEHNT (LABQUITT,
      *                    QUITTUNGEN.txt, RC=4)
      *          LABY217W  VERSION HAT IHR GUELTIG-DATUM ERREICHT,
      *                    IST ABER NICHT FREIGEGEBEN (FREIGABE.MST,
      *                    LABFREIG); VORHERIGE FREIGEGEBENE
      *                    VERSION BLEIBT IN KRAFT - GIBT ES KEINE,
      *                    LAEUFT DIE ETAGE NICHT
      *          LABY218W  BRANDSCHUTZ-ZERTIFIKAT DER ETAGE AUSGESETZT
      *                    (GRENZWERT VERLETZT, KEINE GRENZWERTE ODER
      *                    OFFENER DEFEKT; ZERTIFIKAT.MST, LABZERT)
      *          LABY219E  NACHLAUF NICHT MOEGLICH (DATUM UNGUELTIG
      *                    ODER KEINE EINGABESICHERUNG UNTER
      *                    resources/out/ARCHIV/EINGABE.JJJJMMTT)
      *          LABY220I  ETAGE UEBER LABSPERR ANGEHALTEN
      *                    (SPERREN.MST), DATEI UEBERSPRUNGEN
      *          LABY221E  SPERRE UEBER IHR ABLAUFDATUM HINAUS NICHT
      *                    FREIGEGEBEN; ETAGE BLEIBT ANGEHALTEN, LAUF
      *                    ENDET MIT RC=4 (LABSPERR: VERLAENGERN ODER
      *                    FREIGEBEN)
      *          LABY222E  SCHNITTSTELLE VERSPAETET ODER
      *                    UNVOLLSTAENDIG (LABEING: AUSWEISE.txt/
      *                    QUITTUNGEN.txt FEHLT, KOPFSATZ NICHT VOM
      *                    HEUTIGEN TAG ODER SATZANZAHL IM ENDESATZ
      *                    ABWEICHEND; RC=16, LABAUSW/LABQUITT
      *                    LAUFEN NICHT AN)
      *          LABY223E  ZUGRIFF VERWEIGERT: BENUTZER NICHT ODER
      *                    INAKTIV IM BENUTZERSTAMM (BENUTZER.MST)
      *                    ODER ROLLE REICHT FUER DIE AKTION NICHT
      *                    (LABROLLE; PFLEGE MIT LABBENUT)
      *          LABY224E  LAUFHISTORIE HISTORIE.MST NICHT ZU OEFFNEN
      *                    (STATUS IM TEXT), LAUF NICHT IN DIE
      *                    HISTORIE GESCHRIEBEN; STAMM IM ALTEN
      *                    SATZAUFBAU MIT LABHLOAD ALTSTAMM UMSETZEN
      *          LABY301W  BESUCHER OHNE WEG (WEG ZU LANG ODER
      *                    KEIN AUSGANG)
      *          LABY302W  KEIN BARRIEREFREIER WEG FUER
      *          LABY304W  FLUCHTWEG ENDET NICHT AUF DER
      *                    GEBAEUDESEITE DES ZUGETEILTEN
      *                    SAMMELPUNKTS (SAMMELPUNKTE.txt)
      *          LABY305W  BESUCHER KANN NUR DURCH EINE
      *                    GEFAHRENZONE FLIEHEN (<DATEINAME>.GEFAHR)
      *          LABY306W  KEIN MASSSTAB FUER SITE/ETAGE IN
      *                    MASSSTAB.txt, ENTFERNUNGEN NUR IN SCHRITTEN
      *          LABY307W  ETAGE RAEUMT IM GEBAEUDELAUF (LABGSIM,
      *                    GEMEINSAME TREPPENHAEUSER) SPAETER ALS IM
      *                    EINZELLAUF VON LABZEIT (RC=4)
      *          LABY308W  NOTAUSGANG PRUEFUNG UEBERFAELLIG
      *                    (AUSGPRUEF.MST), FUER WEGSUCHE UND
      *                    LASTVERTEILUNG GESPERRT
      *          LABY309W  NOTAUSGANG BEI DER LETZTEN PRUEFUNG MIT
      *                    MAENGELN, FUER WEGSUCHE UND
      *                    LASTVERTEILUNG GESPERRT
      *
      *          SATZAUFBAU BETRIEB.LOG (FESTE STELLEN):
      *          STELLE   1- 14  ZEITPUNKT JJJJMMTTHHMMSS
