      *          STELLE  1-30  NAME (WIE IM .NAMEN-ROSTER)
      *          STELLE 31-70  SITE  (WIE KOPF-SITE)
      *          STELLE 71-73  ETAGE (WIE KOPF-ETAGE)
      *          DAZU EIN KOPFSATZ (**KOPF**) ALS ERSTER UND EIN
      *          ENDESATZ (**ENDE**) ALS LETZTER SATZ, AUFBAU UND
      *          PRUEFUNG SIEHE LABEING (STEP001 IN LABYBAT); BEIDE
      *          WERDEN HIER UEBERLESEN
      *
      *          RC=4 BEI ABWEICHUNGEN, SONST RC=0
      ******************************************************************
              END-READ
              IF WS-AUSW-STATUS = '00'
               AND AUSWSATZ(1:30) NOT = SPACES
               AND AUSWSATZ(1:8) NOT = "**KOPF**"
               AND AUSWSATZ(1:8) NOT = "**ENDE**"
                 ADD 1 TO WS-BADGES
                 PERFORM BADGE-ABGLEICHEN
              END-IF
