      *          STELLE  51- 64  LAUFZEITPUNKT JJJJMMTTHHMMSS
      *          STELLE  66      STATUS A=UEBERNOMMEN R=ABGELEHNT
      *          STELLE  68-107  ABLEHNUNGSGRUND
      *          DAZU EIN KOPFSATZ (**KOPF**) ALS ERSTER UND EIN
      *          ENDESATZ (**ENDE**) ALS LETZTER SATZ, AUFBAU UND
      *          PRUEFUNG SIEHE LABEING (STEP001 IN LABYBAT); BEIDE
      *          WERDEN HIER UEBERLESEN
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                 AT END CONTINUE
              END-READ
              IF WS-QUITT-STATUS = '00' AND QU-ANZAHL < 200
               AND QUITTSATZ(1:8) NOT = "**KOPF**"
               AND QUITTSATZ(1:8) NOT = "**ENDE**"
                 ADD 1 TO QU-ANZAHL
                 MOVE QUITTSATZ(1:50)   TO QU-DATEI(QU-ANZAHL)
                 MOVE QUITTSATZ(51:14)  TO QU-LAUFZEIT(QU-ANZAHL)
