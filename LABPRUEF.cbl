           05  LEG-RESERVIERT OCCURS 10 PIC X(1).
           05  LEG-TREPPE         PIC X(1).
           05  LEG-STUFE          PIC X(1).
           05  LEG-TUER           PIC X(1).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LABYRINTH, POSBESUCH, FEHLERLISTE,
           IF ZEICHEN IS NOT ALPHABETIC AND ZEICHEN NOT = LEG-WAND
            AND ZEICHEN NOT = LEG-OFFEN AND ZEICHEN NOT = SPACE
            AND ZEICHEN NOT = LEG-TREPPE AND ZEICHEN NOT = LEG-STUFE
            AND ZEICHEN NOT = LEG-TUER
              MOVE "EIN NICHTZUGELASSENES ZEICHEN ENTHALTEN"
               TO WS-NEUEMELDUNG
              PERFORM FEHLER-HINZUFUEGEN
               AND ZEICHEN NOT = LEG-OFFEN AND ZEICHEN NOT = SPACE
               AND ZEICHEN NOT = LEG-TREPPE
               AND ZEICHEN NOT = LEG-STUFE
               AND ZEICHEN NOT = LEG-TUER
               AND WS-IST-RESERVIERT = 0
                 IF ANZBESUCHER < 16
                    MOVE ZAEHLERLABYRINTH TO ZEILE(ANZBESUCHER)
