      *         THROUGH AN EDITED PICTURE SO THE DECIMAL POINT SURVIVES
      *     V4 | EM ATUALIZACAO | 02.09.2026 | OPTION5 IS THE INGREDIENT
      *         PRICE LIST (CALLS PRCMAINT), EXIT MOVES TO OPTION6
      *     V5 | EM ATUALIZACAO | 15.10.2026 | OPTION6 IS THE SUPPLIER
      *         SCORECARD (CALLS SUPSCORE), EXIT MOVES TO OPTION7
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.
               DISPLAY SUPP-MENU-OPTION4
               DISPLAY SUPP-MENU-OPTION5
               DISPLAY SUPP-MENU-OPTION6
               DISPLAY SUPP-MENU-OPTION7
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 5
                       CALL "PRCMAINT"
                   WHEN 6
                       CALL "SUPSCORE"
                   WHEN 7
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
