      *         MASTER + SUPERVISOR-ONLY CHECKS ON DESTRUCTIVE OPTIONS
      *     V8 | EM ATUALIZACAO | 22.08.2026 | NIGHT BATCH MENU
      *     V9 | EM ATUALIZACAO | 22.08.2026 | BACKUP AND RESTORE MENU
      *     V10 | EM ATUALIZACAO | 15.10.2026 | CATERING PRE-ORDERS MENU
      *     V11 | EM ATUALIZACAO | 15.10.2026 | PREPARED INGREDIENTS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2.
               DISPLAY MAIN-MENU-OPTION14
               DISPLAY MAIN-MENU-OPTION15
               DISPLAY MAIN-MENU-OPTION16
               DISPLAY MAIN-MENU-OPTION17
               DISPLAY MAIN-MENU-OPTION18
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                           ACCEPT WS-ANY-KEY
                       END-IF
                   WHEN 16
                       CALL "CATORDER"
                   WHEN 17
                       CALL "PREPPROD"
                   WHEN 18
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
