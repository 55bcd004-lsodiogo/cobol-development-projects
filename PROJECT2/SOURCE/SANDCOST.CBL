      *    PRICED AT ZERO.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | OPTION3 IS THE SANDWICH
      *         ALLERGEN MATRIX (CALLS SANDALRG), EXIT MOVES TO OPTION4.
      *         SANDWICH SUBSCRIPT WIDENED SO THE 999-SLOT SWEEPS END
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANDCOST.
       01  WS-FOUND-ANY                   PIC X(001).
       01  WS-SALES-PRESENT               PIC X(001).
       01  WS-RECORD-EXISTS               PIC X(001).
       01  WS-SND-IX                      PIC 9(004).
       01  WS-LINE-COST                   PIC 9(007)V99.
       01  WS-MARGIN                      PIC S9(007)V99.
       01  WS-TOTAL-MARGIN                PIC S9(009)V99.
               DISPLAY SANDCOST-MENU-OPTION1
               DISPLAY SANDCOST-MENU-OPTION2
               DISPLAY SANDCOST-MENU-OPTION3
               DISPLAY SANDCOST-MENU-OPTION4
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 2
                       PERFORM CREATE-MARGIN-REPORT
                   WHEN 3
                       CALL "SANDALRG"
                   WHEN 4
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
