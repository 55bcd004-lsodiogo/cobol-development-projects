      *         MOVES TO OPTION8
      *     V9 | EM ATUALIZACAO | 02.09.2026 | OPTION8 IS SANDWICH COST
      *         AND MARGIN (CALLS SANDCOST), EXIT MOVES TO OPTION9
      *     V10 | EM ATUALIZACAO | 15.10.2026 | OPTION9 IS THE LOT
      *         RECALL / TRACE (CALLS LOTRECL), EXIT MOVES TO OPTION10
      *     V11 | EM ATUALIZACAO | 15.10.2026 | OPTION10 IS THE
      *         SHRINKAGE REPORT AND LOSS REASON CODES (CALLS INGSHRNK),
      *         EXIT MOVES TO OPTION11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGSRCH.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
           88  WS-INGREDS-EOF             VALUE "10".
       01  WS-MENU-CHOICE                 PIC 9(002).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-SEARCH-ID                   PIC 9(003).
               DISPLAY SEARCH-MENU-OPTION7
               DISPLAY SEARCH-MENU-OPTION8
               DISPLAY SEARCH-MENU-OPTION9
               DISPLAY SEARCH-MENU-OPTION10
               DISPLAY SEARCH-MENU-OPTION11
               DISPLAY SEARCH-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 8
                       CALL "SANDCOST"
                   WHEN 9
                       CALL "LOTRECL"
                   WHEN 10
                       CALL "INGSHRNK"
                   WHEN 11
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY SEARCH-INGREDS-MENU-ERROR
