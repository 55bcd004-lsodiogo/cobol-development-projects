      *    THE STOCK TAKE MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | EACH MOVEMENT OF THE PAIR
      *         CARRIES THE LOCATION IT LEAVES OR REACHES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCXFER.
           MOVE "-" TO WS-MOV-SIGN
           MOVE WS-IN-QTY TO WS-MOV-QTY
           MOVE WS-BALANCE-QTY TO WS-MOV-BALANCE
           MOVE SPACES TO WS-MOV-REASON-CODE
           MOVE WS-FROM-LOC TO WS-MOV-LOC
           MOVE SPACES TO WS-MOV-REASON
           STRING XFER-REASON-TO DELIMITED BY SIZE
               WS-TO-LOC DELIMITED BY SIZE
               INTO WS-MOV-REASON
           CALL "INGMOVE" USING WS-SEARCH-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC

           MOVE "+" TO WS-MOV-SIGN
           MOVE WS-TO-LOC TO WS-MOV-LOC
           MOVE SPACES TO WS-MOV-REASON
           STRING XFER-REASON-FROM DELIMITED BY SIZE
               WS-FROM-LOC DELIMITED BY SIZE
               INTO WS-MOV-REASON
           CALL "INGMOVE" USING WS-SEARCH-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC.
