      *    SEARCHES/REPORTS MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | EACH LOT WRITTEN OFF IS
      *         LOGGED TO THE LOT HISTORY (LOTLOG). INGREDIENT
      *         SUBSCRIPT WIDENED SO THE 999-SLOT SWEEPS END
      *     V3 | EM ATUALIZACAO | 15.10.2026 | THE LOSS MOVEMENT CARRIES
      *         THE STANDARD EXPIRED LOSS REASON CODE (EXPD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGWROFF.
       01  WS-WROFF-QTY                   PIC 9(005).
       01  WS-LINE-VALUE                  PIC 9(010)V99.
       01  WS-MTD-VALUE                   PIC 9(011)V99.
       01  WS-ING-IX                      PIC 9(004).

      * MONTH-TO-DATE LOSS QUANTITY PER INGREDIENT (SUBSCRIPTED BY
      * ING-ID), SWEPT FROM THE LEDGER AFTER THE WRITE-OFFS POST SO

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "BATCHRUN.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

                   MOVE WS-WROFF-QTY TO WS-MOV-QTY
                   MOVE ING-INVENTORY TO WS-MOV-BALANCE
                   MOVE WROFF-MOVE-REASON TO WS-MOV-REASON
                   MOVE RSN-CODE-EXPIRED TO WS-MOV-REASON-CODE
                   MOVE SPACES TO WS-MOV-LOC
                   CALL "INGMOVE" USING ING-ID WS-MOV-TYPE
                       WS-MOV-SIGN WS-MOV-QTY WS-MOV-BALANCE
                       WS-MOV-REASON WS-MOV-REASON-CODE WS-MOV-LOC
               END-IF
               PERFORM WRITE-ONE-WROFF-LINE
               MOVE LOT-NUMBER TO WS-LTH-LOT-NUMBER
               MOVE LOT-EXPIRY-DATE TO WS-LTH-EXPIRY
               MOVE "W" TO WS-LTH-SOURCE
               MOVE 0 TO WS-LTH-BUS-DATE WS-LTH-PO WS-LTH-SUPP
               MOVE LOT-QTY-REMAINING TO WS-LTH-QTY
               MOVE SPACES TO WS-LTH-LOC
               CALL "LOTLOG" USING LOT-ING-ID WS-LTH-LOT-NUMBER
                   WS-LTH-EXPIRY WS-LTH-SOURCE WS-LTH-BUS-DATE
                   WS-LTH-QTY WS-LTH-PO WS-LTH-SUPP WS-LTH-LOC
               DELETE INGLOT-FILE RECORD
               ADD 1 TO WS-WROFF-CT
           END-IF.
