      *    INGREDIENT. THE PROGRAM WRITES A VARIANCE REPORT (COUNTED
      *    VS BOOK) AND, AFTER APPROVAL, POSTS THE VARIANCES AS
      *    ADJUSTMENT MOVEMENTS ON THE LEDGER AND SETS THE BOOK
      *    QUANTITY TO THE COUNTED QUANTITY. THE VARIANCES OF ONE
      *    POSTING SHARE ONE LOSS REASON CODE (NORMALLY COUNT VARIANCE).
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 22.08.2026 | DOWNWARD COUNT VARIANCES
      *         ASKS WHICH LOCATION (OR ALL) IS BEING COUNTED - A
      *         LOCATION COUNT RECONCILES ONLY THAT LOCATION'S SPLIT,
      *         THE MASTER TOTAL IS RECONCILED BY THE ALL COUNT ALONE
      *     V4 | EM ATUALIZACAO | 15.10.2026 | LOT DEPLETION FROM A
      *         DOWNWARD VARIANCE IS LOGGED AS A COUNT ADJUSTMENT
      *     V5 | EM ATUALIZACAO | 15.10.2026 | CROSS-FILE STOCK BALANCE
      *         CHECK AND REPAIR (STKBAL) AS MENU OPTION 3
      *     V6 | EM ATUALIZACAO | 15.10.2026 | POSTING AN ALL COUNT
      *         NEEDS A LOSS REASON CODE (RSNPICK), CARRIED ON EVERY
      *         VARIANCE MOVEMENT OF THE POSTING
      *     V7 | EM ATUALIZACAO | 15.10.2026 | LOTUSE TAKES A
      *         REFERENCE NUMBER - NONE FOR A COUNT ADJUSTMENT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKTAKE.

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
               DISPLAY STKTAKE-MENU-OPTION1
               DISPLAY STKTAKE-MENU-OPTION2
               DISPLAY STKTAKE-MENU-OPTION3
               DISPLAY STKTAKE-MENU-OPTION4
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 2
                       CALL "LOCXFER"
                   WHEN 3
                       CALL "STKBAL"
                   WHEN 4
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
               END-IF
           END-PERFORM
           MOVE WS-SAVE-CHOICE TO SAVE-IT
           MOVE SPACES TO WS-MOV-REASON-CODE WS-MOV-LOC
           IF SAVE-IT-YES AND WS-LOC-CODE = LOCATION-ALL
               DISPLAY RSN-NEEDED
               CALL "RSNPICK" USING WS-MOV-REASON-CODE
               IF WS-MOV-REASON-CODE = SPACES
                   MOVE "N" TO SAVE-IT
               END-IF
           END-IF
           IF SAVE-IT-YES
               MOVE 0 TO WS-POSTED-CT
               PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               MOVE STKTAKE-MOVE-REASON TO WS-MOV-REASON
               CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                   WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                   WS-MOV-REASON-CODE WS-MOV-LOC
               IF WS-MOV-SIGN = "-"
                   MOVE "A" TO WS-LTH-SOURCE
                   MOVE 0 TO WS-LTH-BUS-DATE
                   CALL "LOTUSE" USING ING-ID WS-MOV-QTY
                       WS-LTH-SOURCE WS-LTH-BUS-DATE WS-LTH-NO-REF
               END-IF
               ADD 1 TO WS-POSTED-CT
           END-IF.
