      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    STKBAL | CROSS-FILE STOCK BALANCE CHECK AND REPAIR
      ******************************************************************
      *    THE SAME STOCK QUANTITY IS HELD IN FOUR PLACES: THE MASTER
      *    (ING-INVENTORY), THE PER-LOCATION SPLIT (INGLOC.DAT), THE
      *    LOTS STILL ON HAND (INGLOT.DAT) AND THE RUNNING BALANCE OF
      *    THE LAST MOVEMENT ON THE LEDGER (MOVEMENT.DAT). THE CHECK
      *    COMPARES ALL FOUR PER INGREDIENT AGAINST THE MASTER, WHICH
      *    IS THE AUTHORITATIVE TOTAL, AND PRINTS EVERY INGREDIENT OUT
      *    OF BALANCE WITH THE DIFFERENCES AND THE LAST MOVEMENT THAT
      *    TOUCHED IT (STKBAL.PRN). A MASTER AND LOCATION TOTAL THAT
      *    DISAGREE FAIL THE CHECK - IN THE NIGHT BATCH THE STEP IS
      *    MARKED FAILED ON THE RUN CONTROL. MORE STOCK IN LOTS THAN
      *    ON THE MASTER, OR A LEDGER BALANCE THAT IS NOT THE MASTER,
      *    IS REPORTED FOR INVESTIGATION. LESS STOCK IN LOTS THAN ON
      *    THE MASTER IS STOCK RECEIVED BEFORE LOT TRACKING AND IS
      *    LISTED IN ITS OWN SECTION, NOT AS AN ERROR; SO IS AN
      *    INGREDIENT WITH NO LOCATION ROWS AT ALL (NEVER SPLIT) AND
      *    ONE WITH NO MOVEMENT SINCE THE LAST MONTH-END CLOSE.
      *    RUN AS A NIGHT BATCH STEP AND FROM THE STOCK TAKE MENU,
      *    WHERE A SUPERVISOR CAN ALSO REPAIR ONE INGREDIENT: THE
      *    LEDGER, THE LOCATIONS AND THE LOTS ARE BROUGHT BACK TO THE
      *    MASTER BY ADJUSTMENT MOVEMENTS, EACH ONE AUDIT-LOGGED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | THE LEDGER REPAIR NEEDS
      *         A LOSS REASON CODE (RSNPICK); THE LOCATION REPAIR NAMES
      *         ITS LOCATION ON THE MOVEMENT
      *     V3 | EM ATUALIZACAO | 15.10.2026 | LOTUSE TAKES A
      *         REFERENCE NUMBER - NONE FOR A BALANCE REPAIR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "INGLOC-SEL.cpy".
           COPY "INGLOT-SEL.cpy".
           COPY "INGMOVE-SEL.cpy".
           COPY "STKBAL-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "INGLOC-RECORD.cpy".
           COPY "INGLOT-RECORD.cpy".
           COPY "INGMOVE-RECORD.cpy".
           COPY "STKBAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
           88  WS-INGREDS-EOF             VALUE "10".
       01  WS-INGLOC-STATUS               PIC X(002).
           88  WS-INGLOC-OK               VALUE "00".
           88  WS-INGLOC-EOF              VALUE "10".
           88  WS-INGLOC-NOT-FOUND        VALUE "35".
       01  WS-INGLOT-STATUS               PIC X(002).
           88  WS-INGLOT-OK               VALUE "00".
           88  WS-INGLOT-EOF              VALUE "10".
           88  WS-INGLOT-NOT-FOUND        VALUE "35".
       01  WS-INGMOVE-STATUS              PIC X(002).
           88  WS-INGMOVE-OK              VALUE "00".
           88  WS-INGMOVE-EOF             VALUE "10".
           88  WS-INGMOVE-NOT-FOUND       VALUE "35".
       01  WS-STKBAL-STATUS               PIC X(002).
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-READ-FAIL                   PIC X(001).
       01  WS-ING-IX                      PIC 9(004).
       01  WS-SEARCH-ID                   PIC 9(003).
       01  WS-ING-NAME                    PIC X(030).
       01  WS-MASTER-QTY                  PIC 9(005).
       01  WS-LOC-DIFF                    PIC S9(007).
       01  WS-LOT-DIFF                    PIC S9(007).
       01  WS-LED-DIFF                    PIC S9(007).
       01  WS-PRE-LOT-QTY                 PIC 9(007).
       01  WS-LOC-CODE                    PIC X(003).
       01  WS-LOC-SIGN                    PIC X(001).
       01  WS-LOC-VALID                   PIC X(001).
       01  WS-LOC-ONHAND                  PIC 9(005).
       01  WS-REPAIR-QTY                  PIC 9(005).

       01  WS-CHECKED-CT                  PIC 9(005).
       01  WS-OUT-CT                      PIC 9(005).
       01  WS-LOC-BAD-CT                  PIC 9(005).
       01  WS-NO-LOC-CT                   PIC 9(005).
       01  WS-PRE-LOT-CT                  PIC 9(005).

       01  WS-FLAGS.
           05  WS-FLAG-LOC                PIC X(001).
           05  WS-FLAG-LOT                PIC X(001).
           05  WS-FLAG-LED                PIC X(001).

      * THE THREE FIGURES COMPARED WITH THE MASTER, PER INGREDIENT
      * (SUBSCRIPTED BY ING-ID), WITH THE LAST LEDGER MOVEMENT THAT
      * TOUCHED IT - THE LEDGER IS IN TIME ORDER, SO THE LAST ONE
      * READ IS THE LATEST
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 999 TIMES.
               10  WS-BAL-HAS-LOC         PIC X(001).
               10  WS-BAL-LOC-SUM         PIC 9(007).
               10  WS-BAL-LOT-SUM         PIC 9(007).
               10  WS-BAL-HAS-MOV         PIC X(001).
               10  WS-BAL-MOV-TIMESTAMP   PIC 9(014).
               10  WS-BAL-MOV-OPERATOR    PIC X(020).
               10  WS-BAL-MOV-TYPE        PIC X(001).
               10  WS-BAL-MOV-SIGN        PIC X(001).
               10  WS-BAL-MOV-QTY         PIC 9(005).
               10  WS-BAL-MOV-BALANCE     PIC 9(005).
               10  WS-BAL-MOV-REASON      PIC X(030).

       01  WS-OUT-LINE.
           05  WS-O-ID                    PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-O-NAME                  PIC X(030).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-MASTER                PIC ZZZZZZ9.
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LOC-SUM               PIC ZZZZZZ9.
           05  WS-O-LOC-SUM-X REDEFINES WS-O-LOC-SUM
                                          PIC X(007).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LOC-DIFF              PIC -ZZZZZ9.
           05  WS-O-LOC-DIFF-X REDEFINES WS-O-LOC-DIFF
                                          PIC X(007).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LOT-SUM               PIC ZZZZZZ9.
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LOT-DIFF              PIC -ZZZZZ9.
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LED-BAL               PIC ZZZZZZ9.
           05  WS-O-LED-BAL-X REDEFINES WS-O-LED-BAL
                                          PIC X(007).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-LED-DIFF              PIC -ZZZZZ9.
           05  WS-O-LED-DIFF-X REDEFINES WS-O-LED-DIFF
                                          PIC X(007).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-O-FLAGS                 PIC X(003).

       01  WS-LAST-LINE.
           05  FILLER                     PIC X(005) VALUE SPACES.
           05  WS-LM-LABEL                PIC X(015).
           05  WS-LM-DETAIL.
               10  WS-LM-TIMESTAMP        PIC 9(014).
               10  FILLER                 PIC X(002) VALUE SPACES.
               10  WS-LM-TYPE             PIC X(001).
               10  FILLER                 PIC X(001) VALUE SPACES.
               10  WS-LM-SIGN             PIC X(001).
               10  WS-LM-QTY              PIC ZZZZ9.
               10  FILLER                 PIC X(002) VALUE SPACES.
               10  WS-LM-BALANCE          PIC ZZZZ9.
               10  FILLER                 PIC X(002) VALUE SPACES.
               10  WS-LM-OPERATOR         PIC X(020).
               10  FILLER                 PIC X(002) VALUE SPACES.
               10  WS-LM-REASON           PIC X(030).
           05  WS-LM-NONE REDEFINES WS-LM-DETAIL
                                          PIC X(085).

       01  WS-PRE-LINE.
           05  WS-P-ID                    PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-P-NAME                  PIC X(030).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-P-MASTER                PIC ZZZZZZ9.
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-P-LOT-SUM               PIC ZZZZZZ9.
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-P-PRE-LOT               PIC ZZZZZZ9.

       01  WS-CT-LINE.
           05  WS-C-LABEL                 PIC X(046).
           05  WS-C-COUNT                 PIC ZZZZ9.

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "OPERATOR-ID.cpy".
           COPY "BATCHRUN.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF BATCH-MODE-ON
               PERFORM RUN-THE-CHECK
           ELSE
               MOVE "Y" TO WS-KEEP-GOING
               PERFORM UNTIL WS-KEEP-GOING = "N"
                   DISPLAY MODULE-NAME-STKBAL
                   DISPLAY STKBAL-MENU-OPTION1
                   DISPLAY STKBAL-MENU-OPTION2
                   DISPLAY STKBAL-MENU-OPTION3
                   DISPLAY MAIN-MENU-CHOICE
                   ACCEPT WS-MENU-CHOICE
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM RUN-THE-CHECK
                       WHEN 2
                           PERFORM REPAIR-ONE-INGREDIENT
                       WHEN 3
                           MOVE "N" TO WS-KEEP-GOING
                       WHEN OTHER
                           DISPLAY MAIN-MENU-ERROR
                           ACCEPT WS-ANY-KEY
                   END-EVALUATE
               END-PERFORM
           END-IF
           GOBACK.

      ******************************************************************
      * THE CHECK ITSELF. A LOCATION, LOT OR LEDGER FILE THAT DOES
      * NOT EXIST YET (STATUS 35) SIMPLY HOLDS NOTHING; ANY OTHER
      * READ FAILURE ABANDONS THE CHECK RATHER THAN REPORT EVERY
      * INGREDIENT OUT OF BALANCE AGAINST A PHANTOM ZERO.
      ******************************************************************
       RUN-THE-CHECK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY MODULE-NAME-STKBAL
           MOVE 0 TO WS-CHECKED-CT WS-OUT-CT WS-LOC-BAD-CT
           MOVE 0 TO WS-NO-LOC-CT WS-PRE-LOT-CT

           PERFORM LOAD-THE-FIGURES
           IF WS-READ-FAIL = "Y"
               DISPLAY ERROR-STKBAL-READ
               MOVE 8 TO WS-BATCH-STEP-RC
               IF NOT BATCH-MODE-ON
                   ACCEPT WS-ANY-KEY
               END-IF
           ELSE
               OPEN INPUT INGREDS-FILE
               IF NOT WS-INGREDS-OK
                   DISPLAY ERROR-INGREDS-OPEN
                   MOVE 8 TO WS-BATCH-STEP-RC
                   IF NOT BATCH-MODE-ON
                       ACCEPT WS-ANY-KEY
                   END-IF
               ELSE
                   PERFORM WRITE-BALANCE-REPORT
                   PERFORM SHOW-CHECK-RESULT
               END-IF
               CLOSE INGREDS-FILE
           END-IF
           MOVE WS-CHECKED-CT TO WS-BATCH-STEP-COUNT.

       SHOW-CHECK-RESULT.
           DISPLAY STKBAL-CHECKED WS-CHECKED-CT
           DISPLAY STKBAL-OUT-CT WS-OUT-CT
           DISPLAY STKBAL-PRELOT-CT WS-PRE-LOT-CT
           IF WS-LOC-BAD-CT > 0
               DISPLAY STKBAL-LOC-FAILED
               MOVE 8 TO WS-BATCH-STEP-RC
           END-IF
           DISPLAY STKBAL-DONE
           IF NOT BATCH-MODE-ON
               ACCEPT WS-ANY-KEY
           END-IF.

       LOAD-THE-FIGURES.
           MOVE "N" TO WS-READ-FAIL
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               MOVE "N" TO WS-BAL-HAS-LOC(WS-ING-IX)
               MOVE "N" TO WS-BAL-HAS-MOV(WS-ING-IX)
               MOVE 0 TO WS-BAL-LOC-SUM(WS-ING-IX)
               MOVE 0 TO WS-BAL-LOT-SUM(WS-ING-IX)
           END-PERFORM
           PERFORM LOAD-LOCATION-TOTALS
           IF WS-READ-FAIL = "N"
               PERFORM LOAD-LOT-TOTALS
           END-IF
           IF WS-READ-FAIL = "N"
               PERFORM LOAD-LAST-MOVEMENTS
           END-IF.

       LOAD-LOCATION-TOTALS.
           OPEN INPUT INGLOC-FILE
           EVALUATE TRUE
               WHEN WS-INGLOC-OK
                   MOVE 0 TO LOC-ING-ID
                   MOVE SPACES TO LOC-CODE
                   START INGLOC-FILE KEY IS NOT LESS THAN LOC-KEY
                   IF WS-INGLOC-OK
                       READ INGLOC-FILE NEXT RECORD
                       PERFORM UNTIL WS-INGLOC-EOF
                           IF LOC-ING-ID > 0
                               MOVE "Y" TO WS-BAL-HAS-LOC(LOC-ING-ID)
                               ADD LOC-QTY TO WS-BAL-LOC-SUM(LOC-ING-ID)
                           END-IF
                           READ INGLOC-FILE NEXT RECORD
                       END-PERFORM
                   END-IF
               WHEN WS-INGLOC-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-READ-FAIL
           END-EVALUATE
           CLOSE INGLOC-FILE.

       LOAD-LOT-TOTALS.
           OPEN INPUT INGLOT-FILE
           EVALUATE TRUE
               WHEN WS-INGLOT-OK
                   MOVE 0 TO LOT-ING-ID LOT-EXPIRY-DATE LOT-SEQ-NO
                   START INGLOT-FILE KEY IS NOT LESS THAN LOT-KEY
                   IF WS-INGLOT-OK
                       READ INGLOT-FILE NEXT RECORD
                       PERFORM UNTIL WS-INGLOT-EOF
                           IF LOT-ING-ID > 0
                               ADD LOT-QTY-REMAINING
                                   TO WS-BAL-LOT-SUM(LOT-ING-ID)
                           END-IF
                           READ INGLOT-FILE NEXT RECORD
                       END-PERFORM
                   END-IF
               WHEN WS-INGLOT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-READ-FAIL
           END-EVALUATE
           CLOSE INGLOT-FILE.

       LOAD-LAST-MOVEMENTS.
           OPEN INPUT INGMOVE-FILE
           EVALUATE TRUE
               WHEN WS-INGMOVE-OK
                   READ INGMOVE-FILE
                   PERFORM UNTIL WS-INGMOVE-EOF
                       IF MOV-ING-ID > 0
                           PERFORM KEEP-LAST-MOVEMENT
                       END-IF
                       READ INGMOVE-FILE
                   END-PERFORM
               WHEN WS-INGMOVE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-READ-FAIL
           END-EVALUATE
           CLOSE INGMOVE-FILE.

       KEEP-LAST-MOVEMENT.
           MOVE MOV-ING-ID TO WS-ING-IX
           MOVE "Y" TO WS-BAL-HAS-MOV(WS-ING-IX)
           MOVE MOV-TIMESTAMP TO WS-BAL-MOV-TIMESTAMP(WS-ING-IX)
           MOVE MOV-OPERATOR TO WS-BAL-MOV-OPERATOR(WS-ING-IX)
           MOVE MOV-TYPE TO WS-BAL-MOV-TYPE(WS-ING-IX)
           MOVE MOV-SIGN TO WS-BAL-MOV-SIGN(WS-ING-IX)
           MOVE MOV-QTY TO WS-BAL-MOV-QTY(WS-ING-IX)
           MOVE MOV-BALANCE TO WS-BAL-MOV-BALANCE(WS-ING-IX)
           MOVE MOV-REASON TO WS-BAL-MOV-REASON(WS-ING-IX).

      ******************************************************************
      * TWO PASSES OF THE MASTER: THE OUT-OF-BALANCE SECTION FIRST,
      * THEN THE STOCK OLDER THAN LOT TRACKING, SO THE ERRORS ARE
      * NOT LOST AMONG THE EXPECTED DIFFERENCES.
      ******************************************************************
       WRITE-BALANCE-REPORT.
           OPEN OUTPUT STKBAL-FILE
           MOVE STKBAL-TITLE TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE SPACES TO STKBAL-LINE
           STRING REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE SPACES TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-SECTION-OUT TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-HEADER TO STKBAL-LINE
           WRITE STKBAL-LINE

           MOVE 0 TO ING-ID
           START INGREDS-FILE KEY IS NOT LESS THAN ING-ID
           IF WS-INGREDS-OK
               READ INGREDS-FILE NEXT RECORD
               PERFORM UNTIL WS-INGREDS-EOF
                   PERFORM CHECK-ONE-INGREDIENT
                   READ INGREDS-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-OUT-CT = 0
               MOVE STKBAL-NONE-OUT TO STKBAL-LINE
               WRITE STKBAL-LINE
           END-IF

           MOVE SPACES TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-SECTION-PRELOT TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-PRELOT-HEADER TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE 0 TO ING-ID
           START INGREDS-FILE KEY IS NOT LESS THAN ING-ID
           IF WS-INGREDS-OK
               READ INGREDS-FILE NEXT RECORD
               PERFORM UNTIL WS-INGREDS-EOF
                   PERFORM LIST-PRE-LOT-STOCK
                   READ INGREDS-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-PRE-LOT-CT = 0
               MOVE STKBAL-NONE-PRELOT TO STKBAL-LINE
               WRITE STKBAL-LINE
           END-IF

           MOVE SPACES TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-CHECKED TO WS-C-LABEL
           MOVE WS-CHECKED-CT TO WS-C-COUNT
           MOVE WS-CT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-OUT-CT TO WS-C-LABEL
           MOVE WS-OUT-CT TO WS-C-COUNT
           MOVE WS-CT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-LOC-CT TO WS-C-LABEL
           MOVE WS-LOC-BAD-CT TO WS-C-COUNT
           MOVE WS-CT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-NOLOC-CT TO WS-C-LABEL
           MOVE WS-NO-LOC-CT TO WS-C-COUNT
           MOVE WS-CT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE
           MOVE STKBAL-PRELOT-CT TO WS-C-LABEL
           MOVE WS-PRE-LOT-CT TO WS-C-COUNT
           MOVE WS-CT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE
           IF WS-LOC-BAD-CT > 0
               MOVE STKBAL-LOC-FAILED TO STKBAL-LINE
               WRITE STKBAL-LINE
           END-IF
           CLOSE STKBAL-FILE.

      ******************************************************************
      * AN INGREDIENT NEVER SPLIT BY LOCATION HAS NO LOCATION TOTAL TO
      * DISAGREE WITH, AND ONE WITH NO MOVEMENT SINCE THE CLOSE HAS NO
      * LEDGER BALANCE - NEITHER IS AN ERROR. LOTS ARE ONLY WRONG
      * WHEN THEY HOLD MORE THAN THE MASTER.
      ******************************************************************
       CHECK-ONE-INGREDIENT.
           ADD 1 TO WS-CHECKED-CT
           MOVE ING-ID TO WS-ING-IX
           MOVE SPACES TO WS-FLAGS
           MOVE 0 TO WS-LOC-DIFF WS-LED-DIFF

           IF WS-BAL-HAS-LOC(WS-ING-IX) = "Y"
               COMPUTE WS-LOC-DIFF =
                   WS-BAL-LOC-SUM(WS-ING-IX) - ING-INVENTORY
               IF WS-LOC-DIFF NOT = 0
                   MOVE "L" TO WS-FLAG-LOC
                   ADD 1 TO WS-LOC-BAD-CT
               END-IF
           ELSE
               ADD 1 TO WS-NO-LOC-CT
           END-IF

           COMPUTE WS-LOT-DIFF =
               WS-BAL-LOT-SUM(WS-ING-IX) - ING-INVENTORY
           IF WS-LOT-DIFF > 0
               MOVE "T" TO WS-FLAG-LOT
           END-IF

           IF WS-BAL-HAS-MOV(WS-ING-IX) = "Y"
               COMPUTE WS-LED-DIFF =
                   WS-BAL-MOV-BALANCE(WS-ING-IX) - ING-INVENTORY
               IF WS-LED-DIFF NOT = 0
                   MOVE "M" TO WS-FLAG-LED
               END-IF
           END-IF

           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-OUT-CT
               PERFORM WRITE-ONE-OUT-LINE
           END-IF.

       WRITE-ONE-OUT-LINE.
           MOVE ING-ID TO WS-O-ID
           MOVE ING-NAME TO WS-O-NAME
           MOVE ING-INVENTORY TO WS-O-MASTER
           IF WS-BAL-HAS-LOC(WS-ING-IX) = "Y"
               MOVE WS-BAL-LOC-SUM(WS-ING-IX) TO WS-O-LOC-SUM
               MOVE WS-LOC-DIFF TO WS-O-LOC-DIFF
           ELSE
               MOVE STKBAL-NO-LOC-ROWS TO WS-O-LOC-SUM-X
               MOVE SPACES TO WS-O-LOC-DIFF-X
           END-IF
           MOVE WS-BAL-LOT-SUM(WS-ING-IX) TO WS-O-LOT-SUM
           MOVE WS-LOT-DIFF TO WS-O-LOT-DIFF
           IF WS-BAL-HAS-MOV(WS-ING-IX) = "Y"
               MOVE WS-BAL-MOV-BALANCE(WS-ING-IX) TO WS-O-LED-BAL
               MOVE WS-LED-DIFF TO WS-O-LED-DIFF
           ELSE
               MOVE SPACES TO WS-O-LED-BAL-X
               MOVE SPACES TO WS-O-LED-DIFF-X
           END-IF
           MOVE WS-FLAGS TO WS-O-FLAGS
           MOVE WS-OUT-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE

           MOVE STKBAL-LAST-MOVE TO WS-LM-LABEL
           IF WS-BAL-HAS-MOV(WS-ING-IX) = "Y"
               MOVE WS-BAL-MOV-TIMESTAMP(WS-ING-IX) TO WS-LM-TIMESTAMP
               MOVE WS-BAL-MOV-TYPE(WS-ING-IX) TO WS-LM-TYPE
               MOVE WS-BAL-MOV-SIGN(WS-ING-IX) TO WS-LM-SIGN
               MOVE WS-BAL-MOV-QTY(WS-ING-IX) TO WS-LM-QTY
               MOVE WS-BAL-MOV-BALANCE(WS-ING-IX) TO WS-LM-BALANCE
               MOVE WS-BAL-MOV-OPERATOR(WS-ING-IX) TO WS-LM-OPERATOR
               MOVE WS-BAL-MOV-REASON(WS-ING-IX) TO WS-LM-REASON
           ELSE
               MOVE STKBAL-NO-MOVE TO WS-LM-NONE
           END-IF
           MOVE WS-LAST-LINE TO STKBAL-LINE
           WRITE STKBAL-LINE.

       LIST-PRE-LOT-STOCK.
           MOVE ING-ID TO WS-ING-IX
           IF WS-BAL-LOT-SUM(WS-ING-IX) < ING-INVENTORY
               ADD 1 TO WS-PRE-LOT-CT
               COMPUTE WS-PRE-LOT-QTY =
                   ING-INVENTORY - WS-BAL-LOT-SUM(WS-ING-IX)
               MOVE ING-ID TO WS-P-ID
               MOVE ING-NAME TO WS-P-NAME
               MOVE ING-INVENTORY TO WS-P-MASTER
               MOVE WS-BAL-LOT-SUM(WS-ING-IX) TO WS-P-LOT-SUM
               MOVE WS-PRE-LOT-QTY TO WS-P-PRE-LOT
               MOVE WS-PRE-LINE TO STKBAL-LINE
               WRITE STKBAL-LINE
           END-IF.

      ******************************************************************
      * THE MASTER IS NEVER CHANGED BY A REPAIR - IT IS THE FIGURE THE
      * OTHER FILES ARE BROUGHT BACK TO.
      ******************************************************************
       REPAIR-ONE-INGREDIENT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY NOT-AUTHORIZED
               ACCEPT WS-ANY-KEY
           ELSE
               OPEN INPUT INGREDS-FILE
               IF NOT WS-INGREDS-OK
                   DISPLAY ERROR-INGREDS-OPEN
                   ACCEPT WS-ANY-KEY
                   CLOSE INGREDS-FILE
               ELSE
                   DISPLAY SCREEN-INGREDS-ID
                   ACCEPT WS-SEARCH-ID
                   MOVE WS-SEARCH-ID TO ING-ID
                   READ INGREDS-FILE
                   IF NOT WS-INGREDS-OK OR WS-SEARCH-ID = 0
                       DISPLAY ERROR-INGREDID-NO
                       ACCEPT WS-ANY-KEY
                       CLOSE INGREDS-FILE
                   ELSE
                       DISPLAY MANUALLY-ADD-NAME ING-NAME
                       MOVE ING-NAME TO WS-ING-NAME
                       MOVE ING-INVENTORY TO WS-MASTER-QTY
                       CLOSE INGREDS-FILE
                       PERFORM LOAD-THE-FIGURES
                       IF WS-READ-FAIL = "Y"
                           DISPLAY ERROR-STKBAL-READ
                           ACCEPT WS-ANY-KEY
                       ELSE
                           PERFORM REPAIR-THE-INGREDIENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPAIR-THE-INGREDIENT.
           MOVE WS-SEARCH-ID TO WS-ING-IX
           MOVE SPACES TO WS-FLAGS
           MOVE SPACES TO WS-LOC-CODE
           DISPLAY STKBAL-MASTER-QTY WS-MASTER-QTY
           IF WS-BAL-HAS-LOC(WS-ING-IX) = "Y"
               DISPLAY STKBAL-LOC-TOTAL WS-BAL-LOC-SUM(WS-ING-IX)
               COMPUTE WS-LOC-DIFF =
                   WS-BAL-LOC-SUM(WS-ING-IX) - WS-MASTER-QTY
               IF WS-LOC-DIFF NOT = 0
                   MOVE "L" TO WS-FLAG-LOC
               END-IF
           ELSE
               DISPLAY STKBAL-LOC-TOTAL STKBAL-NO-LOC-ROWS
           END-IF
           DISPLAY STKBAL-LOT-TOTAL WS-BAL-LOT-SUM(WS-ING-IX)
           IF WS-BAL-LOT-SUM(WS-ING-IX) > WS-MASTER-QTY
               MOVE "T" TO WS-FLAG-LOT
           END-IF
           IF WS-BAL-HAS-MOV(WS-ING-IX) = "Y"
               DISPLAY STKBAL-LEDGER-BAL WS-BAL-MOV-BALANCE(WS-ING-IX)
               IF WS-BAL-MOV-BALANCE(WS-ING-IX) NOT = WS-MASTER-QTY
                   MOVE "M" TO WS-FLAG-LED
               END-IF
           ELSE
               DISPLAY STKBAL-LEDGER-BAL STKBAL-NO-MOVE
           END-IF

           IF WS-FLAGS = SPACES
               DISPLAY STKBAL-NOTHING
           ELSE
               MOVE SPACES TO WS-MOV-REASON-CODE WS-MOV-LOC
               IF WS-FLAG-LED = "M"
                   DISPLAY RSN-NEEDED
                   CALL "RSNPICK" USING WS-MOV-REASON-CODE
               END-IF
               IF WS-FLAG-LED = "M" AND WS-MOV-REASON-CODE = SPACES
                   DISPLAY STKBAL-NOT-REPAIRED
               ELSE
                   IF WS-FLAG-LOC = "L"
                       PERFORM GET-REPAIR-LOCATION
                   END-IF
                   DISPLAY MESSAGE-STKBAL-REPAIR
                   ACCEPT WS-SAVE-CHOICE
                   MOVE SPACES TO SAVE-IT
                   PERFORM UNTIL SAVE-IT-VALID
                       MOVE WS-SAVE-CHOICE TO SAVE-IT
                       IF NOT SAVE-IT-VALID
                           DISPLAY ERROR-SAVE
                           ACCEPT WS-SAVE-CHOICE
                       END-IF
                   END-PERFORM
                   MOVE WS-SAVE-CHOICE TO SAVE-IT
                   IF SAVE-IT-YES
                       PERFORM POST-THE-REPAIR
                       DISPLAY STKBAL-REPAIRED
                   ELSE
                       DISPLAY STKBAL-NOT-REPAIRED
                   END-IF
               END-IF
           END-IF
           ACCEPT WS-ANY-KEY.

      ******************************************************************
      * THE WHOLE LOCATION DIFFERENCE GOES TO ONE LOCATION. A
      * REDUCTION MUST FIT IN WHAT THAT LOCATION HOLDS - A LOCATION
      * NEVER GOES BELOW ZERO. BLANK LEAVES THE LOCATIONS AS THEY ARE
      * AND REPAIRS ONLY THE LEDGER AND THE LOTS.
      ******************************************************************
       GET-REPAIR-LOCATION.
           IF WS-LOC-DIFF < 0
               MOVE "+" TO WS-LOC-SIGN
               COMPUTE WS-REPAIR-QTY = 0 - WS-LOC-DIFF
           ELSE
               MOVE "-" TO WS-LOC-SIGN
               MOVE WS-LOC-DIFF TO WS-REPAIR-QTY
           END-IF
           MOVE "N" TO WS-LOC-VALID
           PERFORM UNTIL WS-LOC-VALID = "Y"
               DISPLAY STKBAL-LOC-PROMPT
               ACCEPT WS-LOC-CODE
               MOVE FUNCTION UPPER-CASE(WS-LOC-CODE) TO WS-LOC-CODE
               PERFORM CHECK-REPAIR-LOCATION
           END-PERFORM.

       CHECK-REPAIR-LOCATION.
           EVALUATE TRUE
               WHEN WS-LOC-CODE = SPACES
                   MOVE "Y" TO WS-LOC-VALID
               WHEN WS-LOC-CODE = LOCATION-ALL
                   DISPLAY ERROR-LOCATION
               WHEN WS-LOC-SIGN = "-"
                   PERFORM GET-LOCATION-ONHAND
                   IF WS-LOC-ONHAND < WS-REPAIR-QTY
                       DISPLAY LOC-ONHAND WS-LOC-ONHAND
                       DISPLAY ERROR-STKBAL-LOC-QTY
                   ELSE
                       MOVE "Y" TO WS-LOC-VALID
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-LOC-VALID
           END-EVALUATE.

       GET-LOCATION-ONHAND.
           MOVE 0 TO WS-LOC-ONHAND
           OPEN INPUT INGLOC-FILE
           IF WS-INGLOC-OK
               MOVE WS-SEARCH-ID TO LOC-ING-ID
               MOVE WS-LOC-CODE TO LOC-CODE
               READ INGLOC-FILE
               IF WS-INGLOC-OK
                   MOVE LOC-QTY TO WS-LOC-ONHAND
               END-IF
           END-IF
           CLOSE INGLOC-FILE.

      ******************************************************************
      * THE LEDGER IS REPAIRED FIRST: ITS ADJUSTMENT CARRIES THE GAP
      * BETWEEN THE LAST BALANCE AND THE MASTER AND LEAVES THE MASTER
      * AS THE NEW BALANCE, SO THE RUNNING BALANCE IS CONTINUOUS AND
      * THE GAP IS VISIBLE ON THE LEDGER UNDER THE LOSS REASON CODE
      * THE SUPERVISOR GAVE IT. THE LOCATION ADJUSTMENT AND THE LOT
      * REDUCTION DO NOT CHANGE THE MASTER.
      ******************************************************************
       POST-THE-REPAIR.
           MOVE "BALREPAIR" TO WS-AUD-ACTION
           IF WS-FLAG-LED = "M"
               PERFORM POST-LEDGER-REPAIR
           END-IF
           IF WS-FLAG-LOC = "L" AND WS-LOC-CODE NOT = SPACES
               PERFORM POST-LOCATION-REPAIR
           END-IF
           IF WS-FLAG-LOT = "T"
               PERFORM POST-LOT-REPAIR
           END-IF.

       POST-LEDGER-REPAIR.
           MOVE "A" TO WS-MOV-TYPE
           IF WS-MASTER-QTY > WS-BAL-MOV-BALANCE(WS-ING-IX)
               MOVE "+" TO WS-MOV-SIGN
               COMPUTE WS-MOV-QTY =
                   WS-MASTER-QTY - WS-BAL-MOV-BALANCE(WS-ING-IX)
           ELSE
               MOVE "-" TO WS-MOV-SIGN
               COMPUTE WS-MOV-QTY =
                   WS-BAL-MOV-BALANCE(WS-ING-IX) - WS-MASTER-QTY
           END-IF
           MOVE WS-MASTER-QTY TO WS-MOV-BALANCE
           MOVE STKBAL-REASON-LEDGER TO WS-MOV-REASON
           CALL "INGMOVE" USING WS-SEARCH-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC
           MOVE "LEDGER BALANCE" TO WS-AUD-FIELD
           MOVE WS-BAL-MOV-BALANCE(WS-ING-IX) TO WS-AUD-BEFORE
           MOVE WS-MASTER-QTY TO WS-AUD-AFTER
           CALL "AUDITLOG" USING WS-AUD-ACTION WS-SEARCH-ID
               WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER.

      ******************************************************************
      * AS FOR A TRANSFER, THE LOCATION CHANGE IS TRACED BY A PAIR OF
      * ADJUSTMENTS THAT NET TO ZERO, BOTH CARRYING THE UNCHANGED
      * MASTER AS THE BALANCE: ONE NAMES THE LOCATION, THE OTHER IS
      * THE OFFSET. NOTHING WAS LOST, SO THE PAIR HAS NO REASON CODE.
      ******************************************************************
       POST-LOCATION-REPAIR.
           PERFORM GET-LOCATION-ONHAND
           CALL "LOCPOST" USING WS-SEARCH-ID WS-LOC-CODE WS-LOC-SIGN
               WS-REPAIR-QTY

           MOVE "A" TO WS-MOV-TYPE
           MOVE WS-LOC-SIGN TO WS-MOV-SIGN
           MOVE WS-REPAIR-QTY TO WS-MOV-QTY
           MOVE WS-MASTER-QTY TO WS-MOV-BALANCE
           MOVE SPACES TO WS-MOV-REASON-CODE
           MOVE WS-LOC-CODE TO WS-MOV-LOC
           MOVE SPACES TO WS-MOV-REASON
           STRING STKBAL-REASON-AT DELIMITED BY SIZE
               WS-LOC-CODE DELIMITED BY SIZE
               INTO WS-MOV-REASON
           CALL "INGMOVE" USING WS-SEARCH-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC

           IF WS-LOC-SIGN = "+"
               MOVE "-" TO WS-MOV-SIGN
           ELSE
               MOVE "+" TO WS-MOV-SIGN
           END-IF
           MOVE STKBAL-REASON-OFFSET TO WS-MOV-REASON
           MOVE SPACES TO WS-MOV-LOC
           CALL "INGMOVE" USING WS-SEARCH-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC

           MOVE SPACES TO WS-AUD-FIELD
           STRING "LOCATION " DELIMITED BY SIZE
               WS-LOC-CODE DELIMITED BY SIZE
               INTO WS-AUD-FIELD
           MOVE WS-LOC-ONHAND TO WS-AUD-BEFORE
           IF WS-LOC-SIGN = "+"
               ADD WS-REPAIR-QTY TO WS-LOC-ONHAND
           ELSE
               SUBTRACT WS-REPAIR-QTY FROM WS-LOC-ONHAND
           END-IF
           MOVE WS-LOC-ONHAND TO WS-AUD-AFTER
           CALL "AUDITLOG" USING WS-AUD-ACTION WS-SEARCH-ID
               WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER.

      ******************************************************************
      * LOTS ABOVE THE MASTER ARE DEPLETED OLDEST-EXPIRY-FIRST AND
      * LOGGED ON THE LOT HISTORY AS A COUNT ADJUSTMENT, AS A DOWNWARD
      * STOCK COUNT DOES.
      ******************************************************************
       POST-LOT-REPAIR.
           COMPUTE WS-REPAIR-QTY =
               WS-BAL-LOT-SUM(WS-ING-IX) - WS-MASTER-QTY
           MOVE "A" TO WS-LTH-SOURCE
           MOVE 0 TO WS-LTH-BUS-DATE
           CALL "LOTUSE" USING WS-SEARCH-ID WS-REPAIR-QTY
               WS-LTH-SOURCE WS-LTH-BUS-DATE WS-LTH-NO-REF
           MOVE "LOT TOTAL" TO WS-AUD-FIELD
           MOVE WS-BAL-LOT-SUM(WS-ING-IX) TO WS-AUD-BEFORE
           MOVE WS-MASTER-QTY TO WS-AUD-AFTER
           CALL "AUDITLOG" USING WS-AUD-ACTION WS-SEARCH-ID
               WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER.
