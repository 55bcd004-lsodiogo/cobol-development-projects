      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    INGSHRNK | SHRINKAGE REPORT AND LOSS REASON CODES
      ******************************************************************
      *    THE MONTHLY SHRINKAGE REPORT: WHAT THE MONTH LOST, BY LOSS
      *    REASON CODE, INGREDIENT AND LOCATION, VALUED AT
      *    ING-UNIT-COST AND SET AGAINST THE INGREDIENT'S USAGE (SOLD
      *    AND USED IN PRODUCTION) IN THE SAME MONTH. EVERY LOSS (TYPE
      *    L) IS SHRINKAGE; ADJUSTMENTS, RETURNS AND MANUAL USAGE ARE
      *    SHRINKAGE ONLY UNDER A CODE FLAGGED AS SUCH - A STOCK TAKE
      *    COUNT VARIANCE OR A STAFF MEAL IS, A DELIVERY SENT BACK TO
      *    THE SUPPLIER OR KITCHEN USAGE IS NOT. A GAIN UNDER A
      *    SHRINKAGE CODE (STOCK FOUND ON A COUNT) NETS OFF.
      *    THE MONTH IS READ FROM ITS ARCHIVE (MOVAR + CCYYMM + .DAT)
      *    WHEN IT HAS BEEN CLOSED AND FROM THE LIVE LEDGER OTHERWISE;
      *    LOSSES POSTED BEFORE THERE WERE REASON CODES SHOW AS NOT
      *    CODED. THE SIX MONTHS BEFORE ARE TAKEN FROM THE MONTHLY
      *    SUMMARY (MOVSUM.DAT) PER INGREDIENT, WHERE THE MONTH-END
      *    CLOSE COUNTS SHRINKAGE BY THE SAME RULE, SO A TREND STANDS
      *    OUT.
      *    REPORT IN SHRINK.PRN. THE LOSS REASON CODE FILE
      *    (RSNCODE.DAT) IS KEPT HERE BY SUPERVISORS. REACHED FROM THE
      *    SEARCHES/REPORTS MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | MANUAL USAGE UNDER A
      *         SHRINKAGE CODE IS SHRINKAGE; STANDARD CODE KUSE; THE
      *         TREND READS THE CLOSE'S OWN SHRINKAGE FROM THE SUMMARY
      *     V3 | EM ATUALIZACAO | 15.10.2026 | A FULL LINE TABLE NO
      *         LONGER STOPS ADDING TO LINES ALREADY IN IT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGSHRNK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "INGMOVE-SEL.cpy".
           COPY "MOVARCH-SEL.cpy".
           COPY "MOVSUM-SEL.cpy".
           COPY "RSNCODE-SEL.cpy".
           COPY "SHRINK-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "INGMOVE-RECORD.cpy".
           COPY "MOVARCH-RECORD.cpy".
           COPY "MOVSUM-RECORD.cpy".
           COPY "RSNCODE-RECORD.cpy".
           COPY "SHRINK-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
           88  WS-INGREDS-EOF             VALUE "10".
       01  WS-INGMOVE-STATUS              PIC X(002).
           88  WS-INGMOVE-OK              VALUE "00".
           88  WS-INGMOVE-EOF             VALUE "10".
           88  WS-INGMOVE-NOT-FOUND       VALUE "35".
       01  WS-MOVARCH-STATUS              PIC X(002).
           88  WS-MOVARCH-OK              VALUE "00".
           88  WS-MOVARCH-EOF             VALUE "10".
           88  WS-MOVARCH-NOT-FOUND       VALUE "35".
       01  WS-MOVSUM-STATUS               PIC X(002).
           88  WS-MOVSUM-OK               VALUE "00".
           88  WS-MOVSUM-EOF              VALUE "10".
       01  WS-RSNCODE-STATUS              PIC X(002).
           88  WS-RSNCODE-OK              VALUE "00".
           88  WS-RSNCODE-EOF             VALUE "10".
           88  WS-RSNCODE-NOT-FOUND       VALUE "35".
       01  WS-SHRINK-STATUS               PIC X(002).
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-CCYY              PIC 9(004).
           05  WS-TODAY-MM                PIC 9(002).
           05  WS-TODAY-DD                PIC 9(002).
       01  WS-IN-MONTH                    PIC 9(006).
       01  WS-IN-MONTH-X REDEFINES WS-IN-MONTH.
           05  WS-IN-CCYY                 PIC 9(004).
           05  WS-IN-MM                   PIC 9(002).
       01  WS-RPT-MONTH                   PIC 9(006).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH.
           05  WS-RPT-CCYY                PIC 9(004).
           05  WS-RPT-MM                  PIC 9(002).
       01  WS-WORK-CCYY                   PIC 9(004).
       01  WS-WORK-MM                     PIC 9(002).
       01  WS-REC-MONTH                   PIC 9(006).
       01  WS-MOVARCH-NAME                PIC X(015).
       01  WS-READ-FAIL                   PIC X(001).
       01  WS-ING-IX                      PIC 9(004).
       01  WS-HIST-IX                     PIC 9(002).
       01  WS-HIST-SHOWN                  PIC X(001).
       01  WS-MOVEMENT-CT                 PIC 9(007).
       01  WS-TREND-CT                    PIC 9(005).
       01  WS-RECORD-EXISTS               PIC X(001).
       01  WS-DEFAULTS-ADDED              PIC 9(002).

      * THE SIX CLOSED MONTHS BEFORE THE REPORT MONTH, OLDEST FIRST
       01  WS-HIST-TABLE.
           05  WS-HIST-MONTH OCCURS 6 TIMES
                                          PIC 9(006).

      * WHAT EVERY INGREDIENT ID USED AND LOST (SUBSCRIPTED BY ING-ID)
       01  WS-ING-TABLE.
           05  WS-ING-ENTRY OCCURS 999 TIMES.
               10  WS-ING-NAME            PIC X(030).
               10  WS-ING-COST            PIC 9(005)V99.
               10  WS-ING-USAGE           PIC 9(008).
               10  WS-ING-SHRINK          PIC S9(008).
               10  WS-ING-HIST OCCURS 6 TIMES.
                   15  WS-ING-H-FOUND     PIC X(001).
                   15  WS-ING-H-SHRINK    PIC S9(008).
                   15  WS-ING-H-USAGE     PIC 9(008).

      * LOSS REASON CODES, LOADED ONCE PER RUN
       01  WS-RT-CT                       PIC 9(003) VALUE 0.
       01  WS-RT-IX                       PIC 9(003).
       01  WS-RT-FOUND                    PIC X(001).
       01  WS-RT-SEARCH                   PIC X(004).
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 100 TIMES.
               10  WS-RT-CODE             PIC X(004).
               10  WS-RT-DESC             PIC X(030).
               10  WS-RT-SHRINK           PIC X(001).

      * SHRINKAGE LINES, KEPT IN REASON, INGREDIENT AND LOCATION ORDER
      * AS THEY ARE ADDED SO THE REPORT NEEDS NO SORT
       01  WS-SL-CT                       PIC 9(003) VALUE 0.
       01  WS-SL-IX                       PIC 9(003).
       01  WS-SL-SHIFT                    PIC 9(003).
       01  WS-SL-FULL                     PIC X(001).
       01  WS-SL-FOUND                    PIC X(001).
       01  WS-SL-SEARCH.
           05  WS-SL-SEARCH-CODE          PIC X(004).
           05  WS-SL-SEARCH-ING           PIC 9(003).
           05  WS-SL-SEARCH-LOC           PIC X(003).
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 500 TIMES.
               10  WS-SL-KEY.
                   15  WS-SL-CODE         PIC X(004).
                   15  WS-SL-ING          PIC 9(003).
                   15  WS-SL-LOC          PIC X(003).
               10  WS-SL-QTY              PIC S9(008).

      * SHRINKAGE VALUE PER LOCATION
       01  WS-LT-CT                       PIC 9(002) VALUE 0.
       01  WS-LT-IX                       PIC 9(003).
       01  WS-LT-FOUND                    PIC X(001).
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 99 TIMES.
               10  WS-LT-LOC              PIC X(003).
               10  WS-LT-VALUE            PIC S9(010)V99.

       01  WS-SIGNED-QTY                  PIC S9(008).
       01  WS-LAST-CODE                   PIC X(004).
       01  WS-LINE-VALUE                  PIC S9(010)V99.
       01  WS-RSN-VALUE                   PIC S9(011)V99.
       01  WS-TOT-SHRINK-VALUE            PIC S9(011)V99.
       01  WS-TOT-USAGE-VALUE             PIC S9(011)V99.
       01  WS-PCT-PART                    PIC S9(011)V99.
       01  WS-PCT-WHOLE                   PIC S9(011)V99.
       01  WS-PCT                         PIC S9(004)V9.
       01  WS-PCT-SHOW                    PIC -ZZZ9.9.
       01  WS-PCT-SHOW-X REDEFINES WS-PCT-SHOW
                                          PIC X(007).

      * LOSS REASON CODE MAINTENANCE
       01  WS-IN-CODE                     PIC X(004).
       01  WS-IN-DESC                     PIC X(030).
       01  WS-IN-FLAG                     PIC X(001).
       01  WS-CODE-SHOWN                  PIC X(001).
       01  WS-DEF-IX                      PIC 9(002).

      * THE STANDARD CODES, OFFERED AT MAINTENANCE FOR EVERY CODE NOT
      * ALREADY ON FILE. FAULTS THE SUPPLIER CREDITS, BOOK
      * CORRECTIONS AND KITCHEN USAGE ARE NOT SHRINKAGE.
       01  WS-DEFAULT-LIST.
           05  FILLER                     PIC X(005) VALUE "SPOLY".
           05  FILLER                     PIC X(030)
               VALUE "SPOILED".
           05  FILLER                     PIC X(005) VALUE "DROPY".
           05  FILLER                     PIC X(030)
               VALUE "DROPPED OR DAMAGED IN STORE".
           05  FILLER                     PIC X(005) VALUE "EXPDY".
           05  FILLER                     PIC X(030)
               VALUE "EXPIRED".
           05  FILLER                     PIC X(005) VALUE "CNTVY".
           05  FILLER                     PIC X(030)
               VALUE "COUNT VARIANCE".
           05  FILLER                     PIC X(005) VALUE "THFTY".
           05  FILLER                     PIC X(030)
               VALUE "THEFT".
           05  FILLER                     PIC X(005) VALUE "STAFY".
           05  FILLER                     PIC X(030)
               VALUE "STAFF MEAL".
           05  FILLER                     PIC X(005) VALUE "SAMPY".
           05  FILLER                     PIC X(030)
               VALUE "TASTING AND SAMPLES".
           05  FILLER                     PIC X(005) VALUE "DMGDN".
           05  FILLER                     PIC X(030)
               VALUE "DAMAGED ON DELIVERY".
           05  FILLER                     PIC X(005) VALUE "WRNGN".
           05  FILLER                     PIC X(030)
               VALUE "WRONG ITEM DELIVERED".
           05  FILLER                     PIC X(005) VALUE "QUALN".
           05  FILLER                     PIC X(030)
               VALUE "BELOW QUALITY SPEC".
           05  FILLER                     PIC X(005) VALUE "BREPN".
           05  FILLER                     PIC X(030)
               VALUE "BOOK CORRECTION / STOCK REPAIR".
           05  FILLER                     PIC X(005) VALUE "KUSEN".
           05  FILLER                     PIC X(030)
               VALUE "KITCHEN USAGE".
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
           05  WS-DEF-ENTRY OCCURS 12 TIMES.
               10  WS-DEF-CODE            PIC X(004).
               10  WS-DEF-SHRINK          PIC X(001).
               10  WS-DEF-DESC            PIC X(030).

       01  WS-DETAIL-LINE.
           05  WS-D-CODE                  PIC X(004).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-ID                    PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-NAME                  PIC X(030).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-LOC                   PIC X(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-QTY                   PIC -(007)9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-VALUE                 PIC -(008)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-D-PCT                   PIC X(007).

       01  WS-SUM-LINE.
           05  WS-S-LABEL                 PIC X(046).
           05  FILLER                     PIC X(012) VALUE SPACES.
           05  WS-S-VALUE                 PIC -(008)9.99.
           05  WS-S-VALUE-X REDEFINES WS-S-VALUE
                                          PIC X(012).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-S-PCT                   PIC X(007).

       01  WS-TREND-HEAD.
           05  WS-TH-LABEL                PIC X(068).
           05  WS-TH-MONTHS OCCURS 6 TIMES.
               10  FILLER                 PIC X(003).
               10  WS-TH-MONTH            PIC 9(006).

       01  WS-TREND-LINE.
           05  WS-T-ID                    PIC 9(003).
           05  FILLER                     PIC X(002).
           05  WS-T-NAME                  PIC X(030).
           05  FILLER                     PIC X(002).
           05  WS-T-QTY                   PIC -(007)9.
           05  FILLER                     PIC X(002).
           05  WS-T-VALUE                 PIC -(008)9.99.
           05  FILLER                     PIC X(002).
           05  WS-T-PCT                   PIC X(007).
           05  WS-T-HISTORY OCCURS 6 TIMES.
               10  FILLER                 PIC X(003).
               10  WS-T-HIST              PIC X(006).

       01  WS-CODE-LINE.
           05  WS-C-CODE                  PIC X(004).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-DESC                  PIC X(030).
           05  FILLER                     PIC X(004) VALUE SPACES.
           05  WS-C-SHRINK                PIC X(001).
           05  FILLER                     PIC X(007) VALUE SPACES.
           05  WS-C-STATUS                PIC X(001).

           COPY "OPERATOR-ID.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-INGSHRNK
               DISPLAY SHRNK-MENU-OPTION1
               DISPLAY SHRNK-MENU-OPTION2
               DISPLAY SHRNK-MENU-OPTION3
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM PRODUCE-SHRINK-REPORT
                   WHEN 2
                       PERFORM MAINTAIN-REASON-CODES
                   WHEN 3
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-RSNCODE-IO.
           OPEN I-O RSNCODE-FILE
           IF WS-RSNCODE-NOT-FOUND
               CLOSE RSNCODE-FILE
               OPEN OUTPUT RSNCODE-FILE
               CLOSE RSNCODE-FILE
               OPEN I-O RSNCODE-FILE
           END-IF.

      ******************************************************************
      * ANY MONTH CAN BE REPORTED - THE CURRENT ONE FROM THE LIVE
      * LEDGER AS IT STANDS, A CLOSED ONE FROM ITS ARCHIVE.
      ******************************************************************
       PRODUCE-SHRINK-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-REPORT-MONTH
           PERFORM LOAD-REASON-CODES
           OPEN INPUT INGREDS-FILE
           IF NOT WS-INGREDS-OK
               DISPLAY ERROR-INGREDS-OPEN
               ACCEPT WS-ANY-KEY
               CLOSE INGREDS-FILE
           ELSE
               PERFORM LOAD-INGREDIENTS
               CLOSE INGREDS-FILE
               PERFORM SWEEP-THE-MONTH
               IF WS-READ-FAIL = "Y"
                   DISPLAY ERROR-SHRNK-READ
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM LOAD-HISTORY
                   PERFORM WRITE-SHRINK-REPORT
                   IF WS-SL-FULL = "Y"
                       DISPLAY SHRNK-TABLE-FULL
                   END-IF
                   DISPLAY SHRNK-DONE
                   ACCEPT WS-ANY-KEY
               END-IF
           END-IF.

       GET-REPORT-MONTH.
           DISPLAY SHRNK-MONTH-PROMPT
           ACCEPT WS-IN-MONTH
           PERFORM UNTIL WS-IN-MONTH = 0
                   OR (WS-IN-CCYY >= 2000
                       AND WS-IN-MM >= 1 AND WS-IN-MM <= 12)
               DISPLAY ERROR-SHRNK-MONTH
               DISPLAY SHRNK-MONTH-PROMPT
               ACCEPT WS-IN-MONTH
           END-PERFORM
           IF WS-IN-MONTH = 0
               COMPUTE WS-RPT-MONTH = WS-TODAY-CCYY * 100 + WS-TODAY-MM
           ELSE
               MOVE WS-IN-MONTH TO WS-RPT-MONTH
           END-IF
           MOVE WS-RPT-CCYY TO WS-WORK-CCYY
           MOVE WS-RPT-MM TO WS-WORK-MM
           PERFORM VARYING WS-HIST-IX FROM 6 BY -1
                   UNTIL WS-HIST-IX < 1
               IF WS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-WORK-CCYY
                   MOVE 12 TO WS-WORK-MM
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               COMPUTE WS-HIST-MONTH(WS-HIST-IX) =
                   WS-WORK-CCYY * 100 + WS-WORK-MM
           END-PERFORM.

       LOAD-REASON-CODES.
           MOVE 0 TO WS-RT-CT
           OPEN INPUT RSNCODE-FILE
           IF WS-RSNCODE-OK
               READ RSNCODE-FILE NEXT RECORD
               PERFORM UNTIL WS-RSNCODE-EOF OR WS-RT-CT = 100
                   ADD 1 TO WS-RT-CT
                   MOVE RSN-CODE TO WS-RT-CODE(WS-RT-CT)
                   MOVE RSN-DESCRIPTION TO WS-RT-DESC(WS-RT-CT)
                   MOVE RSN-SHRINK-FLAG TO WS-RT-SHRINK(WS-RT-CT)
                   READ RSNCODE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE RSNCODE-FILE.

       LOAD-INGREDIENTS.
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               MOVE SPACES TO WS-ING-NAME(WS-ING-IX)
               MOVE 0 TO WS-ING-COST(WS-ING-IX)
               MOVE 0 TO WS-ING-USAGE(WS-ING-IX)
               MOVE 0 TO WS-ING-SHRINK(WS-ING-IX)
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > 6
                   MOVE "N" TO WS-ING-H-FOUND(WS-ING-IX, WS-HIST-IX)
                   MOVE 0 TO WS-ING-H-SHRINK(WS-ING-IX, WS-HIST-IX)
                   MOVE 0 TO WS-ING-H-USAGE(WS-ING-IX, WS-HIST-IX)
               END-PERFORM
           END-PERFORM
           READ INGREDS-FILE NEXT RECORD
           PERFORM UNTIL WS-INGREDS-EOF
               IF ING-ID > 0
                   MOVE ING-NAME TO WS-ING-NAME(ING-ID)
                   MOVE ING-UNIT-COST TO WS-ING-COST(ING-ID)
               END-IF
               READ INGREDS-FILE NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * A CLOSED MONTH'S DETAIL IS IN ITS ARCHIVE, THE REST OF IT (OR
      * ALL OF AN OPEN MONTH) ON THE LIVE LEDGER. THE ARCHIVE LINES ARE
      * READ THROUGH THE LEDGER'S RECORD LAYOUT, SO THE LEDGER IS OPENED
      * FIRST.
      ******************************************************************
       SWEEP-THE-MONTH.
           MOVE 0 TO WS-SL-CT WS-MOVEMENT-CT
           MOVE "N" TO WS-SL-FULL
           MOVE "N" TO WS-READ-FAIL
           OPEN INPUT INGMOVE-FILE
           EVALUATE TRUE
               WHEN WS-INGMOVE-OK
                   MOVE SPACES TO WS-MOVARCH-NAME
                   STRING "MOVAR" DELIMITED BY SIZE
                       WS-RPT-MONTH DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WS-MOVARCH-NAME
                   OPEN INPUT MOVARCH-FILE
                   EVALUATE TRUE
                       WHEN WS-MOVARCH-OK
                           PERFORM SWEEP-THE-ARCHIVE
                       WHEN WS-MOVARCH-NOT-FOUND
                           CONTINUE
                       WHEN OTHER
                           MOVE "Y" TO WS-READ-FAIL
                   END-EVALUATE
                   CLOSE MOVARCH-FILE
                   PERFORM SWEEP-THE-LEDGER
               WHEN WS-INGMOVE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-READ-FAIL
           END-EVALUATE
           CLOSE INGMOVE-FILE.

       SWEEP-THE-ARCHIVE.
           READ MOVARCH-FILE
           PERFORM UNTIL WS-MOVARCH-EOF
               MOVE MOVARCH-LINE TO INGMOVE-RECORD
               PERFORM TAKE-ONE-MOVEMENT
               READ MOVARCH-FILE
           END-PERFORM.

       SWEEP-THE-LEDGER.
           READ INGMOVE-FILE
           PERFORM UNTIL WS-INGMOVE-EOF
               PERFORM TAKE-ONE-MOVEMENT
               READ INGMOVE-FILE
           END-PERFORM.

      ******************************************************************
      * USAGE IS STOCK SOLD (U-) AND RAW STOCK USED IN PRODUCTION (P-).
      * A LOSS IS ALWAYS SHRINKAGE, CODED OR NOT; AN ADJUSTMENT OR A
      * RETURN ONLY WHEN ITS CODE IS FLAGGED AS SHRINKAGE.
      ******************************************************************
       TAKE-ONE-MOVEMENT.
           MOVE MOV-TIMESTAMP(1:6) TO WS-REC-MONTH
           IF WS-REC-MONTH = WS-RPT-MONTH AND MOV-ING-ID > 0
               ADD 1 TO WS-MOVEMENT-CT
               MOVE "N" TO WS-RT-FOUND
               IF (MOV-IS-ADJUST OR MOV-IS-RETURN OR MOV-IS-USAGE)
                       AND MOV-REASON-CODE NOT = SPACES
                   MOVE MOV-REASON-CODE TO WS-RT-SEARCH
                   PERFORM FIND-REASON-CODE
                   IF WS-RT-FOUND = "Y"
                           AND WS-RT-SHRINK(WS-RT-IX) NOT = "Y"
                       MOVE "N" TO WS-RT-FOUND
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN MOV-IS-LOSS
                       PERFORM ADD-SHRINKAGE
                   WHEN WS-RT-FOUND = "Y"
                       PERFORM ADD-SHRINKAGE
                   WHEN (MOV-IS-USAGE OR MOV-IS-PRODUCTION)
                           AND MOV-SIGN = "-"
                       ADD MOV-QTY TO WS-ING-USAGE(MOV-ING-ID)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ADD-SHRINKAGE.
           IF MOV-SIGN = "-"
               MOVE MOV-QTY TO WS-SIGNED-QTY
           ELSE
               COMPUTE WS-SIGNED-QTY = 0 - MOV-QTY
           END-IF
           IF MOV-REASON-CODE = SPACES
               MOVE RSN-CODE-NONE TO WS-SL-SEARCH-CODE
           ELSE
               MOVE MOV-REASON-CODE TO WS-SL-SEARCH-CODE
           END-IF
           MOVE MOV-ING-ID TO WS-SL-SEARCH-ING
           MOVE MOV-LOC-CODE TO WS-SL-SEARCH-LOC
           PERFORM FIND-SHRINK-LINE
           IF WS-SL-FOUND = "Y"
               ADD WS-SIGNED-QTY TO WS-SL-QTY(WS-SL-IX)
           END-IF
           ADD WS-SIGNED-QTY TO WS-ING-SHRINK(MOV-ING-ID).

       FIND-REASON-CODE.
           MOVE "N" TO WS-RT-FOUND
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RT-CT OR WS-RT-FOUND = "Y"
               IF WS-RT-CODE(WS-RT-IX) = WS-RT-SEARCH
                   MOVE "Y" TO WS-RT-FOUND
               END-IF
           END-PERFORM
           IF WS-RT-FOUND = "Y"
               SUBTRACT 1 FROM WS-RT-IX
           END-IF.

      ******************************************************************
      * FINDS THE LINE FOR THE SEARCH KEY, OR OPENS ONE IN ITS PLACE IN
      * KEY ORDER. WS-SL-FOUND SAYS WHETHER THIS KEY HAS A LINE; ONCE
      * THE TABLE IS FULL ONLY NEW KEYS ARE LEFT OUT (WS-SL-FULL).
      ******************************************************************
       FIND-SHRINK-LINE.
           MOVE "Y" TO WS-SL-FOUND
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SL-CT
                   OR WS-SL-KEY(WS-SL-IX) >= WS-SL-SEARCH
               CONTINUE
           END-PERFORM
           IF WS-SL-IX <= WS-SL-CT
                   AND WS-SL-KEY(WS-SL-IX) = WS-SL-SEARCH
               CONTINUE
           ELSE
               IF WS-SL-CT >= 500
                   MOVE "Y" TO WS-SL-FULL
                   MOVE "N" TO WS-SL-FOUND
               ELSE
                   PERFORM VARYING WS-SL-SHIFT FROM WS-SL-CT BY -1
                           UNTIL WS-SL-SHIFT < WS-SL-IX
                       MOVE WS-SL-ENTRY(WS-SL-SHIFT)
                           TO WS-SL-ENTRY(WS-SL-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-SL-CT
                   MOVE WS-SL-SEARCH TO WS-SL-KEY(WS-SL-IX)
                   MOVE 0 TO WS-SL-QTY(WS-SL-IX)
               END-IF
           END-IF.

      ******************************************************************
      * THE MONTHLY SUMMARY HAS NO REASON BREAKDOWN, SO THE TREND IS
      * THE MONTH'S SHRINKAGE AGAINST ITS USAGE PER INGREDIENT, AS THE
      * CLOSE COUNTED THEM. QUANTITY COLUMNS ADDED TO THE SUMMARY LATER
      * ARE BLANK ON OLDER ROWS: A ROW CLOSED BEFORE THE CLOSE COUNTED
      * SHRINKAGE FALLS BACK TO ITS LOSSES ALONE.
      ******************************************************************
       LOAD-HISTORY.
           OPEN INPUT MOVSUM-FILE
           IF WS-MOVSUM-OK
               READ MOVSUM-FILE
               PERFORM UNTIL WS-MOVSUM-EOF
                   IF SUM-ING-ID > 0
                       PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                               UNTIL WS-HIST-IX > 6
                           IF SUM-MONTH = WS-HIST-MONTH(WS-HIST-IX)
                               PERFORM TAKE-ONE-SUMMARY
                           END-IF
                       END-PERFORM
                   END-IF
                   READ MOVSUM-FILE
               END-PERFORM
           END-IF
           CLOSE MOVSUM-FILE.

       TAKE-ONE-SUMMARY.
           MOVE "Y" TO WS-ING-H-FOUND(SUM-ING-ID, WS-HIST-IX)
           IF SUM-SHRINK-QTY IS NUMERIC
               ADD SUM-SHRINK-QTY
                   TO WS-ING-H-SHRINK(SUM-ING-ID, WS-HIST-IX)
           ELSE
               IF SUM-LOSS-QTY IS NUMERIC
                   ADD SUM-LOSS-QTY
                       TO WS-ING-H-SHRINK(SUM-ING-ID, WS-HIST-IX)
               END-IF
           END-IF
           IF SUM-USAGE-QTY IS NUMERIC
               ADD SUM-USAGE-QTY
                   TO WS-ING-H-USAGE(SUM-ING-ID, WS-HIST-IX)
           END-IF
           IF SUM-PROD-USE-QTY IS NUMERIC
               ADD SUM-PROD-USE-QTY
                   TO WS-ING-H-USAGE(SUM-ING-ID, WS-HIST-IX)
           END-IF
           IF SUM-SHRINK-USAGE-QTY IS NUMERIC
               IF SUM-SHRINK-USAGE-QTY
                       > WS-ING-H-USAGE(SUM-ING-ID, WS-HIST-IX)
                   MOVE 0 TO WS-ING-H-USAGE(SUM-ING-ID, WS-HIST-IX)
               ELSE
                   SUBTRACT SUM-SHRINK-USAGE-QTY
                       FROM WS-ING-H-USAGE(SUM-ING-ID, WS-HIST-IX)
               END-IF
           END-IF.

       WRITE-SHRINK-REPORT.
           MOVE 0 TO WS-TOT-USAGE-VALUE WS-TOT-SHRINK-VALUE
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               COMPUTE WS-TOT-USAGE-VALUE = WS-TOT-USAGE-VALUE
                   + WS-ING-USAGE(WS-ING-IX) * WS-ING-COST(WS-ING-IX)
           END-PERFORM

           OPEN OUTPUT SHRINK-FILE
           MOVE SHRNK-TITLE TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SPACES TO SHRINK-LINE
           STRING SHRNK-MONTH-TAG DELIMITED BY SIZE
               WS-RPT-MONTH DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SPACES TO SHRINK-LINE
           WRITE SHRINK-LINE

           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-LOCATION-SECTION
           PERFORM WRITE-TREND-SECTION

           MOVE SPACES TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SPACES TO WS-S-PCT
           MOVE SHRNK-TOTAL-SHRINK TO WS-S-LABEL
           MOVE WS-TOT-SHRINK-VALUE TO WS-S-VALUE
           MOVE WS-SUM-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-TOTAL-USAGE TO WS-S-LABEL
           MOVE WS-TOT-USAGE-VALUE TO WS-S-VALUE
           MOVE WS-SUM-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-TOTAL-PCT TO WS-S-LABEL
           MOVE SPACES TO WS-S-VALUE-X
           MOVE WS-TOT-SHRINK-VALUE TO WS-PCT-PART
           MOVE WS-TOT-USAGE-VALUE TO WS-PCT-WHOLE
           PERFORM SET-PERCENTAGE
           MOVE WS-PCT-SHOW-X TO WS-S-PCT
           MOVE WS-SUM-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE
           IF WS-SL-FULL = "Y"
               MOVE SPACES TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE SHRNK-TABLE-FULL TO SHRINK-LINE
               WRITE SHRINK-LINE
           END-IF
           CLOSE SHRINK-FILE.

       WRITE-REASON-SECTION.
           MOVE SHRNK-SECTION-DETAIL TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-DETAIL-HEADER TO SHRINK-LINE
           WRITE SHRINK-LINE
           IF WS-SL-CT = 0
               MOVE SHRNK-NONE TO SHRINK-LINE
               WRITE SHRINK-LINE
           END-IF
           MOVE 0 TO WS-RSN-VALUE WS-LT-CT
           MOVE SPACES TO WS-LAST-CODE
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SL-CT
               IF WS-SL-CODE(WS-SL-IX) NOT = WS-LAST-CODE
                   IF WS-SL-IX > 1
                       PERFORM WRITE-REASON-TOTAL
                   END-IF
                   MOVE WS-SL-CODE(WS-SL-IX) TO WS-LAST-CODE
                   PERFORM WRITE-REASON-HEADING
               END-IF
               PERFORM WRITE-ONE-DETAIL-LINE
           END-PERFORM
           IF WS-SL-CT > 0
               PERFORM WRITE-REASON-TOTAL
           END-IF.

       WRITE-REASON-HEADING.
           MOVE SPACES TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE WS-LAST-CODE TO WS-RT-SEARCH
           PERFORM FIND-REASON-CODE
           MOVE SPACES TO SHRINK-LINE
           EVALUATE TRUE
               WHEN WS-LAST-CODE = RSN-CODE-NONE
                   STRING WS-LAST-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RSN-DESC-NONE DELIMITED BY SIZE
                       INTO SHRINK-LINE
               WHEN WS-RT-FOUND = "Y"
                   STRING WS-LAST-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RT-DESC(WS-RT-IX) DELIMITED BY SIZE
                       INTO SHRINK-LINE
               WHEN OTHER
                   STRING WS-LAST-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RSN-DESC-UNKNOWN DELIMITED BY SIZE
                       INTO SHRINK-LINE
           END-EVALUATE
           WRITE SHRINK-LINE.

      ******************************************************************
      * THE LINE'S PERCENTAGE IS OF ITS OWN INGREDIENT'S USAGE IN THE
      * MONTH; "-" WHEN THE INGREDIENT WAS NOT USED AT ALL.
      ******************************************************************
       WRITE-ONE-DETAIL-LINE.
           MOVE WS-SL-ING(WS-SL-IX) TO WS-ING-IX
           COMPUTE WS-LINE-VALUE =
               WS-SL-QTY(WS-SL-IX) * WS-ING-COST(WS-ING-IX)
           MOVE WS-SL-CODE(WS-SL-IX) TO WS-D-CODE
           MOVE WS-ING-IX TO WS-D-ID
           MOVE WS-ING-NAME(WS-ING-IX) TO WS-D-NAME
           IF WS-SL-LOC(WS-SL-IX) = SPACES
               MOVE "---" TO WS-D-LOC
           ELSE
               MOVE WS-SL-LOC(WS-SL-IX) TO WS-D-LOC
           END-IF
           MOVE WS-SL-QTY(WS-SL-IX) TO WS-D-QTY
           MOVE WS-LINE-VALUE TO WS-D-VALUE
           MOVE WS-SL-QTY(WS-SL-IX) TO WS-PCT-PART
           MOVE WS-ING-USAGE(WS-ING-IX) TO WS-PCT-WHOLE
           PERFORM SET-PERCENTAGE
           MOVE WS-PCT-SHOW-X TO WS-D-PCT
           MOVE WS-DETAIL-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE
           ADD WS-LINE-VALUE TO WS-RSN-VALUE WS-TOT-SHRINK-VALUE
           PERFORM FIND-LOCATION-ENTRY
           IF WS-LT-FOUND = "Y"
               ADD WS-LINE-VALUE TO WS-LT-VALUE(WS-LT-IX)
           END-IF.

       WRITE-REASON-TOTAL.
           MOVE SPACES TO WS-S-LABEL
           STRING "      " DELIMITED BY SIZE
               SHRNK-REASON-TOTAL DELIMITED BY SIZE
               INTO WS-S-LABEL
           MOVE WS-RSN-VALUE TO WS-S-VALUE
           MOVE WS-RSN-VALUE TO WS-PCT-PART
           MOVE WS-TOT-USAGE-VALUE TO WS-PCT-WHOLE
           PERFORM SET-PERCENTAGE
           MOVE WS-PCT-SHOW-X TO WS-S-PCT
           MOVE WS-SUM-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE 0 TO WS-RSN-VALUE.

       FIND-LOCATION-ENTRY.
           MOVE "N" TO WS-LT-FOUND
           PERFORM VARYING WS-LT-IX FROM 1 BY 1
                   UNTIL WS-LT-IX > WS-LT-CT OR WS-LT-FOUND = "Y"
               IF WS-LT-LOC(WS-LT-IX) = WS-SL-LOC(WS-SL-IX)
                   MOVE "Y" TO WS-LT-FOUND
               END-IF
           END-PERFORM
           IF WS-LT-FOUND = "Y"
               SUBTRACT 1 FROM WS-LT-IX
           ELSE
               IF WS-LT-CT < 99
                   ADD 1 TO WS-LT-CT
                   MOVE WS-LT-CT TO WS-LT-IX
                   MOVE WS-SL-LOC(WS-SL-IX) TO WS-LT-LOC(WS-LT-IX)
                   MOVE 0 TO WS-LT-VALUE(WS-LT-IX)
                   MOVE "Y" TO WS-LT-FOUND
               END-IF
           END-IF.

      ******************************************************************
      * LOSSES ARE RECORDED AT A LOCATION ONLY WHERE ONE IS KNOWN (A
      * RETURN, A LOSS KEYED WITH ITS LOCATION); THE REST SHOW AS NOT
      * RECORDED.
      ******************************************************************
       WRITE-LOCATION-SECTION.
           MOVE SPACES TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-SECTION-LOCATION TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-LOC-HEADER TO SHRINK-LINE
           WRITE SHRINK-LINE
           IF WS-LT-CT = 0
               MOVE SHRNK-NONE TO SHRINK-LINE
               WRITE SHRINK-LINE
           END-IF
           PERFORM VARYING WS-LT-IX FROM 1 BY 1
                   UNTIL WS-LT-IX > WS-LT-CT
               MOVE SPACES TO WS-S-LABEL
               IF WS-LT-LOC(WS-LT-IX) = SPACES
                   STRING "---  " DELIMITED BY SIZE
                       SHRNK-NOT-RECORDED DELIMITED BY SIZE
                       INTO WS-S-LABEL
               ELSE
                   MOVE WS-LT-LOC(WS-LT-IX) TO WS-S-LABEL
               END-IF
               MOVE WS-LT-VALUE(WS-LT-IX) TO WS-S-VALUE
               MOVE WS-LT-VALUE(WS-LT-IX) TO WS-PCT-PART
               MOVE WS-TOT-USAGE-VALUE TO WS-PCT-WHOLE
               PERFORM SET-PERCENTAGE
               MOVE WS-PCT-SHOW-X TO WS-S-PCT
               MOVE WS-SUM-LINE TO SHRINK-LINE
               WRITE SHRINK-LINE
           END-PERFORM.

      ******************************************************************
      * ONE LINE PER INGREDIENT THAT LOST STOCK THIS MONTH OR IN ANY OF
      * THE SIX BEFORE. A MONTH WITH NO SUMMARY ROW, OR NO USAGE TO SET
      * THE LOSS AGAINST, SHOWS "-".
      ******************************************************************
       WRITE-TREND-SECTION.
           MOVE SPACES TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SHRNK-SECTION-TREND TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE SPACES TO WS-TREND-HEAD
           MOVE SHRNK-TREND-HEADER TO WS-TH-LABEL
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > 6
               MOVE WS-HIST-MONTH(WS-HIST-IX)
                   TO WS-TH-MONTH(WS-HIST-IX)
           END-PERFORM
           MOVE WS-TREND-HEAD TO SHRINK-LINE
           WRITE SHRINK-LINE
           MOVE 0 TO WS-TREND-CT
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               MOVE "N" TO WS-HIST-SHOWN
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > 6
                   IF WS-ING-H-SHRINK(WS-ING-IX, WS-HIST-IX) NOT = 0
                       MOVE "Y" TO WS-HIST-SHOWN
                   END-IF
               END-PERFORM
               IF WS-ING-SHRINK(WS-ING-IX) NOT = 0
                       OR WS-HIST-SHOWN = "Y"
                   PERFORM WRITE-ONE-TREND-LINE
               END-IF
           END-PERFORM
           IF WS-TREND-CT = 0
               MOVE SHRNK-NONE TO SHRINK-LINE
               WRITE SHRINK-LINE
           END-IF.

       WRITE-ONE-TREND-LINE.
           ADD 1 TO WS-TREND-CT
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-ING-IX TO WS-T-ID
           MOVE WS-ING-NAME(WS-ING-IX) TO WS-T-NAME
           MOVE WS-ING-SHRINK(WS-ING-IX) TO WS-T-QTY
           COMPUTE WS-LINE-VALUE =
               WS-ING-SHRINK(WS-ING-IX) * WS-ING-COST(WS-ING-IX)
           MOVE WS-LINE-VALUE TO WS-T-VALUE
           MOVE WS-ING-SHRINK(WS-ING-IX) TO WS-PCT-PART
           MOVE WS-ING-USAGE(WS-ING-IX) TO WS-PCT-WHOLE
           PERFORM SET-PERCENTAGE
           MOVE WS-PCT-SHOW-X TO WS-T-PCT
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > 6
               IF WS-ING-H-FOUND(WS-ING-IX, WS-HIST-IX) = "N"
                   MOVE "     -" TO WS-T-HIST(WS-HIST-IX)
               ELSE
                   MOVE WS-ING-H-SHRINK(WS-ING-IX, WS-HIST-IX)
                       TO WS-PCT-PART
                   MOVE WS-ING-H-USAGE(WS-ING-IX, WS-HIST-IX)
                       TO WS-PCT-WHOLE
                   PERFORM SET-PERCENTAGE
                   MOVE WS-PCT-SHOW-X(2:6) TO WS-T-HIST(WS-HIST-IX)
               END-IF
           END-PERFORM
           MOVE WS-TREND-LINE TO SHRINK-LINE
           WRITE SHRINK-LINE.

       SET-PERCENTAGE.
           IF WS-PCT-WHOLE = 0
               MOVE "      -" TO WS-PCT-SHOW-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-PART * 100 / WS-PCT-WHOLE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-SHOW
           END-IF.

      ******************************************************************
      * THE CODES DECIDE WHAT THE REPORT COUNTS AS SHRINKAGE, SO ONLY A
      * SUPERVISOR MAY CHANGE THEM. THE STANDARD CODES FILL IN ANY NOT
      * ON FILE WITHOUT TOUCHING CODES ALREADY CHANGED. A CODE IS
      * RETIRED RATHER THAN DELETED - THE LEDGER STILL CARRIES IT.
      ******************************************************************
       MAINTAIN-REASON-CODES.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY NOT-AUTHORIZED
               ACCEPT WS-ANY-KEY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM OPEN-RSNCODE-IO
               IF NOT WS-RSNCODE-OK
                   DISPLAY ERROR-RSNCODE-FILE
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM KEY-REASON-CHANGES
               END-IF
               CLOSE RSNCODE-FILE
           END-IF.

       KEY-REASON-CHANGES.
           PERFORM SHOW-REASON-CODES
           DISPLAY MESSAGE-RSN-DEFAULTS
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
               PERFORM ADD-DEFAULT-CODES
           END-IF
           DISPLAY RSN-MAINT-CODE-PROMPT
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           PERFORM UNTIL WS-IN-CODE = SPACES
               PERFORM KEY-ONE-REASON-CODE
               DISPLAY RSN-MAINT-CODE-PROMPT
               ACCEPT WS-IN-CODE
               MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           END-PERFORM
           PERFORM SHOW-REASON-CODES
           ACCEPT WS-ANY-KEY.

       SHOW-REASON-CODES.
           MOVE "N" TO WS-CODE-SHOWN
           MOVE LOW-VALUES TO RSN-CODE
           START RSNCODE-FILE KEY IS NOT LESS THAN RSN-CODE
           IF WS-RSNCODE-OK
               READ RSNCODE-FILE NEXT RECORD
               PERFORM UNTIL WS-RSNCODE-EOF
                   IF WS-CODE-SHOWN = "N"
                       DISPLAY RSN-LIST-HEADER
                       MOVE "Y" TO WS-CODE-SHOWN
                   END-IF
                   PERFORM SHOW-ONE-REASON-CODE
                   READ RSNCODE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-CODE-SHOWN = "N"
               DISPLAY RSN-LIST-EMPTY
           END-IF.

       SHOW-ONE-REASON-CODE.
           MOVE RSN-CODE TO WS-C-CODE
           MOVE RSN-DESCRIPTION TO WS-C-DESC
           MOVE RSN-SHRINK-FLAG TO WS-C-SHRINK
           MOVE RSN-STATUS TO WS-C-STATUS
           DISPLAY WS-CODE-LINE.

       ADD-DEFAULT-CODES.
           MOVE 0 TO WS-DEFAULTS-ADDED
           PERFORM VARYING WS-DEF-IX FROM 1 BY 1
                   UNTIL WS-DEF-IX > 12
               MOVE WS-DEF-CODE(WS-DEF-IX) TO RSN-CODE
               READ RSNCODE-FILE
               IF NOT WS-RSNCODE-OK
                   MOVE WS-DEF-CODE(WS-DEF-IX) TO RSN-CODE
                   MOVE WS-DEF-DESC(WS-DEF-IX) TO RSN-DESCRIPTION
                   MOVE WS-DEF-SHRINK(WS-DEF-IX) TO RSN-SHRINK-FLAG
                   SET RSN-IS-ACTIVE TO TRUE
                   MOVE WS-TODAY TO RSN-CHANGED-DATE
                   MOVE WS-OPERATOR-ID TO RSN-CHANGED-BY
                   WRITE RSNCODE-RECORD
                   IF WS-RSNCODE-OK
                       ADD 1 TO WS-DEFAULTS-ADDED
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY RSN-DEFAULTS-ADDED WS-DEFAULTS-ADDED.

       KEY-ONE-REASON-CODE.
           MOVE WS-IN-CODE TO RSN-CODE
           MOVE "N" TO WS-RECORD-EXISTS
           READ RSNCODE-FILE
           IF WS-RSNCODE-OK
               MOVE "Y" TO WS-RECORD-EXISTS
               DISPLAY RSN-LIST-HEADER
               PERFORM SHOW-ONE-REASON-CODE
           ELSE
               MOVE SPACES TO RSNCODE-RECORD
               MOVE WS-IN-CODE TO RSN-CODE
               SET RSN-IS-ACTIVE TO TRUE
           END-IF
           DISPLAY RSN-DESC-PROMPT
           ACCEPT WS-IN-DESC
           PERFORM UNTIL WS-IN-DESC NOT = SPACES
                   OR RSN-DESCRIPTION NOT = SPACES
               DISPLAY ERROR-RSN-DESC
               DISPLAY RSN-DESC-PROMPT
               ACCEPT WS-IN-DESC
           END-PERFORM
           IF WS-IN-DESC NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-IN-DESC) TO RSN-DESCRIPTION
           END-IF
           DISPLAY RSN-SHRINK-PROMPT
           ACCEPT WS-IN-FLAG
           MOVE FUNCTION UPPER-CASE(WS-IN-FLAG) TO RSN-SHRINK-FLAG
           PERFORM UNTIL RSN-SHRINK-VALID
               DISPLAY ERROR-RSN-SHRINK
               DISPLAY RSN-SHRINK-PROMPT
               ACCEPT WS-IN-FLAG
               MOVE FUNCTION UPPER-CASE(WS-IN-FLAG) TO RSN-SHRINK-FLAG
           END-PERFORM
           DISPLAY RSN-STATUS-PROMPT
           ACCEPT WS-IN-FLAG
           MOVE FUNCTION UPPER-CASE(WS-IN-FLAG) TO RSN-STATUS
           PERFORM UNTIL RSN-STATUS-VALID
               DISPLAY ERROR-RSN-STATUS
               DISPLAY RSN-STATUS-PROMPT
               ACCEPT WS-IN-FLAG
               MOVE FUNCTION UPPER-CASE(WS-IN-FLAG) TO RSN-STATUS
           END-PERFORM
           MOVE WS-TODAY TO RSN-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO RSN-CHANGED-BY
           DISPLAY MESSAGE-RSN-SAVE
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
               IF WS-RECORD-EXISTS = "Y"
                   REWRITE RSNCODE-RECORD
               ELSE
                   WRITE RSNCODE-RECORD
               END-IF
               DISPLAY RSN-SAVED
           ELSE
               DISPLAY RSN-NOT-SAVED
           END-IF.
