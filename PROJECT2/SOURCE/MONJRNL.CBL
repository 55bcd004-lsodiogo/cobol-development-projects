      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONJRNL | MONTH-END INVENTORY JOURNAL AND STOCK TIE-OUT
      ******************************************************************
      *    PRODUCES THE INVENTORY JOURNAL OF THE MONTH BEING CLOSED
      *    (THE CALENDAR MONTH BEFORE THE CURRENT ONE) FOR THE
      *    ACCOUNTS SYSTEM. EVERY MOVEMENT OF THE MONTH ON THE LEDGER
      *    IS VALUED AT ING-UNIT-COST AND POSTED TO THE ACCOUNTS THE
      *    MAPPING FILE (ACCTMAP.DAT) GIVES ITS TYPE AND SIGN - A
      *    RECEIPT DEBITS INVENTORY AND CREDITS THE SUPPLIER'S
      *    PAYABLE, SALES USAGE GOES TO COST OF GOODS SOLD, LOSSES AND
      *    WRITE-OFFS TO WASTE. RECEIPTS AND RETURNS ARE SPLIT BY THE
      *    SUPPLIER OF THEIR PURCHASE ORDER (THE INGREDIENT'S OWN
      *    SUPPLIER WHEN THE MOVEMENT NAMES NO ORDER). THE JOURNAL
      *    GOES TO JRNL + CCYYMM + .DAT, ONE LINE PER ACCOUNT AND
      *    SUPPLIER, CLOSED BY A CONTROL TRAILER.
      *    THE TIE-OUT PROVES THE JOURNAL AGAINST THE STOCK ITSELF:
      *    PER INGREDIENT, THE OPENING VALUE (LAST MONTH'S SNAPSHOT)
      *    PLUS THE JOURNAL PLUS THE REVALUATION OF THE OPENING STOCK
      *    AT TODAY'S UNIT COST MUST EQUAL THE CLOSING STOCK VALUE -
      *    THE BOOK QUANTITY AT THE END OF THE MONTH (TODAY'S
      *    ING-INVENTORY LESS WHATEVER HAS MOVED SINCE) AT
      *    ING-UNIT-COST, AS THE STOCK VALUATION REPORT PRICES IT.
      *    ONLY A JOURNAL THAT TIES OUT, WITH EVERY MOVEMENT MAPPED
      *    THROUGH AN ENTRY THAT POSTS IT TO THE STOCK ACCOUNT (1300) -
      *    DEBITED FOR "+", CREDITED FOR "-", NEVER BOTH SIDES -
      *    WRITES THE MONTH'S CLOSING SNAPSHOT (STKSNAP.DAT) AND MARKS
      *    ITS RUN-CONTROL RECORD (FIRST OF THE MONTH, STEP MONJRNL)
      *    COMPLETED - AND THE MONTH-END CLOSE REFUSES TO RUN UNTIL IT
      *    IS. REPORT IN MONJRNL.PRN. REACHED FROM THE NIGHT BATCH
      *    MENU; THE ACCOUNT MAPPING IS KEPT BY SUPERVISORS.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | A MAPPING ENTRY THAT DOES
      *         NOT POST TO THE STOCK ACCOUNT ON EXACTLY ONE SIDE IS NOT
      *         USED; ITS MOVEMENTS ARE REPORTED AND HOLD THE MONTH OPEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "INGMOVE-SEL.cpy".
           COPY "POHDR-SEL.cpy".
           COPY "SUPPLIER-SEL.cpy".
           COPY "ACCTMAP-SEL.cpy".
           COPY "STKSNAP-SEL.cpy".
           COPY "JRNL-SEL.cpy".
           COPY "JRNLRPT-SEL.cpy".
           COPY "RUNCTL-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "INGMOVE-RECORD.cpy".
           COPY "POHDR-RECORD.cpy".
           COPY "SUPPLIER-RECORD.cpy".
           COPY "ACCTMAP-RECORD.cpy".
           COPY "STKSNAP-RECORD.cpy".
           COPY "JRNL-RECORD.cpy".
           COPY "JRNLRPT-RECORD.cpy".
           COPY "RUNCTL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
           88  WS-INGREDS-EOF             VALUE "10".
       01  WS-INGMOVE-STATUS              PIC X(002).
           88  WS-INGMOVE-OK              VALUE "00".
           88  WS-INGMOVE-EOF             VALUE "10".
           88  WS-INGMOVE-NOT-FOUND       VALUE "35".
       01  WS-POHDR-STATUS                PIC X(002).
           88  WS-POHDR-OK                VALUE "00".
       01  WS-SUPPLIER-STATUS             PIC X(002).
           88  WS-SUPPLIER-OK             VALUE "00".
       01  WS-ACCTMAP-STATUS              PIC X(002).
           88  WS-ACCTMAP-OK              VALUE "00".
           88  WS-ACCTMAP-EOF             VALUE "10".
           88  WS-ACCTMAP-NOT-FOUND       VALUE "35".
       01  WS-STKSNAP-STATUS              PIC X(002).
           88  WS-STKSNAP-OK              VALUE "00".
           88  WS-STKSNAP-EOF             VALUE "10".
           88  WS-STKSNAP-NOT-FOUND       VALUE "35".
       01  WS-JRNL-STATUS                 PIC X(002).
           88  WS-JRNL-OK                 VALUE "00".
       01  WS-JRNLRPT-STATUS              PIC X(002).
       01  WS-RUNCTL-STATUS               PIC X(002).
           88  WS-RUNCTL-OK               VALUE "00".
           88  WS-RUNCTL-NOT-FOUND        VALUE "35".
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-CCYY              PIC 9(004).
           05  WS-TODAY-MM                PIC 9(002).
           05  WS-TODAY-DD                PIC 9(002).
       01  WS-CLOSE-CCYY                  PIC 9(004).
       01  WS-CLOSE-MM                    PIC 9(002).
       01  WS-CLOSE-MONTH                 PIC 9(006).
       01  WS-CLOSE-DATE                  PIC 9(008).
       01  WS-PRIOR-MONTH                 PIC 9(006).
       01  WS-REC-MONTH                   PIC 9(006).
       01  WS-JRNL-NAME                   PIC X(015).
       01  WS-RECORD-EXISTS               PIC X(001).
       01  WS-POHDR-OPEN                  PIC X(001).
       01  WS-PRIOR-FOUND                 PIC X(001).
       01  WS-WRITE-FAILED                PIC X(001).
       01  WS-ING-IX                      PIC 9(004).
       01  WS-MOVEMENT-CT                 PIC 9(007).
       01  WS-UNMAPPED-CT                 PIC 9(007).
       01  WS-BADMAP-CT                   PIC 9(007).
       01  WS-OUT-CT                      PIC 9(005).
       01  WS-DETAIL-CT                   PIC 9(005).
       01  WS-DEFAULTS-ADDED              PIC 9(002).

      * POSTING OF ONE VALUE THROUGH ONE MAPPING ENTRY
       01  WS-POST-KEY                    PIC X(002).
       01  WS-POST-AMOUNT                 PIC 9(009)V99.
       01  WS-POST-SUPP                   PIC 9(003).
       01  WS-POST-SIDE                   PIC X(001).
       01  WS-RSN-BEFORE                  PIC X(030).
       01  WS-RSN-PO-X                    PIC X(030).
       01  WS-RSN-PO REDEFINES WS-RSN-PO-X.
           05  WS-RSN-PO-NUMBER           PIC 9(005).
           05  FILLER                     PIC X(025).

      * WHAT EVERY INGREDIENT ID ON THE MASTER OR THE LEDGER DID IN
      * THE MONTH (SUBSCRIPTED BY ING-ID). LATER-NET IS WHAT HAS MOVED
      * SINCE THE MONTH ENDED, BACKED OUT OF TODAY'S BOOK QUANTITY TO
      * GIVE THE CLOSING QUANTITY.
       01  WS-ING-TABLE.
           05  WS-ING-ENTRY OCCURS 999 TIMES.
               10  WS-ING-ON-FILE         PIC X(001).
               10  WS-ING-SUPP            PIC 9(003).
               10  WS-ING-COST            PIC 9(005)V99.
               10  WS-ING-BOOK            PIC 9(005).
               10  WS-ING-MOVED           PIC X(001).
               10  WS-ING-MONTH-NET       PIC S9(008).
               10  WS-ING-LATER-NET       PIC S9(008).
               10  WS-ING-HAS-OPEN        PIC X(001).
               10  WS-ING-OPEN-QTY        PIC S9(008).
               10  WS-ING-OPEN-COST       PIC 9(005)V99.
               10  WS-ING-CLOSE-QTY       PIC S9(008).

      * ACCOUNT MAPPING, LOADED ONCE PER RUN
       01  WS-MAP-CT                      PIC 9(003) VALUE 0.
       01  WS-MAP-IX                      PIC 9(003).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 30 TIMES.
               10  WS-MAP-KEY             PIC X(002).
               10  WS-MAP-DR              PIC X(010).
               10  WS-MAP-CR              PIC X(010).
               10  WS-MAP-SIDE            PIC X(001).
               10  WS-MAP-DESC            PIC X(030).
               10  WS-MAP-VALID           PIC X(001).

      * THE STOCK ACCOUNT. EVERY MAPPING ENTRY MUST DEBIT IT FOR A "+"
      * AND CREDIT IT FOR A "-" (AND NOT TOUCH THE OTHER SIDE), OR THE
      * JOURNAL WOULD NOT MOVE THE STOCK ACCOUNT BY WHAT THE TIE-OUT
      * SAYS THE STOCK MOVED.
       01  WS-INVENTORY-ACCOUNT           PIC X(010) VALUE "1300".

      * TYPE AND SIGN COMBINATIONS FOUND WITH NO MAPPING, OR WITH ONE
      * THAT DOES NOT POST TO THE STOCK ACCOUNT (WHY = "B")
       01  WS-UNM-CT                      PIC 9(003) VALUE 0.
       01  WS-UNM-IX                      PIC 9(003).
       01  WS-POST-WHY                    PIC X(001).
       01  WS-UNM-TABLE.
           05  WS-UNM-ENTRY OCCURS 30 TIMES.
               10  WS-UNM-KEY             PIC X(002).
               10  WS-UNM-COUNT           PIC 9(007).
               10  WS-UNM-WHY             PIC X(001).

      * JOURNAL LINES, KEPT IN ACCOUNT AND SUPPLIER ORDER AS THEY ARE
      * ADDED SO THE EXPORT AND THE REPORT NEED NO SORT
       01  WS-JL-CT                       PIC 9(003) VALUE 0.
       01  WS-JL-IX                       PIC 9(003).
       01  WS-JL-SHIFT                    PIC 9(003).
       01  WS-JL-FULL                     PIC X(001).
       01  WS-JL-SEARCH.
           05  WS-JL-SEARCH-ACCOUNT       PIC X(010).
           05  WS-JL-SEARCH-SUPP          PIC 9(003).
       01  WS-JL-TABLE.
           05  WS-JL-ENTRY OCCURS 500 TIMES.
               10  WS-JL-KEY.
                   15  WS-JL-ACCOUNT      PIC X(010).
                   15  WS-JL-SUPP         PIC 9(003).
               10  WS-JL-DEBIT            PIC 9(009)V99.
               10  WS-JL-CREDIT           PIC 9(009)V99.
               10  WS-JL-DESC             PIC X(030).
       01  WS-LAST-ACCOUNT                PIC X(010).
       01  WS-ACC-DEBIT                   PIC 9(011)V99.
       01  WS-ACC-CREDIT                  PIC 9(011)V99.
       01  WS-TOT-DEBIT                   PIC 9(011)V99.
       01  WS-TOT-CREDIT                  PIC 9(011)V99.

      * TIE-OUT FIGURES OF ONE INGREDIENT AND OF THE WHOLE STOCK
       01  WS-OPEN-VALUE                  PIC S9(010)V99.
       01  WS-MOVE-VALUE                  PIC S9(010)V99.
       01  WS-REVAL-VALUE                 PIC S9(010)V99.
       01  WS-CLOSE-VALUE                 PIC S9(010)V99.
       01  WS-DIFF-VALUE                  PIC S9(010)V99.
       01  WS-DIFF-QTY                    PIC S9(008).
       01  WS-TOT-OPEN-VALUE              PIC S9(011)V99.
       01  WS-TOT-MOVE-VALUE              PIC S9(011)V99.
       01  WS-TOT-REVAL-VALUE             PIC S9(011)V99.
       01  WS-TOT-CLOSE-VALUE             PIC S9(011)V99.
       01  WS-TOT-DIFF-VALUE              PIC S9(011)V99.

      * MAPPING MAINTENANCE
       01  WS-IN-TYPE                     PIC X(001).
           88  WS-IN-TYPE-VALID           VALUE "R" "U" "L" "A" "T"
                                                "P" "V".
       01  WS-IN-SIGN                     PIC X(001).
           88  WS-IN-SIGN-VALID           VALUE "+" "-".
       01  WS-IN-ACCOUNT                  PIC X(010).
       01  WS-IN-SIDE                     PIC X(001).
       01  WS-IN-DESC                     PIC X(030).
       01  WS-MAP-FOUND                   PIC X(001).
       01  WS-DEF-IX                      PIC 9(002).

      * THE STANDARD MAPPING, ADDED WHEN THE SUPERVISOR ASKS FOR IT
      * (MAINTAIN-MAPPING) FOR EVERY TYPE AND SIGN NOT ALREADY ON
      * FILE: 1300 INVENTORY, 1400 PRODUCTION CLEARING, 2100 SUPPLIER
      * PAYABLES, 5000 COST OF GOODS SOLD, 5200 WASTE AND STOCK
      * LOSSES, 5900 STOCK REVALUATION
       01  WS-DEFAULT-LIST.
           05  FILLER                     PIC X(023)
               VALUE "R+1300      2100      C".
           05  FILLER                     PIC X(030)
               VALUE "STOCK RECEIVED FROM SUPPLIERS".
           05  FILLER                     PIC X(023)
               VALUE "U-5000      1300      N".
           05  FILLER                     PIC X(030)
               VALUE "INGREDIENTS USED IN SALES".
           05  FILLER                     PIC X(023)
               VALUE "L-5200      1300      N".
           05  FILLER                     PIC X(030)
               VALUE "STOCK LOSSES AND WRITE-OFFS".
           05  FILLER                     PIC X(023)
               VALUE "A+1300      5200      N".
           05  FILLER                     PIC X(030)
               VALUE "STOCK ADJUSTED UP".
           05  FILLER                     PIC X(023)
               VALUE "A-5200      1300      N".
           05  FILLER                     PIC X(030)
               VALUE "STOCK ADJUSTED DOWN".
           05  FILLER                     PIC X(023)
               VALUE "T-2100      1300      D".
           05  FILLER                     PIC X(030)
               VALUE "STOCK RETURNED TO SUPPLIERS".
           05  FILLER                     PIC X(023)
               VALUE "P+1300      1400      N".
           05  FILLER                     PIC X(030)
               VALUE "PREPARED STOCK MADE".
           05  FILLER                     PIC X(023)
               VALUE "P-1400      1300      N".
           05  FILLER                     PIC X(030)
               VALUE "RAW STOCK USED IN PRODUCTION".
           05  FILLER                     PIC X(023)
               VALUE "V+1300      5900      N".
           05  FILLER                     PIC X(030)
               VALUE "OPENING STOCK REVALUED UP".
           05  FILLER                     PIC X(023)
               VALUE "V-5900      1300      N".
           05  FILLER                     PIC X(030)
               VALUE "OPENING STOCK REVALUED DOWN".
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
           05  WS-DEF-ENTRY OCCURS 10 TIMES.
               10  WS-DEF-KEY             PIC X(002).
               10  WS-DEF-DR              PIC X(010).
               10  WS-DEF-CR              PIC X(010).
               10  WS-DEF-SIDE            PIC X(001).
               10  WS-DEF-DESC            PIC X(030).

       01  WS-JOURNAL-LINE.
           05  WS-J-ACCOUNT               PIC X(010).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-J-SUPP                  PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-J-DEBIT                 PIC Z(010)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-J-CREDIT                PIC Z(010)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-J-DESC                  PIC X(030).

       01  WS-JOURNAL-TOTAL-LINE.
           05  WS-JT-LABEL                PIC X(017).
           05  WS-JT-DEBIT                PIC Z(010)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-JT-CREDIT               PIC Z(010)9.99.

       01  WS-UNMAPPED-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-U-KEY                   PIC X(002).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-U-COUNT                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-U-WHY                   PIC X(050).

       01  WS-TIEOUT-LINE.
           05  WS-T-ID                    PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-NAME                  PIC X(020).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-OPEN-QTY              PIC --------9.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-MOVE-QTY              PIC --------9.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-CLOSE-QTY             PIC --------9.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-OPEN-VALUE            PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-MOVE-VALUE            PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-REVAL-VALUE           PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-CLOSE-VALUE           PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-DIFF-VALUE            PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-T-FLAGS                 PIC X(002).

       01  WS-TIEOUT-TOTAL-LINE.
           05  WS-TT-LABEL                PIC X(055).
           05  WS-TT-OPEN-VALUE           PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-TT-MOVE-VALUE           PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-TT-REVAL-VALUE          PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-TT-CLOSE-VALUE          PIC -(010)9.99.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-TT-DIFF-VALUE           PIC -(010)9.99.

       01  WS-MAP-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-M-TYPE                  PIC X(001).
           05  FILLER                     PIC X(004) VALUE SPACES.
           05  WS-M-SIGN                  PIC X(001).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-M-DR                    PIC X(010).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-M-CR                    PIC X(010).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-M-SIDE                  PIC X(001).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-M-DESC                  PIC X(030).

           COPY "OPERATOR-ID.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-MONJRNL
               DISPLAY JRNL-MENU-OPTION1
               DISPLAY JRNL-MENU-OPTION2
               DISPLAY JRNL-MENU-OPTION3
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM PRODUCE-JOURNAL
                   WHEN 2
                       PERFORM MAINTAIN-MAPPING
                   WHEN 3
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-ACCTMAP-IO.
           OPEN I-O ACCTMAP-FILE
           IF WS-ACCTMAP-NOT-FOUND
               CLOSE ACCTMAP-FILE
               OPEN OUTPUT ACCTMAP-FILE
               CLOSE ACCTMAP-FILE
               OPEN I-O ACCTMAP-FILE
           END-IF.

       OPEN-STKSNAP-IO.
           OPEN I-O STKSNAP-FILE
           IF WS-STKSNAP-NOT-FOUND
               CLOSE STKSNAP-FILE
               OPEN OUTPUT STKSNAP-FILE
               CLOSE STKSNAP-FILE
               OPEN I-O STKSNAP-FILE
           END-IF.

       SET-CLOSE-MONTH.
           IF WS-TODAY-MM = 1
               COMPUTE WS-CLOSE-CCYY = WS-TODAY-CCYY - 1
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               MOVE WS-TODAY-CCYY TO WS-CLOSE-CCYY
               COMPUTE WS-CLOSE-MM = WS-TODAY-MM - 1
           END-IF
           COMPUTE WS-CLOSE-MONTH = WS-CLOSE-CCYY * 100 + WS-CLOSE-MM
           COMPUTE WS-CLOSE-DATE = WS-CLOSE-MONTH * 100 + 1
           IF WS-CLOSE-MM = 1
               COMPUTE WS-PRIOR-MONTH = (WS-CLOSE-CCYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
           END-IF.

      ******************************************************************
      * ONE RUN FOR THE MONTH BEING CLOSED. ONCE THE CLOSE HAS RUN THE
      * MONTH'S DETAIL IS OFF THE LIVE LEDGER AND ITS JOURNAL HAS GONE
      * TO THE ACCOUNTS, SO IT IS NEVER PRODUCED AGAIN. UNTIL THEN IT
      * CAN BE RERUN AS OFTEN AS NEEDED - EACH RUN REWRITES THE EXPORT,
      * THE REPORT, THE SNAPSHOT AND THE RUN-CONTROL RECORD.
      ******************************************************************
       PRODUCE-JOURNAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SET-CLOSE-MONTH
           DISPLAY JRNL-MONTH WS-CLOSE-MONTH

           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-NOT-FOUND
               CLOSE RUNCTL-FILE
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF NOT WS-RUNCTL-OK
               DISPLAY ERROR-RUNCTL-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE WS-CLOSE-DATE TO RUN-DATE
               MOVE "MONCLOSE" TO RUN-STEP-NAME
               READ RUNCTL-FILE
               IF WS-RUNCTL-OK AND RUN-COMPLETED
                   DISPLAY JRNL-ALREADY-CLOSED
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM LOAD-MAPPING
                   IF WS-MAP-CT = 0
                       DISPLAY JRNL-NO-MAPPING
                       ACCEPT WS-ANY-KEY
                   ELSE
                       OPEN INPUT INGREDS-FILE
                       IF NOT WS-INGREDS-OK
                           DISPLAY ERROR-INGREDS-OPEN
                           ACCEPT WS-ANY-KEY
                           CLOSE INGREDS-FILE
                       ELSE
                           PERFORM LOAD-INGREDIENTS
                           CLOSE INGREDS-FILE
                           PERFORM RUN-THE-JOURNAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE RUNCTL-FILE.

       RUN-THE-JOURNAL.
           MOVE WS-CLOSE-DATE TO RUN-DATE
           MOVE "MONJRNL" TO RUN-STEP-NAME
           MOVE "N" TO WS-RECORD-EXISTS
           READ RUNCTL-FILE
           IF WS-RUNCTL-OK
               MOVE "Y" TO WS-RECORD-EXISTS
           END-IF
           MOVE WS-CLOSE-DATE TO RUN-DATE
           MOVE "MONJRNL" TO RUN-STEP-NAME
           ACCEPT RUN-START-TIME FROM TIME
           MOVE 0 TO RUN-END-TIME RUN-RECORD-COUNT
           SET RUN-STARTED TO TRUE
           IF WS-RECORD-EXISTS = "Y"
               REWRITE RUNCTL-RECORD
           ELSE
               WRITE RUNCTL-RECORD
           END-IF

           MOVE 0 TO WS-MOVEMENT-CT WS-UNMAPPED-CT WS-OUT-CT
           MOVE 0 TO WS-BADMAP-CT
           MOVE 0 TO WS-JL-CT WS-UNM-CT
           MOVE "N" TO WS-JL-FULL
           MOVE "N" TO WS-WRITE-FAILED

           OPEN INPUT POHDR-FILE
           IF WS-POHDR-OK
               MOVE "Y" TO WS-POHDR-OPEN
           ELSE
               MOVE "N" TO WS-POHDR-OPEN
           END-IF
           OPEN INPUT INGMOVE-FILE
           EVALUATE TRUE
               WHEN WS-INGMOVE-OK
                   PERFORM SWEEP-THE-LEDGER
               WHEN WS-INGMOVE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY ERROR-INGMOVE-OPEN
                   MOVE "Y" TO WS-WRITE-FAILED
           END-EVALUATE
           CLOSE INGMOVE-FILE
           IF WS-POHDR-OPEN = "Y"
               CLOSE POHDR-FILE
           END-IF

           PERFORM LOAD-OPENING-STOCK
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               PERFORM SET-CLOSING-STOCK
           END-PERFORM

           IF WS-WRITE-FAILED = "N"
               PERFORM WRITE-JOURNAL-EXPORT
           END-IF
           PERFORM WRITE-JOURNAL-REPORT

           IF WS-OUT-CT = 0 AND WS-UNMAPPED-CT = 0
                   AND WS-BADMAP-CT = 0
                   AND WS-JL-FULL = "N" AND WS-WRITE-FAILED = "N"
               PERFORM WRITE-CLOSING-SNAPSHOT
           END-IF

           MOVE WS-CLOSE-DATE TO RUN-DATE
           MOVE "MONJRNL" TO RUN-STEP-NAME
           READ RUNCTL-FILE
           ACCEPT RUN-END-TIME FROM TIME
           MOVE WS-MOVEMENT-CT TO RUN-RECORD-COUNT
           IF WS-OUT-CT = 0 AND WS-UNMAPPED-CT = 0
                   AND WS-BADMAP-CT = 0
                   AND WS-JL-FULL = "N" AND WS-WRITE-FAILED = "N"
               SET RUN-COMPLETED TO TRUE
           ELSE
               SET RUN-FAILED TO TRUE
           END-IF
           REWRITE RUNCTL-RECORD

           DISPLAY JRNL-MOVEMENTS-CT WS-MOVEMENT-CT
           IF WS-PRIOR-FOUND = "N"
               DISPLAY JRNL-FIRST-MONTH
           END-IF
           IF WS-UNMAPPED-CT > 0
               DISPLAY JRNL-UNMAPPED-MSG
           END-IF
           IF WS-BADMAP-CT > 0
               DISPLAY JRNL-BADMAP-MSG
           END-IF
           IF WS-JL-FULL = "Y"
               DISPLAY JRNL-TABLE-FULL
           END-IF
           IF WS-WRITE-FAILED = "Y"
               DISPLAY ERROR-JRNL-WRITE
           END-IF
           IF WS-OUT-CT > 0
               DISPLAY JRNL-OUT-OF-BALANCE
           END-IF
           IF RUN-COMPLETED
               DISPLAY JRNL-BALANCED
           END-IF
           DISPLAY JRNL-DONE
           ACCEPT WS-ANY-KEY.

       LOAD-MAPPING.
           MOVE 0 TO WS-MAP-CT
           OPEN INPUT ACCTMAP-FILE
           IF WS-ACCTMAP-OK
               READ ACCTMAP-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCTMAP-EOF OR WS-MAP-CT = 30
                   ADD 1 TO WS-MAP-CT
                   MOVE AMP-KEY TO WS-MAP-KEY(WS-MAP-CT)
                   MOVE AMP-DR-ACCOUNT TO WS-MAP-DR(WS-MAP-CT)
                   MOVE AMP-CR-ACCOUNT TO WS-MAP-CR(WS-MAP-CT)
                   MOVE AMP-SUPP-SIDE TO WS-MAP-SIDE(WS-MAP-CT)
                   MOVE AMP-DESCRIPTION TO WS-MAP-DESC(WS-MAP-CT)
                   PERFORM CHECK-ONE-MAPPING
                   READ ACCTMAP-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE ACCTMAP-FILE.

      ******************************************************************
      * THE TIE-OUT VALUES EACH MOVEMENT AS A CHANGE IN THE STOCK, SO
      * ITS ENTRY MUST POST THAT CHANGE TO THE STOCK ACCOUNT AND ONLY
      * THERE: "+" DEBITS IT, "-" CREDITS IT, AND THE OTHER SIDE IS
      * ANOTHER ACCOUNT. AN ENTRY THAT DOES NOT IS NOT USED - ITS
      * MOVEMENTS ARE REPORTED AND THE MONTH IS HELD OPEN UNTIL THE
      * MAPPING IS PUT RIGHT.
      ******************************************************************
       CHECK-ONE-MAPPING.
           MOVE "N" TO WS-MAP-VALID(WS-MAP-CT)
           EVALUATE TRUE
               WHEN AMP-MOV-SIGN = "+"
                       AND AMP-DR-ACCOUNT = WS-INVENTORY-ACCOUNT
                       AND AMP-CR-ACCOUNT NOT = WS-INVENTORY-ACCOUNT
                   MOVE "Y" TO WS-MAP-VALID(WS-MAP-CT)
               WHEN AMP-MOV-SIGN = "-"
                       AND AMP-CR-ACCOUNT = WS-INVENTORY-ACCOUNT
                       AND AMP-DR-ACCOUNT NOT = WS-INVENTORY-ACCOUNT
                   MOVE "Y" TO WS-MAP-VALID(WS-MAP-CT)
           END-EVALUATE.

       LOAD-INGREDIENTS.
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               MOVE "N" TO WS-ING-ON-FILE(WS-ING-IX)
               MOVE 0 TO WS-ING-SUPP(WS-ING-IX)
               MOVE 0 TO WS-ING-COST(WS-ING-IX)
               MOVE 0 TO WS-ING-BOOK(WS-ING-IX)
               MOVE "N" TO WS-ING-MOVED(WS-ING-IX)
               MOVE 0 TO WS-ING-MONTH-NET(WS-ING-IX)
               MOVE 0 TO WS-ING-LATER-NET(WS-ING-IX)
               MOVE "N" TO WS-ING-HAS-OPEN(WS-ING-IX)
               MOVE 0 TO WS-ING-OPEN-QTY(WS-ING-IX)
               MOVE 0 TO WS-ING-OPEN-COST(WS-ING-IX)
               MOVE 0 TO WS-ING-CLOSE-QTY(WS-ING-IX)
           END-PERFORM
           READ INGREDS-FILE NEXT RECORD
           PERFORM UNTIL WS-INGREDS-EOF
               IF ING-ID > 0
                   MOVE "Y" TO WS-ING-ON-FILE(ING-ID)
                   MOVE ING-SUPP-ID TO WS-ING-SUPP(ING-ID)
                   MOVE ING-UNIT-COST TO WS-ING-COST(ING-ID)
                   MOVE ING-INVENTORY TO WS-ING-BOOK(ING-ID)
               END-IF
               READ INGREDS-FILE NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * ONE PASS OVER THE LIVE LEDGER. MOVEMENTS OF THE MONTH ARE
      * JOURNALLED; MOVEMENTS SINCE THE MONTH ENDED ONLY COUNT TOWARDS
      * BACKING THE CLOSING QUANTITY OUT OF TODAY'S BOOK; ANYTHING
      * OLDER (LEFT OVER FROM BEFORE THE FIRST CLOSE) IS IGNORED.
      ******************************************************************
       SWEEP-THE-LEDGER.
           READ INGMOVE-FILE
           PERFORM UNTIL WS-INGMOVE-EOF
               MOVE MOV-TIMESTAMP(1:6) TO WS-REC-MONTH
               IF MOV-ING-ID > 0
                   EVALUATE TRUE
                       WHEN WS-REC-MONTH = WS-CLOSE-MONTH
                           PERFORM JOURNAL-ONE-MOVEMENT
                       WHEN WS-REC-MONTH > WS-CLOSE-MONTH
                           IF MOV-SIGN = "-"
                               SUBTRACT MOV-QTY
                                   FROM WS-ING-LATER-NET(MOV-ING-ID)
                           ELSE
                               ADD MOV-QTY
                                   TO WS-ING-LATER-NET(MOV-ING-ID)
                           END-IF
                   END-EVALUATE
               END-IF
               READ INGMOVE-FILE
           END-PERFORM.

       JOURNAL-ONE-MOVEMENT.
           ADD 1 TO WS-MOVEMENT-CT
           MOVE "Y" TO WS-ING-MOVED(MOV-ING-ID)
           IF MOV-SIGN = "-"
               SUBTRACT MOV-QTY FROM WS-ING-MONTH-NET(MOV-ING-ID)
           ELSE
               ADD MOV-QTY TO WS-ING-MONTH-NET(MOV-ING-ID)
           END-IF
           MOVE MOV-TYPE TO WS-POST-KEY(1:1)
           MOVE MOV-SIGN TO WS-POST-KEY(2:1)
           PERFORM FIND-MAPPING
           EVALUATE TRUE
               WHEN WS-MAP-FOUND = "N"
                   ADD 1 TO WS-UNMAPPED-CT
                   MOVE "N" TO WS-POST-WHY
                   PERFORM COUNT-UNMAPPED
               WHEN WS-MAP-VALID(WS-MAP-IX) = "N"
                   ADD 1 TO WS-BADMAP-CT
                   MOVE "B" TO WS-POST-WHY
                   PERFORM COUNT-UNMAPPED
               WHEN OTHER
                   COMPUTE WS-POST-AMOUNT =
                       MOV-QTY * WS-ING-COST(MOV-ING-ID)
                   MOVE WS-ING-SUPP(MOV-ING-ID) TO WS-POST-SUPP
                   IF WS-MAP-SIDE(WS-MAP-IX) NOT = "N"
                       PERFORM FIND-MOVEMENT-SUPPLIER
                   END-IF
                   IF WS-POST-AMOUNT > 0
                       PERFORM POST-THROUGH-MAPPING
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * RECEIPTS CARRY "PURCHASE ORDER NNNNN" AND RETURNS "... PO NNNNN"
      * IN THEIR REASON. THE ORDER'S SUPPLIER IS THE ONE THAT IS OWED
      * (OR OWES) - THE INGREDIENT MAY HAVE CHANGED SUPPLIER SINCE.
      ******************************************************************
       FIND-MOVEMENT-SUPPLIER.
           MOVE SPACES TO WS-RSN-BEFORE WS-RSN-PO-X
           UNSTRING MOV-REASON DELIMITED BY "PURCHASE ORDER " OR " PO "
               INTO WS-RSN-BEFORE WS-RSN-PO-X
           END-UNSTRING
           IF WS-POHDR-OPEN = "Y" AND WS-RSN-PO-NUMBER IS NUMERIC
               MOVE WS-RSN-PO-NUMBER TO PO-NUMBER
               READ POHDR-FILE
               IF WS-POHDR-OK
                   MOVE PO-SUPP-ID TO WS-POST-SUPP
               END-IF
           END-IF.

       FIND-MAPPING.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-CT OR WS-MAP-FOUND = "Y"
               IF WS-MAP-KEY(WS-MAP-IX) = WS-POST-KEY
                   MOVE "Y" TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = "Y"
               SUBTRACT 1 FROM WS-MAP-IX
           END-IF.

       COUNT-UNMAPPED.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-UNM-IX FROM 1 BY 1
                   UNTIL WS-UNM-IX > WS-UNM-CT
               IF WS-UNM-KEY(WS-UNM-IX) = WS-POST-KEY
                   ADD 1 TO WS-UNM-COUNT(WS-UNM-IX)
                   MOVE "Y" TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = "N" AND WS-UNM-CT < 30
               ADD 1 TO WS-UNM-CT
               MOVE WS-POST-KEY TO WS-UNM-KEY(WS-UNM-CT)
               MOVE 1 TO WS-UNM-COUNT(WS-UNM-CT)
               MOVE WS-POST-WHY TO WS-UNM-WHY(WS-UNM-CT)
           END-IF.

      ******************************************************************
      * EVERY VALUE GOES TO BOTH SIDES, SO THE JOURNAL ALWAYS BALANCES.
      * THE SIDE THE MAPPING SPLITS BY SUPPLIER CARRIES WS-POST-SUPP,
      * THE OTHER SIDE SUPPLIER 000.
      ******************************************************************
       POST-THROUGH-MAPPING.
           MOVE WS-MAP-DR(WS-MAP-IX) TO WS-JL-SEARCH-ACCOUNT
           IF WS-MAP-SIDE(WS-MAP-IX) = "D"
               MOVE WS-POST-SUPP TO WS-JL-SEARCH-SUPP
           ELSE
               MOVE 0 TO WS-JL-SEARCH-SUPP
           END-IF
           PERFORM FIND-JOURNAL-LINE
           IF WS-JL-FULL = "N"
               ADD WS-POST-AMOUNT TO WS-JL-DEBIT(WS-JL-IX)
           END-IF

           MOVE WS-MAP-CR(WS-MAP-IX) TO WS-JL-SEARCH-ACCOUNT
           IF WS-MAP-SIDE(WS-MAP-IX) = "C"
               MOVE WS-POST-SUPP TO WS-JL-SEARCH-SUPP
           ELSE
               MOVE 0 TO WS-JL-SEARCH-SUPP
           END-IF
           PERFORM FIND-JOURNAL-LINE
           IF WS-JL-FULL = "N"
               ADD WS-POST-AMOUNT TO WS-JL-CREDIT(WS-JL-IX)
           END-IF.

      ******************************************************************
      * FINDS THE LINE FOR THE SEARCH KEY, OR OPENS ONE IN ITS PLACE IN
      * KEY ORDER. A LINE FED BY MORE THAN ONE MAPPING ENTRY IS
      * DESCRIBED AS SUCH; A SUPPLIER LINE BY THE SUPPLIER'S NAME.
      ******************************************************************
       FIND-JOURNAL-LINE.
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-CT
                   OR WS-JL-KEY(WS-JL-IX) >= WS-JL-SEARCH
               CONTINUE
           END-PERFORM
           IF WS-JL-IX <= WS-JL-CT
                   AND WS-JL-KEY(WS-JL-IX) = WS-JL-SEARCH
               IF WS-JL-SEARCH-SUPP = 0
                       AND WS-JL-DESC(WS-JL-IX)
                           NOT = WS-MAP-DESC(WS-MAP-IX)
                   MOVE JRNL-DESC-SEVERAL TO WS-JL-DESC(WS-JL-IX)
               END-IF
           ELSE
               IF WS-JL-CT >= 500
                   MOVE "Y" TO WS-JL-FULL
               ELSE
                   PERFORM VARYING WS-JL-SHIFT FROM WS-JL-CT BY -1
                           UNTIL WS-JL-SHIFT < WS-JL-IX
                       MOVE WS-JL-ENTRY(WS-JL-SHIFT)
                           TO WS-JL-ENTRY(WS-JL-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-JL-CT
                   MOVE WS-JL-SEARCH TO WS-JL-KEY(WS-JL-IX)
                   MOVE 0 TO WS-JL-DEBIT(WS-JL-IX)
                   MOVE 0 TO WS-JL-CREDIT(WS-JL-IX)
                   IF WS-JL-SEARCH-SUPP = 0
                       MOVE WS-MAP-DESC(WS-MAP-IX)
                           TO WS-JL-DESC(WS-JL-IX)
                   ELSE
                       MOVE SPACES TO WS-JL-DESC(WS-JL-IX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE SNAPSHOT OF THE MONTH BEFORE IS THE OPENING STOCK. WHEN
      * THERE IS NONE AT ALL (THE FIRST MONTH JOURNALLED) THE OPENING
      * IS DERIVED FROM THE CLOSING LESS THE MONTH'S MOVEMENTS, AT
      * TODAY'S COST - THE REPORT SAYS SO.
      ******************************************************************
       LOAD-OPENING-STOCK.
           MOVE "N" TO WS-PRIOR-FOUND
           OPEN INPUT STKSNAP-FILE
           IF WS-STKSNAP-OK
               MOVE WS-PRIOR-MONTH TO SKS-MONTH
               MOVE 0 TO SKS-ING-ID
               START STKSNAP-FILE KEY IS NOT LESS THAN SKS-KEY
               IF WS-STKSNAP-OK
                   READ STKSNAP-FILE NEXT RECORD
                   PERFORM UNTIL WS-STKSNAP-EOF
                           OR SKS-MONTH NOT = WS-PRIOR-MONTH
                       MOVE "Y" TO WS-PRIOR-FOUND
                       IF SKS-ING-ID > 0
                           MOVE "Y" TO WS-ING-HAS-OPEN(SKS-ING-ID)
                           MOVE SKS-QTY TO WS-ING-OPEN-QTY(SKS-ING-ID)
                           MOVE SKS-UNIT-COST
                               TO WS-ING-OPEN-COST(SKS-ING-ID)
                       END-IF
                       READ STKSNAP-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE STKSNAP-FILE.

       SET-CLOSING-STOCK.
           IF WS-ING-ON-FILE(WS-ING-IX) = "Y"
               COMPUTE WS-ING-CLOSE-QTY(WS-ING-IX) =
                   WS-ING-BOOK(WS-ING-IX) - WS-ING-LATER-NET(WS-ING-IX)
           ELSE
               COMPUTE WS-ING-CLOSE-QTY(WS-ING-IX) =
                   0 - WS-ING-LATER-NET(WS-ING-IX)
           END-IF
           IF WS-PRIOR-FOUND = "N"
               COMPUTE WS-ING-OPEN-QTY(WS-ING-IX) =
                   WS-ING-CLOSE-QTY(WS-ING-IX)
                   - WS-ING-MONTH-NET(WS-ING-IX)
           END-IF
           IF WS-ING-HAS-OPEN(WS-ING-IX) = "N"
               MOVE WS-ING-COST(WS-ING-IX)
                   TO WS-ING-OPEN-COST(WS-ING-IX)
           END-IF

      *    THE OPENING STOCK IS CARRIED AT LAST MONTH'S COST; WHAT IT
      *    GAINED OR LOST BY A COST CHANGE SINCE IS JOURNALLED AS A
      *    REVALUATION THROUGH THE V+ / V- MAPPING.
           COMPUTE WS-REVAL-VALUE =
               WS-ING-OPEN-QTY(WS-ING-IX) *
               (WS-ING-COST(WS-ING-IX) - WS-ING-OPEN-COST(WS-ING-IX))
           IF WS-REVAL-VALUE NOT = 0
               IF WS-REVAL-VALUE > 0
                   MOVE "V+" TO WS-POST-KEY
                   MOVE WS-REVAL-VALUE TO WS-POST-AMOUNT
               ELSE
                   MOVE "V-" TO WS-POST-KEY
                   COMPUTE WS-POST-AMOUNT = 0 - WS-REVAL-VALUE
               END-IF
               PERFORM FIND-MAPPING
               EVALUATE TRUE
                   WHEN WS-MAP-FOUND = "N"
                       ADD 1 TO WS-UNMAPPED-CT
                       MOVE "N" TO WS-POST-WHY
                       PERFORM COUNT-UNMAPPED
                   WHEN WS-MAP-VALID(WS-MAP-IX) = "N"
                       ADD 1 TO WS-BADMAP-CT
                       MOVE "B" TO WS-POST-WHY
                       PERFORM COUNT-UNMAPPED
                   WHEN OTHER
                       MOVE WS-ING-SUPP(WS-ING-IX) TO WS-POST-SUPP
                       PERFORM POST-THROUGH-MAPPING
               END-EVALUATE
           END-IF.

       WRITE-JOURNAL-EXPORT.
           MOVE SPACES TO WS-JRNL-NAME
           STRING "JRNL" DELIMITED BY SIZE
               WS-CLOSE-MONTH DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-JRNL-NAME
           OPEN OUTPUT JRNL-FILE
           IF NOT WS-JRNL-OK
               MOVE "Y" TO WS-WRITE-FAILED
           ELSE
               PERFORM WRITE-JOURNAL-RECORDS
           END-IF
           CLOSE JRNL-FILE.

       WRITE-JOURNAL-RECORDS.
           MOVE SPACES TO JRNL-RECORD
           SET JRN-IS-HEADER TO TRUE
           MOVE WS-CLOSE-MONTH TO JRN-H-MONTH
           MOVE WS-TODAY TO JRN-H-RUN-DATE
           MOVE WS-OPERATOR-ID TO JRN-H-OPERATOR
           WRITE JRNL-RECORD

           MOVE 0 TO WS-DETAIL-CT WS-TOT-DEBIT WS-TOT-CREDIT
           OPEN INPUT SUPPLIER-FILE
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-CT
               MOVE SPACES TO JRNL-RECORD
               SET JRN-IS-DETAIL TO TRUE
               MOVE WS-JL-ACCOUNT(WS-JL-IX) TO JRN-D-ACCOUNT
               MOVE WS-JL-SUPP(WS-JL-IX) TO JRN-D-SUPP-ID
               MOVE WS-JL-DEBIT(WS-JL-IX) TO JRN-D-DEBIT
               MOVE WS-JL-CREDIT(WS-JL-IX) TO JRN-D-CREDIT
               PERFORM SET-LINE-DESCRIPTION
               MOVE WS-JL-DESC(WS-JL-IX) TO JRN-D-DESCRIPTION
               WRITE JRNL-RECORD
               IF NOT WS-JRNL-OK
                   MOVE "Y" TO WS-WRITE-FAILED
               END-IF
               ADD 1 TO WS-DETAIL-CT
               ADD WS-JL-DEBIT(WS-JL-IX) TO WS-TOT-DEBIT
               ADD WS-JL-CREDIT(WS-JL-IX) TO WS-TOT-CREDIT
           END-PERFORM
           CLOSE SUPPLIER-FILE

           MOVE SPACES TO JRNL-RECORD
           SET JRN-IS-TRAILER TO TRUE
           MOVE WS-DETAIL-CT TO JRN-T-DETAIL-COUNT
           MOVE WS-TOT-DEBIT TO JRN-T-DEBIT-TOTAL
           MOVE WS-TOT-CREDIT TO JRN-T-CREDIT-TOTAL
           MOVE WS-MOVEMENT-CT TO JRN-T-MOVEMENT-COUNT
           WRITE JRNL-RECORD
           IF NOT WS-JRNL-OK
               MOVE "Y" TO WS-WRITE-FAILED
           END-IF.

       SET-LINE-DESCRIPTION.
           IF WS-JL-SUPP(WS-JL-IX) > 0
                   AND WS-JL-DESC(WS-JL-IX) = SPACES
               MOVE WS-JL-SUPP(WS-JL-IX) TO SUPP-ID
               READ SUPPLIER-FILE
               IF WS-SUPPLIER-OK
                   MOVE SUPP-NAME TO WS-JL-DESC(WS-JL-IX)
               END-IF
           END-IF.

       WRITE-JOURNAL-REPORT.
           OPEN OUTPUT JRNLRPT-FILE
           MOVE JRNL-TITLE TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE SPACES TO JRNLRPT-LINE
           STRING JRNL-MONTH DELIMITED BY SIZE
               WS-CLOSE-MONTH DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE SPACES TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-SECTION-JOURNAL TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-JOURNAL-HEADER TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE

           MOVE 0 TO WS-TOT-DEBIT WS-TOT-CREDIT
           MOVE 0 TO WS-ACC-DEBIT WS-ACC-CREDIT
           MOVE SPACES TO WS-LAST-ACCOUNT
           OPEN INPUT SUPPLIER-FILE
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-CT
               IF WS-JL-ACCOUNT(WS-JL-IX) NOT = WS-LAST-ACCOUNT
                   IF WS-JL-IX > 1
                       PERFORM WRITE-ACCOUNT-TOTAL
                   END-IF
                   MOVE WS-JL-ACCOUNT(WS-JL-IX) TO WS-LAST-ACCOUNT
               END-IF
               PERFORM SET-LINE-DESCRIPTION
               MOVE WS-JL-ACCOUNT(WS-JL-IX) TO WS-J-ACCOUNT
               MOVE WS-JL-SUPP(WS-JL-IX) TO WS-J-SUPP
               MOVE WS-JL-DEBIT(WS-JL-IX) TO WS-J-DEBIT
               MOVE WS-JL-CREDIT(WS-JL-IX) TO WS-J-CREDIT
               MOVE WS-JL-DESC(WS-JL-IX) TO WS-J-DESC
               MOVE WS-JOURNAL-LINE TO JRNLRPT-LINE
               WRITE JRNLRPT-LINE
               ADD WS-JL-DEBIT(WS-JL-IX) TO WS-ACC-DEBIT WS-TOT-DEBIT
               ADD WS-JL-CREDIT(WS-JL-IX) TO WS-ACC-CREDIT
                   WS-TOT-CREDIT
           END-PERFORM
           CLOSE SUPPLIER-FILE
           IF WS-JL-CT > 0
               PERFORM WRITE-ACCOUNT-TOTAL
           END-IF
           MOVE SPACES TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-GRAND-TOTAL TO WS-JT-LABEL
           MOVE WS-TOT-DEBIT TO WS-JT-DEBIT
           MOVE WS-TOT-CREDIT TO WS-JT-CREDIT
           MOVE WS-JOURNAL-TOTAL-LINE TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE SPACES TO JRNLRPT-LINE
           STRING JRNL-MOVEMENTS-CT DELIMITED BY SIZE
               WS-MOVEMENT-CT DELIMITED BY SIZE
               INTO JRNLRPT-LINE
           WRITE JRNLRPT-LINE

           IF WS-UNM-CT > 0
               MOVE SPACES TO JRNLRPT-LINE
               WRITE JRNLRPT-LINE
               MOVE JRNL-UNMAPPED-HEADER TO JRNLRPT-LINE
               WRITE JRNLRPT-LINE
               PERFORM VARYING WS-UNM-IX FROM 1 BY 1
                       UNTIL WS-UNM-IX > WS-UNM-CT
                   MOVE WS-UNM-KEY(WS-UNM-IX) TO WS-U-KEY
                   MOVE WS-UNM-COUNT(WS-UNM-IX) TO WS-U-COUNT
                   IF WS-UNM-WHY(WS-UNM-IX) = "B"
                       MOVE JRNL-BADMAP-NOTE TO WS-U-WHY
                   ELSE
                       MOVE SPACES TO WS-U-WHY
                   END-IF
                   MOVE WS-UNMAPPED-LINE TO JRNLRPT-LINE
                   WRITE JRNLRPT-LINE
               END-PERFORM
           END-IF
           IF WS-JL-FULL = "Y"
               MOVE JRNL-TABLE-FULL TO JRNLRPT-LINE
               WRITE JRNLRPT-LINE
           END-IF

           MOVE SPACES TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-SECTION-TIEOUT TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           IF WS-PRIOR-FOUND = "N"
               MOVE JRNL-FIRST-MONTH TO JRNLRPT-LINE
               WRITE JRNLRPT-LINE
           END-IF
           MOVE JRNL-TIEOUT-HEADER1 TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-TIEOUT-HEADER2 TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE

           MOVE 0 TO WS-TOT-OPEN-VALUE WS-TOT-MOVE-VALUE
           MOVE 0 TO WS-TOT-REVAL-VALUE WS-TOT-CLOSE-VALUE
           MOVE 0 TO WS-TOT-DIFF-VALUE
           OPEN INPUT INGREDS-FILE
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               IF WS-ING-OPEN-QTY(WS-ING-IX) NOT = 0
                       OR WS-ING-MOVED(WS-ING-IX) = "Y"
                       OR WS-ING-CLOSE-QTY(WS-ING-IX) NOT = 0
                   PERFORM WRITE-ONE-TIEOUT-LINE
               END-IF
           END-PERFORM
           CLOSE INGREDS-FILE

           MOVE SPACES TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE JRNL-TIEOUT-TOTAL TO WS-TT-LABEL
           MOVE WS-TOT-OPEN-VALUE TO WS-TT-OPEN-VALUE
           MOVE WS-TOT-MOVE-VALUE TO WS-TT-MOVE-VALUE
           MOVE WS-TOT-REVAL-VALUE TO WS-TT-REVAL-VALUE
           MOVE WS-TOT-CLOSE-VALUE TO WS-TT-CLOSE-VALUE
           MOVE WS-TOT-DIFF-VALUE TO WS-TT-DIFF-VALUE
           MOVE WS-TIEOUT-TOTAL-LINE TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE SPACES TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           IF WS-OUT-CT = 0 AND WS-UNMAPPED-CT = 0
                   AND WS-BADMAP-CT = 0
                   AND WS-JL-FULL = "N" AND WS-WRITE-FAILED = "N"
               MOVE JRNL-BALANCED TO JRNLRPT-LINE
           ELSE
               MOVE JRNL-OUT-OF-BALANCE TO JRNLRPT-LINE
           END-IF
           WRITE JRNLRPT-LINE
           CLOSE JRNLRPT-FILE.

       WRITE-ACCOUNT-TOTAL.
           MOVE JRNL-ACCOUNT-TOTAL TO WS-JT-LABEL
           MOVE WS-ACC-DEBIT TO WS-JT-DEBIT
           MOVE WS-ACC-CREDIT TO WS-JT-CREDIT
           MOVE WS-JOURNAL-TOTAL-LINE TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE
           MOVE 0 TO WS-ACC-DEBIT WS-ACC-CREDIT.

      ******************************************************************
      * OPENING + JOURNAL + REVALUATION MUST COME TO THE CLOSING VALUE.
      * AN INGREDIENT WHOSE QUANTITIES DO NOT FOLLOW (STOCK CHANGED
      * WITHOUT A LEDGER MOVEMENT) IS FLAGGED "*" AND HOLDS THE MONTH
      * OPEN; "D" MARKS AN OPENING DERIVED FROM THE LEDGER.
      ******************************************************************
       WRITE-ONE-TIEOUT-LINE.
           MOVE SPACES TO WS-T-FLAGS
           MOVE WS-ING-IX TO WS-T-ID
           MOVE WS-ING-IX TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE ING-NAME TO WS-T-NAME
           ELSE
               MOVE SPACES TO WS-T-NAME
           END-IF
           COMPUTE WS-OPEN-VALUE = WS-ING-OPEN-QTY(WS-ING-IX)
               * WS-ING-OPEN-COST(WS-ING-IX)
           COMPUTE WS-MOVE-VALUE = WS-ING-MONTH-NET(WS-ING-IX)
               * WS-ING-COST(WS-ING-IX)
           COMPUTE WS-REVAL-VALUE = WS-ING-OPEN-QTY(WS-ING-IX)
               * WS-ING-COST(WS-ING-IX) - WS-OPEN-VALUE
           COMPUTE WS-CLOSE-VALUE = WS-ING-CLOSE-QTY(WS-ING-IX)
               * WS-ING-COST(WS-ING-IX)
           COMPUTE WS-DIFF-VALUE = WS-CLOSE-VALUE - WS-OPEN-VALUE
               - WS-MOVE-VALUE - WS-REVAL-VALUE
           COMPUTE WS-DIFF-QTY = WS-ING-CLOSE-QTY(WS-ING-IX)
               - WS-ING-OPEN-QTY(WS-ING-IX)
               - WS-ING-MONTH-NET(WS-ING-IX)
           IF WS-DIFF-QTY NOT = 0
               ADD 1 TO WS-OUT-CT
               MOVE "*" TO WS-T-FLAGS(1:1)
           END-IF
           IF WS-PRIOR-FOUND = "N"
               MOVE "D" TO WS-T-FLAGS(2:1)
           END-IF
           MOVE WS-ING-OPEN-QTY(WS-ING-IX) TO WS-T-OPEN-QTY
           MOVE WS-ING-MONTH-NET(WS-ING-IX) TO WS-T-MOVE-QTY
           MOVE WS-ING-CLOSE-QTY(WS-ING-IX) TO WS-T-CLOSE-QTY
           MOVE WS-OPEN-VALUE TO WS-T-OPEN-VALUE
           MOVE WS-MOVE-VALUE TO WS-T-MOVE-VALUE
           MOVE WS-REVAL-VALUE TO WS-T-REVAL-VALUE
           MOVE WS-CLOSE-VALUE TO WS-T-CLOSE-VALUE
           MOVE WS-DIFF-VALUE TO WS-T-DIFF-VALUE
           ADD WS-OPEN-VALUE TO WS-TOT-OPEN-VALUE
           ADD WS-MOVE-VALUE TO WS-TOT-MOVE-VALUE
           ADD WS-REVAL-VALUE TO WS-TOT-REVAL-VALUE
           ADD WS-CLOSE-VALUE TO WS-TOT-CLOSE-VALUE
           ADD WS-DIFF-VALUE TO WS-TOT-DIFF-VALUE
           MOVE WS-TIEOUT-LINE TO JRNLRPT-LINE
           WRITE JRNLRPT-LINE.

      ******************************************************************
      * THE MONTH'S CLOSING STOCK BECOMES NEXT MONTH'S OPENING. A RERUN
      * BEFORE THE CLOSE SIMPLY REWRITES THE SAME ROWS.
      ******************************************************************
       WRITE-CLOSING-SNAPSHOT.
           PERFORM OPEN-STKSNAP-IO
           IF NOT WS-STKSNAP-OK
               MOVE "Y" TO WS-WRITE-FAILED
           ELSE
               PERFORM VARYING WS-ING-IX FROM 1 BY 1
                       UNTIL WS-ING-IX > 999
                   IF WS-ING-ON-FILE(WS-ING-IX) = "Y"
                           OR WS-ING-CLOSE-QTY(WS-ING-IX) NOT = 0
                       PERFORM WRITE-ONE-SNAPSHOT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STKSNAP-FILE.

       WRITE-ONE-SNAPSHOT.
           MOVE WS-CLOSE-MONTH TO SKS-MONTH
           MOVE WS-ING-IX TO SKS-ING-ID
           MOVE "N" TO WS-RECORD-EXISTS
           READ STKSNAP-FILE
           IF WS-STKSNAP-OK
               MOVE "Y" TO WS-RECORD-EXISTS
           END-IF
           MOVE WS-CLOSE-MONTH TO SKS-MONTH
           MOVE WS-ING-IX TO SKS-ING-ID
           MOVE WS-ING-CLOSE-QTY(WS-ING-IX) TO SKS-QTY
           MOVE WS-ING-COST(WS-ING-IX) TO SKS-UNIT-COST
           COMPUTE SKS-VALUE = WS-ING-CLOSE-QTY(WS-ING-IX)
               * WS-ING-COST(WS-ING-IX)
           MOVE WS-TODAY TO SKS-TAKEN-DATE
           IF WS-RECORD-EXISTS = "Y"
               REWRITE STKSNAP-RECORD
           ELSE
               WRITE STKSNAP-RECORD
           END-IF
           IF NOT WS-STKSNAP-OK
               MOVE "Y" TO WS-WRITE-FAILED
           END-IF.

      ******************************************************************
      * THE ACCOUNT MAPPING DECIDES WHERE EVERY POUND OF STOCK LANDS
      * IN THE ACCOUNTS, SO ONLY A SUPERVISOR MAY CHANGE IT. THE
      * STANDARD MAPPING FILLS IN ANY TYPE NOT ON FILE WITHOUT
      * TOUCHING ENTRIES ALREADY CHANGED.
      ******************************************************************
       MAINTAIN-MAPPING.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY NOT-AUTHORIZED
               ACCEPT WS-ANY-KEY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM OPEN-ACCTMAP-IO
               IF NOT WS-ACCTMAP-OK
                   DISPLAY ERROR-ACCTMAP-OPEN
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM KEY-MAPPING-CHANGES
               END-IF
               CLOSE ACCTMAP-FILE
           END-IF.

       KEY-MAPPING-CHANGES.
           PERFORM SHOW-MAPPING
           DISPLAY MESSAGE-JRNL-DEFAULTS
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
               PERFORM ADD-DEFAULT-MAPPING
           END-IF

           DISPLAY JRNL-MAP-TYPE-PROMPT
           ACCEPT WS-IN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
           PERFORM UNTIL WS-IN-TYPE = SPACES
               IF WS-IN-TYPE-VALID
                   PERFORM KEY-ONE-MAPPING
               ELSE
                   DISPLAY ERROR-JRNL-MAP-KEY
               END-IF
               DISPLAY JRNL-MAP-TYPE-PROMPT
               ACCEPT WS-IN-TYPE
               MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
           END-PERFORM
           PERFORM SHOW-MAPPING
           ACCEPT WS-ANY-KEY.

       SHOW-MAPPING.
           MOVE "N" TO WS-MAP-FOUND
           MOVE LOW-VALUES TO AMP-KEY
           START ACCTMAP-FILE KEY IS NOT LESS THAN AMP-KEY
           IF WS-ACCTMAP-OK
               READ ACCTMAP-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCTMAP-EOF
                   IF WS-MAP-FOUND = "N"
                       DISPLAY JRNL-MAP-HEADER
                       MOVE "Y" TO WS-MAP-FOUND
                   END-IF
                   MOVE AMP-MOV-TYPE TO WS-M-TYPE
                   MOVE AMP-MOV-SIGN TO WS-M-SIGN
                   MOVE AMP-DR-ACCOUNT TO WS-M-DR
                   MOVE AMP-CR-ACCOUNT TO WS-M-CR
                   MOVE AMP-SUPP-SIDE TO WS-M-SIDE
                   MOVE AMP-DESCRIPTION TO WS-M-DESC
                   DISPLAY WS-MAP-LINE
                   READ ACCTMAP-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-MAP-FOUND = "N"
               DISPLAY JRNL-MAP-EMPTY
           END-IF.

       ADD-DEFAULT-MAPPING.
           MOVE 0 TO WS-DEFAULTS-ADDED
           PERFORM VARYING WS-DEF-IX FROM 1 BY 1
                   UNTIL WS-DEF-IX > 10
               MOVE WS-DEF-KEY(WS-DEF-IX) TO AMP-KEY
               READ ACCTMAP-FILE
               IF NOT WS-ACCTMAP-OK
                   MOVE WS-DEF-KEY(WS-DEF-IX) TO AMP-KEY
                   MOVE WS-DEF-DR(WS-DEF-IX) TO AMP-DR-ACCOUNT
                   MOVE WS-DEF-CR(WS-DEF-IX) TO AMP-CR-ACCOUNT
                   MOVE WS-DEF-SIDE(WS-DEF-IX) TO AMP-SUPP-SIDE
                   MOVE WS-DEF-DESC(WS-DEF-IX) TO AMP-DESCRIPTION
                   MOVE WS-TODAY TO AMP-CHANGED-DATE
                   MOVE WS-OPERATOR-ID TO AMP-CHANGED-BY
                   WRITE ACCTMAP-RECORD
                   IF WS-ACCTMAP-OK
                       ADD 1 TO WS-DEFAULTS-ADDED
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY JRNL-DEFAULTS-ADDED WS-DEFAULTS-ADDED.

       KEY-ONE-MAPPING.
           DISPLAY JRNL-MAP-SIGN-PROMPT
           ACCEPT WS-IN-SIGN
           PERFORM UNTIL WS-IN-SIGN-VALID
               DISPLAY ERROR-JRNL-MAP-KEY
               DISPLAY JRNL-MAP-SIGN-PROMPT
               ACCEPT WS-IN-SIGN
           END-PERFORM
           MOVE WS-IN-TYPE TO AMP-MOV-TYPE
           MOVE WS-IN-SIGN TO AMP-MOV-SIGN
           MOVE "N" TO WS-RECORD-EXISTS
           READ ACCTMAP-FILE
           IF WS-ACCTMAP-OK
               MOVE "Y" TO WS-RECORD-EXISTS
               MOVE AMP-MOV-TYPE TO WS-M-TYPE
               MOVE AMP-MOV-SIGN TO WS-M-SIGN
               MOVE AMP-DR-ACCOUNT TO WS-M-DR
               MOVE AMP-CR-ACCOUNT TO WS-M-CR
               MOVE AMP-SUPP-SIDE TO WS-M-SIDE
               MOVE AMP-DESCRIPTION TO WS-M-DESC
               DISPLAY JRNL-MAP-HEADER
               DISPLAY WS-MAP-LINE
           ELSE
               MOVE SPACES TO ACCTMAP-RECORD
           END-IF

           DISPLAY JRNL-MAP-DR-PROMPT
           ACCEPT WS-IN-ACCOUNT
           PERFORM UNTIL WS-IN-ACCOUNT NOT = SPACES
               DISPLAY ERROR-JRNL-MAP-ACCOUNT
               DISPLAY JRNL-MAP-DR-PROMPT
               ACCEPT WS-IN-ACCOUNT
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-IN-ACCOUNT) TO AMP-DR-ACCOUNT
           DISPLAY JRNL-MAP-CR-PROMPT
           ACCEPT WS-IN-ACCOUNT
           PERFORM UNTIL WS-IN-ACCOUNT NOT = SPACES
               DISPLAY ERROR-JRNL-MAP-ACCOUNT
               DISPLAY JRNL-MAP-CR-PROMPT
               ACCEPT WS-IN-ACCOUNT
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-IN-ACCOUNT) TO AMP-CR-ACCOUNT
           DISPLAY JRNL-MAP-SIDE-PROMPT
           ACCEPT WS-IN-SIDE
           MOVE FUNCTION UPPER-CASE(WS-IN-SIDE) TO AMP-SUPP-SIDE
           PERFORM UNTIL AMP-SUPP-SIDE-VALID
               DISPLAY ERROR-JRNL-MAP-SIDE
               DISPLAY JRNL-MAP-SIDE-PROMPT
               ACCEPT WS-IN-SIDE
               MOVE FUNCTION UPPER-CASE(WS-IN-SIDE) TO AMP-SUPP-SIDE
           END-PERFORM
           DISPLAY JRNL-MAP-DESC-PROMPT
           ACCEPT WS-IN-DESC
           IF WS-IN-DESC NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-IN-DESC) TO AMP-DESCRIPTION
           END-IF
           MOVE WS-TODAY TO AMP-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO AMP-CHANGED-BY

           DISPLAY MESSAGE-JRNL-MAP-SAVE
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
                   REWRITE ACCTMAP-RECORD
               ELSE
                   WRITE ACCTMAP-RECORD
               END-IF
               DISPLAY JRNL-MAP-SAVED
           ELSE
               DISPLAY MESSAGE-JRNL-MAP-CANCELLED
           END-IF.
