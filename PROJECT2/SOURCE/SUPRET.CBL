      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPRET | RETURNS TO SUPPLIER AND SUPPLIER CREDIT NOTES
      ******************************************************************
      *    SENDS DAMAGED OR OUT-OF-DATE STOCK BACK TO THE SUPPLIER
      *    AGAINST THE PURCHASE ORDER IT CAME IN ON, INSTEAD OF
      *    BOOKING IT AS OUR OWN LOSS. EACH LINE NAMES THE INGREDIENT,
      *    THE LOT IT CAME IN AS AND THE LOCATION IT LEAVES FROM; THE
      *    QUANTITY COMES OFF THE MASTER, THAT LOT AND THAT LOCATION,
      *    IS WRITTEN TO THE LEDGER AS A RETURN (TYPE T), AND IS TAKEN
      *    OFF THE PO LINE'S RECEIVED QUANTITY - REOPENING THE LINE
      *    (AND THE PO) SO THE REPLACEMENT CAN BE RECEIVED. THE RETURN
      *    RAISES AN EXPECTED CREDIT NOTE FOR THE SUPPLIER, OPEN UNTIL
      *    THE CREDIT IS CONFIRMED, AND PRINTS THE RETURN NOTE THAT
      *    GOES WITH THE DRIVER (RETPRINT). THE OUTSTANDING CREDITS
      *    LIST (CREDITS.PRN) SHOWS EVERY CREDIT STILL OWED TO US.
      *    REACHED FROM THE PURCHASE ORDERS MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | THE QUANTITY TAKEN OFF
      *         THE CHOSEN LOT IS LOGGED TO THE LOT HISTORY (LOTLOG)
      *     V3 | EM ATUALIZACAO | 15.10.2026 | A RETURN NEEDS A LOSS
      *         REASON CODE (RSNPICK); THE CODE AND THE LOCATION THE
      *         STOCK LEFT FROM ARE CARRIED ON THE LEDGER MOVEMENT
      *     V4 | EM ATUALIZACAO | 15.10.2026 | NO RETURN IS KEYED WHEN
      *         THE INGREDIENTS MASTER OR THE LOT FILE CANNOT BE OPENED
      *     V5 | EM ATUALIZACAO | 15.10.2026 | THE CREDIT IS VALUED AT
      *         THE COST STAMPED ON THE PO LINE AT RECEIPT AND WRITTEN
      *         BEFORE THE STOCK IS POSTED; WRITE AND SUPPLIER FILE
      *         ERRORS ARE SHOWN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "SUPPLIER-SEL.cpy".
           COPY "POHDR-SEL.cpy".
           COPY "POLINE-SEL.cpy".
           COPY "PRICELST-SEL.cpy".
           COPY "INGLOT-SEL.cpy".
           COPY "INGLOC-SEL.cpy".
           COPY "SUPCRED-SEL.cpy".
           COPY "RETLINE-SEL.cpy".
           COPY "CREDRPT-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "SUPPLIER-RECORD.cpy".
           COPY "POHDR-RECORD.cpy".
           COPY "POLINE-RECORD.cpy".
           COPY "PRICELST-RECORD.cpy".
           COPY "INGLOT-RECORD.cpy".
           COPY "INGLOC-RECORD.cpy".
           COPY "SUPCRED-RECORD.cpy".
           COPY "RETLINE-RECORD.cpy".
           COPY "CREDRPT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-SUPPLIER-STATUS             PIC X(002).
           88  WS-SUPPLIER-OK             VALUE "00".
       01  WS-POHDR-STATUS                PIC X(002).
           88  WS-POHDR-OK                VALUE "00".
       01  WS-POLINE-STATUS               PIC X(002).
           88  WS-POLINE-OK               VALUE "00".
       01  WS-PRICELST-STATUS             PIC X(002).
           88  WS-PRICELST-OK             VALUE "00".
       01  WS-INGLOT-STATUS               PIC X(002).
           88  WS-INGLOT-OK               VALUE "00".
           88  WS-INGLOT-EOF              VALUE "10".
       01  WS-INGLOC-STATUS               PIC X(002).
           88  WS-INGLOC-OK               VALUE "00".
       01  WS-SUPCRED-STATUS              PIC X(002).
           88  WS-SUPCRED-OK              VALUE "00".
           88  WS-SUPCRED-EOF             VALUE "10".
           88  WS-SUPCRED-NOT-FOUND       VALUE "35".
       01  WS-RETLINE-STATUS              PIC X(002).
           88  WS-RETLINE-OK              VALUE "00".
           88  WS-RETLINE-NOT-FOUND       VALUE "35".
       01  WS-CREDRPT-STATUS              PIC X(002).
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-FOUND-ANY                   PIC X(001).
       01  WS-LOT-FOUND                   PIC X(001).
       01  WS-QUOTES-OPEN                 PIC X(001).
       01  WS-PO-REOPENED                 PIC X(001).
       01  WS-IN-PO                       PIC 9(005).
       01  WS-IN-ING                      PIC 9(003).
       01  WS-IN-QTY                      PIC 9(005).
       01  WS-IN-LOT                      PIC X(010).
       01  WS-IN-RET                      PIC 9(005).
       01  WS-IN-VALUE                    PIC X(060).
       01  WS-RET-LOC                     PIC X(003).
       01  WS-RET-SUPP                    PIC 9(003).
       01  WS-RET-NUMBER                  PIC 9(005).
       01  WS-LOC-SIGN                    PIC X(001).
       01  WS-LOC-ONHAND                  PIC 9(005).
       01  WS-LINE-COST                   PIC 9(005)V99.
       01  WS-LINE-TOTAL                  PIC 9(010)V99.
       01  WS-RET-TOTAL                   PIC 9(009)V99.
       01  WS-MAX-QTY                     PIC 9(005).
       01  WS-ING-LISTED                  PIC 9(006).
       01  WS-LOT-LISTED                  PIC 9(006).
       01  WS-EDIT-QTY                    PIC ZZZZ9.
       01  WS-EDIT-TOTAL                  PIC Z(008)9.99.
       01  WS-DAYS-OPEN                   PIC S9(008).

      * LOT PICKED FOR THE LINE BEING KEYED
       01  WS-PICK-EXPIRY                 PIC 9(008).
       01  WS-PICK-SEQ                    PIC 9(003).
       01  WS-PICK-REMAINING              PIC 9(005).

      * LINES OF THE RETURN BEING KEYED, POSTED TOGETHER ON CONFIRM
       01  WS-RL-CT                       PIC 9(003) VALUE 0.
       01  WS-RL-IX                       PIC 9(003).
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 30 TIMES.
               10  WS-RL-ING              PIC 9(003).
               10  WS-RL-LOT              PIC X(010).
               10  WS-RL-EXPIRY           PIC 9(008).
               10  WS-RL-SEQ              PIC 9(003).
               10  WS-RL-QTY              PIC 9(005).
               10  WS-RL-COST             PIC 9(005)V99.
               10  WS-RL-REASON           PIC X(030).

      * OUTSTANDING CREDITS PER SUPPLIER (SUBSCRIPTED BY SUPP-ID)
       01  WS-SUP-IX                      PIC 9(004).
       01  WS-GRAND-CT                    PIC 9(005).
       01  WS-GRAND-AMT                   PIC 9(011)V99.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 999 TIMES.
               10  WS-SUP-CT              PIC 9(005).
               10  WS-SUP-AMT             PIC 9(011)V99.

       01  WS-CRED-LINE.
           05  WS-C-RET                   PIC 9(005).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-DATE                  PIC 9(008).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-SUPP                  PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-C-NAME                  PIC X(030).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-C-PO                    PIC 9(005).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-AMOUNT                PIC Z(008)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-DAYS                  PIC ZZZZ9.

       01  WS-SUPTOT-LINE.
           05  WS-S-SUPP                  PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-S-NAME                  PIC X(030).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-S-COUNT                 PIC ZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-S-AMOUNT                PIC Z(010)9.99.

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-SUPRET
               DISPLAY RET-MENU-OPTION1
               DISPLAY RET-MENU-OPTION2
               DISPLAY RET-MENU-OPTION3
               DISPLAY RET-MENU-OPTION4
               DISPLAY RET-MENU-OPTION5
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RECORD-RETURN
                   WHEN 2
                       PERFORM REPRINT-RETURN-NOTE
                   WHEN 3
                       PERFORM CONFIRM-CREDIT
                   WHEN 4
                       PERFORM PRINT-OUTSTANDING-CREDITS
                   WHEN 5
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-RETURN-FILES-IO.
           OPEN I-O SUPCRED-FILE
           IF WS-SUPCRED-NOT-FOUND
               CLOSE SUPCRED-FILE
               OPEN OUTPUT SUPCRED-FILE
               CLOSE SUPCRED-FILE
               OPEN I-O SUPCRED-FILE
           END-IF
           OPEN I-O RETLINE-FILE
           IF WS-RETLINE-NOT-FOUND
               CLOSE RETLINE-FILE
               OPEN OUTPUT RETLINE-FILE
               CLOSE RETLINE-FILE
               OPEN I-O RETLINE-FILE
           END-IF.

      ******************************************************************
      * A RETURN ALWAYS GOES BACK AGAINST THE PO IT CAME IN ON - THE
      * SUPPLIER, THE PRICE AND THE RECEIVED QUANTITY TO REDUCE ALL
      * COME FROM THERE. THE WHOLE RETURN LEAVES FROM ONE LOCATION,
      * THE ONE THE VAN IS COLLECTING AT.
      ******************************************************************
       RECORD-RETURN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-RET-NUMBER
           PERFORM OPEN-RETURN-FILES-IO
           IF NOT WS-SUPCRED-OK OR NOT WS-RETLINE-OK
               DISPLAY ERROR-RETFILE-OPEN
               ACCEPT WS-ANY-KEY
               CLOSE SUPCRED-FILE
               CLOSE RETLINE-FILE
           ELSE
               OPEN I-O POHDR-FILE
               OPEN I-O POLINE-FILE
               IF NOT WS-POHDR-OK OR NOT WS-POLINE-OK
                   DISPLAY ERROR-POFILE-OPEN
                   ACCEPT WS-ANY-KEY
               ELSE
                   OPEN I-O INGREDS-FILE
                   OPEN I-O INGLOT-FILE
                   OPEN INPUT SUPPLIER-FILE
                   EVALUATE TRUE
                       WHEN NOT WS-INGREDS-OK
                           DISPLAY ERROR-INGREDS-OPEN
                           ACCEPT WS-ANY-KEY
                       WHEN NOT WS-INGLOT-OK
                           DISPLAY ERROR-INGLOT-OPEN
                           ACCEPT WS-ANY-KEY
                       WHEN NOT WS-SUPPLIER-OK
                           DISPLAY ERROR-SUPPS-OPEN
                           ACCEPT WS-ANY-KEY
                       WHEN OTHER
                           MOVE "N" TO WS-QUOTES-OPEN
                           OPEN INPUT PRICELST-FILE
                           IF WS-PRICELST-OK
                               MOVE "Y" TO WS-QUOTES-OPEN
                           END-IF
                           PERFORM KEY-ONE-RETURN
                           IF WS-QUOTES-OPEN = "Y"
                               CLOSE PRICELST-FILE
                           END-IF
                   END-EVALUATE
                   CLOSE SUPPLIER-FILE
                   CLOSE INGLOT-FILE
                   CLOSE INGREDS-FILE
               END-IF
               CLOSE POHDR-FILE
               CLOSE POLINE-FILE
               CLOSE SUPCRED-FILE
               CLOSE RETLINE-FILE
               IF WS-RET-NUMBER > 0
                   CALL "RETPRINT" USING WS-RET-NUMBER
                   ACCEPT WS-ANY-KEY
               END-IF
           END-IF.

       KEY-ONE-RETURN.
           DISPLAY SCREEN-PO-NUMBER
           ACCEPT WS-IN-PO
           MOVE WS-IN-PO TO PO-NUMBER
           READ POHDR-FILE
           IF NOT WS-POHDR-OK
               DISPLAY ERROR-PO-NO
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE PO-SUPP-ID TO WS-RET-SUPP
               MOVE PO-SUPP-ID TO SUPP-ID
               READ SUPPLIER-FILE
               IF WS-SUPPLIER-OK
                   DISPLAY SCREEN-SUPP-ID PO-SUPP-ID SPACE SUPP-NAME
               ELSE
                   DISPLAY SCREEN-SUPP-ID PO-SUPP-ID
               END-IF
               PERFORM GET-RETURN-LOCATION
               MOVE WS-RET-LOC TO WS-MOV-LOC
               CALL "RSNPICK" USING WS-MOV-REASON-CODE
               IF WS-MOV-REASON-CODE = SPACES
                   DISPLAY MESSAGE-RET-CANCELLED
                   ACCEPT WS-ANY-KEY
               ELSE
                   MOVE 0 TO WS-RL-CT
                   MOVE 0 TO WS-RET-TOTAL
                   PERFORM KEY-ONE-RETURN-LINE
                   PERFORM UNTIL WS-IN-ING = 0
                       PERFORM KEY-ONE-RETURN-LINE
                   END-PERFORM
                   IF WS-RL-CT = 0
                       DISPLAY RET-NO-LINES
                       ACCEPT WS-ANY-KEY
                   ELSE
                       PERFORM CONFIRM-AND-POST-RETURN
                   END-IF
               END-IF
           END-IF.

       GET-RETURN-LOCATION.
           DISPLAY RET-LOC-PROMPT
           ACCEPT WS-RET-LOC
           MOVE FUNCTION UPPER-CASE(WS-RET-LOC) TO WS-RET-LOC
           PERFORM UNTIL WS-RET-LOC NOT = SPACES
                   AND WS-RET-LOC NOT = LOCATION-ALL
               DISPLAY ERROR-LOCATION
               DISPLAY RET-LOC-PROMPT
               ACCEPT WS-RET-LOC
               MOVE FUNCTION UPPER-CASE(WS-RET-LOC) TO WS-RET-LOC
           END-PERFORM.

      ******************************************************************
      * A LINE IS ONLY TAKEN FOR AN INGREDIENT RECEIVED ON THIS PO, A
      * LOT OF IT STILL ON HAND, AND A QUANTITY NO LARGER THAN ANY OF
      * WHAT WAS RECEIVED ON THE PO LINE, WHAT IS LEFT IN THE LOT,
      * WHAT IS ON HAND AT THE LOCATION AND THE MASTER TOTAL - EACH
      * LESS WHAT EARLIER LINES OF THIS SAME RETURN ALREADY TOOK.
      ******************************************************************
       KEY-ONE-RETURN-LINE.
           DISPLAY RET-ING-PROMPT
           ACCEPT WS-IN-ING
           IF WS-IN-ING NOT = 0
               IF WS-RL-CT >= 30
                   DISPLAY RET-LINES-FULL
                   MOVE 0 TO WS-IN-ING
               ELSE
                   MOVE WS-IN-PO TO POL-PO-NUMBER
                   MOVE WS-IN-ING TO POL-ING-ID
                   READ POLINE-FILE
                   IF NOT WS-POLINE-OK OR POL-QTY-RECEIVED = 0
                       DISPLAY ERROR-RET-POLINE
                   ELSE
                       MOVE WS-IN-ING TO ING-ID
                       READ INGREDS-FILE
                       IF NOT WS-INGREDS-OK
                           DISPLAY ERROR-INGREDID-NO
                       ELSE
                           PERFORM KEY-LINE-LOT-AND-QTY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KEY-LINE-LOT-AND-QTY.
           DISPLAY MANUALLY-ADD-NAME ING-NAME
           DISPLAY PO-LIST-RECEIVED POL-QTY-RECEIVED
           PERFORM DISPLAY-LOTS-ON-HAND
           DISPLAY LOT-NUMBER-PROMPT
           ACCEPT WS-IN-LOT
           PERFORM FIND-RETURN-LOT
           IF WS-LOT-FOUND = "N"
               DISPLAY ERROR-RET-LOT
           ELSE
               PERFORM GET-LOC-ONHAND
               DISPLAY LOC-ONHAND WS-LOC-ONHAND
               PERFORM SET-MAX-RETURN-QTY
               DISPLAY MESSAGE-INVENTORY-QTY
               ACCEPT WS-IN-QTY
               IF WS-IN-QTY = 0 OR WS-IN-QTY > WS-MAX-QTY
                   MOVE WS-MAX-QTY TO WS-EDIT-QTY
                   DISPLAY ERROR-RET-QTY WS-EDIT-QTY
               ELSE
                   PERFORM ADD-RETURN-LINE
               END-IF
           END-IF.

       DISPLAY-LOTS-ON-HAND.
           MOVE "N" TO WS-FOUND-ANY
           MOVE WS-IN-ING TO LOT-ING-ID
           MOVE 0 TO LOT-EXPIRY-DATE LOT-SEQ-NO
           START INGLOT-FILE KEY IS NOT LESS THAN LOT-KEY
           IF WS-INGLOT-OK
               READ INGLOT-FILE NEXT RECORD
               PERFORM UNTIL WS-INGLOT-EOF
                       OR LOT-ING-ID NOT = WS-IN-ING
                   IF WS-FOUND-ANY = "N"
                       DISPLAY LOT-LIST-HEADER
                       MOVE "Y" TO WS-FOUND-ANY
                   END-IF
                   DISPLAY LOT-NUMBER SPACE LOT-RECEIVED-DATE
                       SPACE LOT-EXPIRY-DATE SPACE
                       LOT-QTY-REMAINING
                   READ INGLOT-FILE NEXT RECORD
               END-PERFORM
           END-IF.

      ******************************************************************
      * THE SAME LOT NUMBER COULD IN THEORY COME IN TWICE WITH TWO
      * EXPIRY DATES - THE ONE CLOSEST TO EXPIRY IS TAKEN, THE SAME
      * ORDER EVERY OTHER DEPLETION USES.
      ******************************************************************
       FIND-RETURN-LOT.
           MOVE "N" TO WS-LOT-FOUND
           MOVE WS-IN-ING TO LOT-ING-ID
           MOVE 0 TO LOT-EXPIRY-DATE LOT-SEQ-NO
           START INGLOT-FILE KEY IS NOT LESS THAN LOT-KEY
           IF WS-INGLOT-OK
               READ INGLOT-FILE NEXT RECORD
               PERFORM UNTIL WS-INGLOT-EOF
                       OR LOT-ING-ID NOT = WS-IN-ING
                       OR WS-LOT-FOUND = "Y"
                   IF LOT-NUMBER = WS-IN-LOT
                       MOVE "Y" TO WS-LOT-FOUND
                       MOVE LOT-EXPIRY-DATE TO WS-PICK-EXPIRY
                       MOVE LOT-SEQ-NO TO WS-PICK-SEQ
                       MOVE LOT-QTY-REMAINING TO WS-PICK-REMAINING
                   ELSE
                       READ INGLOT-FILE NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

       GET-LOC-ONHAND.
           MOVE 0 TO WS-LOC-ONHAND
           OPEN INPUT INGLOC-FILE
           IF WS-INGLOC-OK
               MOVE WS-IN-ING TO LOC-ING-ID
               MOVE WS-RET-LOC TO LOC-CODE
               READ INGLOC-FILE
               IF WS-INGLOC-OK
                   MOVE LOC-QTY TO WS-LOC-ONHAND
               END-IF
           END-IF
           CLOSE INGLOC-FILE.

       SET-MAX-RETURN-QTY.
           MOVE 0 TO WS-ING-LISTED WS-LOT-LISTED
           PERFORM VARYING WS-RL-IX FROM 1 BY 1
                   UNTIL WS-RL-IX > WS-RL-CT
               IF WS-RL-ING(WS-RL-IX) = WS-IN-ING
                   ADD WS-RL-QTY(WS-RL-IX) TO WS-ING-LISTED
                   IF WS-RL-EXPIRY(WS-RL-IX) = WS-PICK-EXPIRY
                           AND WS-RL-SEQ(WS-RL-IX) = WS-PICK-SEQ
                       ADD WS-RL-QTY(WS-RL-IX) TO WS-LOT-LISTED
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PICK-REMAINING TO WS-MAX-QTY
           IF POL-QTY-RECEIVED < WS-MAX-QTY
               MOVE POL-QTY-RECEIVED TO WS-MAX-QTY
           END-IF
           IF WS-LOC-ONHAND < WS-MAX-QTY
               MOVE WS-LOC-ONHAND TO WS-MAX-QTY
           END-IF
           IF ING-INVENTORY < WS-MAX-QTY
               MOVE ING-INVENTORY TO WS-MAX-QTY
           END-IF
           IF WS-ING-LISTED > 0
               IF WS-ING-LISTED >= WS-MAX-QTY
                   MOVE 0 TO WS-MAX-QTY
               ELSE
                   SUBTRACT WS-ING-LISTED FROM WS-MAX-QTY
               END-IF
           END-IF
           IF WS-LOT-LISTED > 0
               IF WS-PICK-REMAINING <= WS-LOT-LISTED
                   MOVE 0 TO WS-MAX-QTY
               ELSE
                   IF WS-PICK-REMAINING - WS-LOT-LISTED < WS-MAX-QTY
                       COMPUTE WS-MAX-QTY =
                           WS-PICK-REMAINING - WS-LOT-LISTED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE EXPECTED CREDIT IS VALUED AT WHAT WE PAID: THE UNIT COST
      * STAMPED ON THE PO LINE WHEN IT WAS RECEIVED. A LINE RECEIVED
      * BEFORE THAT COST WAS KEPT FALLS BACK TO THE SUPPLIER'S OWN
      * ACTIVE QUOTE, THEN TO THE MASTER'S UNIT COST.
      ******************************************************************
       ADD-RETURN-LINE.
           DISPLAY RET-REASON-PROMPT
           MOVE SPACES TO WS-IN-VALUE
           ACCEPT WS-IN-VALUE
           PERFORM UNTIL WS-IN-VALUE NOT = SPACES
               DISPLAY ERROR-RET-REASON
               DISPLAY RET-REASON-PROMPT
               ACCEPT WS-IN-VALUE
           END-PERFORM
           MOVE ING-UNIT-COST TO WS-LINE-COST
           IF POL-RECEIVED-COST > 0
               MOVE POL-RECEIVED-COST TO WS-LINE-COST
           ELSE
               IF WS-QUOTES-OPEN = "Y"
                   MOVE WS-IN-ING TO PRC-ING-ID
                   MOVE WS-RET-SUPP TO PRC-SUPP-ID
                   READ PRICELST-FILE
                   IF WS-PRICELST-OK AND PRC-IS-ACTIVE
                           AND PRC-VALID-FROM <= WS-TODAY
                       MOVE PRC-PRICE TO WS-LINE-COST
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-RL-CT
           MOVE WS-IN-ING TO WS-RL-ING(WS-RL-CT)
           MOVE WS-IN-LOT TO WS-RL-LOT(WS-RL-CT)
           MOVE WS-PICK-EXPIRY TO WS-RL-EXPIRY(WS-RL-CT)
           MOVE WS-PICK-SEQ TO WS-RL-SEQ(WS-RL-CT)
           MOVE WS-IN-QTY TO WS-RL-QTY(WS-RL-CT)
           MOVE WS-LINE-COST TO WS-RL-COST(WS-RL-CT)
           MOVE FUNCTION UPPER-CASE(WS-IN-VALUE)(1:30)
               TO WS-RL-REASON(WS-RL-CT)
           COMPUTE WS-LINE-TOTAL = WS-IN-QTY * WS-LINE-COST
               ON SIZE ERROR
                   MOVE 0 TO WS-LINE-TOTAL
           END-COMPUTE
           ADD WS-LINE-TOTAL TO WS-RET-TOTAL
               ON SIZE ERROR
                   CONTINUE
           END-ADD.

       CONFIRM-AND-POST-RETURN.
           MOVE WS-RET-TOTAL TO WS-EDIT-TOTAL
           DISPLAY RET-EXPECTED-TAG WS-EDIT-TOTAL
           DISPLAY MESSAGE-RET-SAVE
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
               PERFORM FIND-NEXT-RET-NUMBER
               MOVE WS-RET-NUMBER TO CRD-RET-NUMBER
               MOVE WS-RET-SUPP TO CRD-SUPP-ID
               MOVE WS-IN-PO TO CRD-PO-NUMBER
               MOVE WS-TODAY TO CRD-RET-DATE
               MOVE WS-RET-LOC TO CRD-LOC-CODE
               MOVE WS-RET-TOTAL TO CRD-EXPECTED-AMT
               SET CRD-IS-OPEN TO TRUE
               MOVE 0 TO CRD-CONFIRM-DATE
               MOVE SPACES TO CRD-NOTE-REF
               MOVE 0 TO CRD-CONFIRMED-AMT
               WRITE SUPCRED-RECORD
               IF NOT WS-SUPCRED-OK
                   MOVE 0 TO WS-RET-NUMBER
                   DISPLAY ERROR-SUPCRED-WRITE
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM POST-RETURN-LINES
                   DISPLAY RET-POSTED-MSG WS-RET-NUMBER
               END-IF
           ELSE
               MOVE 0 TO WS-RET-NUMBER
               DISPLAY MESSAGE-RET-CANCELLED
               ACCEPT WS-ANY-KEY
           END-IF.

      ******************************************************************
      * THE EXPECTED CREDIT IS WRITTEN BEFORE ANYTHING IS POSTED, SO
      * STOCK NEVER LEAVES WITHOUT THE CREDIT THAT IS OWED FOR IT.
      ******************************************************************
       POST-RETURN-LINES.
           MOVE "N" TO WS-PO-REOPENED
           PERFORM VARYING WS-RL-IX FROM 1 BY 1
                   UNTIL WS-RL-IX > WS-RL-CT
               PERFORM POST-ONE-RETURN-LINE
           END-PERFORM
           IF WS-PO-REOPENED = "Y"
               MOVE WS-IN-PO TO PO-NUMBER
               READ POHDR-FILE
               IF WS-POHDR-OK AND PO-IS-RECEIVED
                   SET PO-IS-OPEN TO TRUE
                   REWRITE POHDR-RECORD
               END-IF
           END-IF.

       FIND-NEXT-RET-NUMBER.
           MOVE 0 TO WS-RET-NUMBER
           MOVE 0 TO CRD-RET-NUMBER
           START SUPCRED-FILE KEY IS NOT LESS THAN CRD-RET-NUMBER
           IF WS-SUPCRED-OK
               READ SUPCRED-FILE NEXT RECORD
               PERFORM UNTIL WS-SUPCRED-EOF
                   IF CRD-RET-NUMBER > WS-RET-NUMBER
                       MOVE CRD-RET-NUMBER TO WS-RET-NUMBER
                   END-IF
                   READ SUPCRED-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-RET-NUMBER.

      ******************************************************************
      * ONE RETURNED LINE: OFF THE MASTER (AUDITED), A TYPE T LEDGER
      * MOVEMENT CARRYING THE RETURN AND PO NUMBERS, OFF THE CHOSEN
      * LOT (DELETED WHEN EMPTIED, AS EVERY DEPLETION DOES), OFF THE
      * LOCATION, AND OFF THE PO LINE'S RECEIVED QUANTITY - WHICH
      * REOPENS THE LINE ONCE IT FALLS SHORT OF WHAT WAS ORDERED.
      ******************************************************************
       POST-ONE-RETURN-LINE.
           MOVE WS-RL-ING(WS-RL-IX) TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE "RETURN" TO WS-AUD-ACTION
               MOVE "INVENTORY" TO WS-AUD-FIELD
               MOVE ING-INVENTORY TO WS-AUD-BEFORE
               IF WS-RL-QTY(WS-RL-IX) > ING-INVENTORY
                   MOVE 0 TO ING-INVENTORY
               ELSE
                   SUBTRACT WS-RL-QTY(WS-RL-IX) FROM ING-INVENTORY
               END-IF
               MOVE ING-INVENTORY TO WS-AUD-AFTER
               REWRITE INGRED-RECORD
               CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                   WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               MOVE "T" TO WS-MOV-TYPE
               MOVE "-" TO WS-MOV-SIGN
               MOVE WS-RL-QTY(WS-RL-IX) TO WS-MOV-QTY
               MOVE ING-INVENTORY TO WS-MOV-BALANCE
               MOVE SPACES TO WS-MOV-REASON
               STRING RET-MOVE-REASON DELIMITED BY SIZE
                   WS-RET-NUMBER DELIMITED BY SIZE
                   " PO " DELIMITED BY SIZE
                   WS-IN-PO DELIMITED BY SIZE
                   INTO WS-MOV-REASON
               CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                   WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                   WS-MOV-REASON-CODE WS-MOV-LOC
           END-IF

           MOVE WS-RL-ING(WS-RL-IX) TO LOT-ING-ID
           MOVE WS-RL-EXPIRY(WS-RL-IX) TO LOT-EXPIRY-DATE
           MOVE WS-RL-SEQ(WS-RL-IX) TO LOT-SEQ-NO
           READ INGLOT-FILE
           IF WS-INGLOT-OK
               IF LOT-QTY-REMAINING > WS-RL-QTY(WS-RL-IX)
                   MOVE WS-RL-QTY(WS-RL-IX) TO WS-LTH-QTY
                   SUBTRACT WS-RL-QTY(WS-RL-IX) FROM LOT-QTY-REMAINING
                   REWRITE INGLOT-RECORD
               ELSE
                   MOVE LOT-QTY-REMAINING TO WS-LTH-QTY
                   DELETE INGLOT-FILE RECORD
               END-IF
               MOVE WS-RL-LOT(WS-RL-IX) TO WS-LTH-LOT-NUMBER
               MOVE WS-RL-EXPIRY(WS-RL-IX) TO WS-LTH-EXPIRY
               MOVE "T" TO WS-LTH-SOURCE
               MOVE 0 TO WS-LTH-BUS-DATE
               MOVE WS-IN-PO TO WS-LTH-PO
               MOVE WS-RET-SUPP TO WS-LTH-SUPP
               MOVE WS-RET-LOC TO WS-LTH-LOC
               CALL "LOTLOG" USING WS-RL-ING(WS-RL-IX)
                   WS-LTH-LOT-NUMBER WS-LTH-EXPIRY WS-LTH-SOURCE
                   WS-LTH-BUS-DATE WS-LTH-QTY WS-LTH-PO WS-LTH-SUPP
                   WS-LTH-LOC
           END-IF

           MOVE "-" TO WS-LOC-SIGN
           CALL "LOCPOST" USING WS-RL-ING(WS-RL-IX) WS-RET-LOC
               WS-LOC-SIGN WS-RL-QTY(WS-RL-IX)

           MOVE WS-IN-PO TO POL-PO-NUMBER
           MOVE WS-RL-ING(WS-RL-IX) TO POL-ING-ID
           READ POLINE-FILE
           IF WS-POLINE-OK
               IF WS-RL-QTY(WS-RL-IX) > POL-QTY-RECEIVED
                   MOVE 0 TO POL-QTY-RECEIVED
               ELSE
                   SUBTRACT WS-RL-QTY(WS-RL-IX) FROM POL-QTY-RECEIVED
               END-IF
               IF POL-QTY-RECEIVED < POL-QTY-ORDERED
                   SET POL-IS-OPEN TO TRUE
                   MOVE "Y" TO WS-PO-REOPENED
               END-IF
               REWRITE POLINE-RECORD
           END-IF

           MOVE WS-RET-NUMBER TO RTN-RET-NUMBER
           MOVE WS-RL-IX TO RTN-LINE-NO
           MOVE WS-RL-ING(WS-RL-IX) TO RTN-ING-ID
           MOVE WS-RL-LOT(WS-RL-IX) TO RTN-LOT-NUMBER
           MOVE WS-RL-EXPIRY(WS-RL-IX) TO RTN-LOT-EXPIRY
           MOVE WS-RL-QTY(WS-RL-IX) TO RTN-QTY
           MOVE WS-RL-COST(WS-RL-IX) TO RTN-UNIT-COST
           MOVE WS-RL-REASON(WS-RL-IX) TO RTN-REASON
           WRITE RETLINE-RECORD
           IF NOT WS-RETLINE-OK
               DISPLAY ERROR-RETLINE-WRITE RTN-ING-ID
           END-IF.

       REPRINT-RETURN-NOTE.
           DISPLAY RET-NUMBER-PROMPT
           ACCEPT WS-IN-RET
           CALL "RETPRINT" USING WS-IN-RET
           ACCEPT WS-ANY-KEY.

      ******************************************************************
      * THE CREDIT IS CLOSED WITH THE SUPPLIER'S OWN CREDIT NOTE
      * REFERENCE AND THE AMOUNT THEY ACTUALLY CREDITED, WHICH CAN
      * DIFFER FROM WHAT WE EXPECTED - BOTH STAY ON THE RECORD.
      ******************************************************************
       CONFIRM-CREDIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O SUPCRED-FILE
           IF NOT WS-SUPCRED-OK
               DISPLAY CRD-LIST-EMPTY
               ACCEPT WS-ANY-KEY
           ELSE
               DISPLAY RET-NUMBER-PROMPT
               ACCEPT WS-IN-RET
               MOVE WS-IN-RET TO CRD-RET-NUMBER
               READ SUPCRED-FILE
               IF NOT WS-SUPCRED-OK OR NOT CRD-IS-OPEN
                   DISPLAY ERROR-CRD-NO
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM CONFIRM-ONE-CREDIT
               END-IF
           END-IF
           CLOSE SUPCRED-FILE.

       CONFIRM-ONE-CREDIT.
           OPEN INPUT SUPPLIER-FILE
           MOVE CRD-SUPP-ID TO SUPP-ID
           READ SUPPLIER-FILE
           IF WS-SUPPLIER-OK
               DISPLAY SCREEN-SUPP-ID CRD-SUPP-ID SPACE SUPP-NAME
           ELSE
               DISPLAY SCREEN-SUPP-ID CRD-SUPP-ID
           END-IF
           CLOSE SUPPLIER-FILE
           DISPLAY SCREEN-PO-NUMBER CRD-PO-NUMBER SPACE
               REP-DATE CRD-RET-DATE
           MOVE CRD-EXPECTED-AMT TO WS-EDIT-TOTAL
           DISPLAY RET-EXPECTED-TAG WS-EDIT-TOTAL
           DISPLAY CRD-REF-PROMPT
           MOVE SPACES TO WS-IN-VALUE
           ACCEPT WS-IN-VALUE
           PERFORM UNTIL WS-IN-VALUE NOT = SPACES
               DISPLAY ERROR-CRD-REF
               DISPLAY CRD-REF-PROMPT
               ACCEPT WS-IN-VALUE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-IN-VALUE)(1:15) TO CRD-NOTE-REF
           DISPLAY CRD-AMOUNT-PROMPT
           MOVE SPACES TO WS-IN-VALUE
           ACCEPT WS-IN-VALUE
           PERFORM UNTIL WS-IN-VALUE = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-IN-VALUE) = 0
               DISPLAY ERROR-CRD-AMOUNT
               DISPLAY CRD-AMOUNT-PROMPT
               ACCEPT WS-IN-VALUE
           END-PERFORM
           IF WS-IN-VALUE = SPACES
               MOVE CRD-EXPECTED-AMT TO CRD-CONFIRMED-AMT
           ELSE
               COMPUTE CRD-CONFIRMED-AMT = FUNCTION NUMVAL(WS-IN-VALUE)
           END-IF
           DISPLAY MESSAGE-CRD-SAVE
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
               SET CRD-IS-CONFIRMED TO TRUE
               MOVE WS-TODAY TO CRD-CONFIRM-DATE
               REWRITE SUPCRED-RECORD
               DISPLAY MESSAGE-CRD-WRITE-YES
           ELSE
               DISPLAY MESSAGE-CRD-WRITE-NO
           END-IF
           ACCEPT WS-ANY-KEY.

      ******************************************************************
      * EVERY CREDIT STILL OPEN, OLDEST RETURN FIRST, WITH HOW MANY
      * DAYS IT HAS BEEN OUTSTANDING, THEN THE AMOUNT OWED TO US PER
      * SUPPLIER - THE FIGURE TO RAISE WHEN THE NEXT INVOICE ARRIVES.
      ******************************************************************
       PRINT-OUTSTANDING-CREDITS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT SUPCRED-FILE
           IF NOT WS-SUPCRED-OK
               DISPLAY CRD-LIST-EMPTY
               ACCEPT WS-ANY-KEY
           ELSE
               INITIALIZE WS-SUP-TABLE
               MOVE 0 TO WS-GRAND-CT WS-GRAND-AMT
               OPEN INPUT SUPPLIER-FILE
               OPEN OUTPUT CREDRPT-FILE
               MOVE CRD-LIST-TITLE TO CREDRPT-LINE
               WRITE CREDRPT-LINE
               MOVE SPACES TO CREDRPT-LINE
               STRING REP-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO CREDRPT-LINE
               WRITE CREDRPT-LINE
               MOVE SPACES TO CREDRPT-LINE
               WRITE CREDRPT-LINE
               MOVE CRD-LIST-HEADER TO CREDRPT-LINE
               WRITE CREDRPT-LINE
               READ SUPCRED-FILE NEXT RECORD
               PERFORM UNTIL WS-SUPCRED-EOF
                   IF CRD-IS-OPEN
                       PERFORM WRITE-ONE-CREDIT-LINE
                   END-IF
                   READ SUPCRED-FILE NEXT RECORD
               END-PERFORM
               PERFORM WRITE-CREDIT-TOTALS
               CLOSE CREDRPT-FILE
               CLOSE SUPPLIER-FILE
               DISPLAY CRD-LIST-DONE
               ACCEPT WS-ANY-KEY
           END-IF
           CLOSE SUPCRED-FILE.

       WRITE-ONE-CREDIT-LINE.
           MOVE CRD-RET-NUMBER TO WS-C-RET
           MOVE CRD-RET-DATE TO WS-C-DATE
           MOVE CRD-SUPP-ID TO WS-C-SUPP
           MOVE CRD-SUPP-ID TO SUPP-ID
           READ SUPPLIER-FILE
           IF WS-SUPPLIER-OK
               MOVE SUPP-NAME TO WS-C-NAME
           ELSE
               MOVE SPACES TO WS-C-NAME
           END-IF
           MOVE CRD-PO-NUMBER TO WS-C-PO
           MOVE CRD-EXPECTED-AMT TO WS-C-AMOUNT
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(CRD-RET-DATE)
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO WS-C-DAYS
           MOVE WS-CRED-LINE TO CREDRPT-LINE
           WRITE CREDRPT-LINE
           IF CRD-SUPP-ID > 0
               ADD 1 TO WS-SUP-CT(CRD-SUPP-ID)
               ADD CRD-EXPECTED-AMT TO WS-SUP-AMT(CRD-SUPP-ID)
           END-IF
           ADD 1 TO WS-GRAND-CT
           ADD CRD-EXPECTED-AMT TO WS-GRAND-AMT.

       WRITE-CREDIT-TOTALS.
           MOVE SPACES TO CREDRPT-LINE
           WRITE CREDRPT-LINE
           IF WS-GRAND-CT = 0
               MOVE CRD-LIST-NONE TO CREDRPT-LINE
               WRITE CREDRPT-LINE
           ELSE
               MOVE CRD-SUPTOT-HEADER TO CREDRPT-LINE
               WRITE CREDRPT-LINE
               PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                       UNTIL WS-SUP-IX > 999
                   IF WS-SUP-CT(WS-SUP-IX) > 0
                       MOVE WS-SUP-IX TO WS-S-SUPP
                       MOVE WS-SUP-IX TO SUPP-ID
                       READ SUPPLIER-FILE
                       IF WS-SUPPLIER-OK
                           MOVE SUPP-NAME TO WS-S-NAME
                       ELSE
                           MOVE SPACES TO WS-S-NAME
                       END-IF
                       MOVE WS-SUP-CT(WS-SUP-IX) TO WS-S-COUNT
                       MOVE WS-SUP-AMT(WS-SUP-IX) TO WS-S-AMOUNT
                       MOVE WS-SUPTOT-LINE TO CREDRPT-LINE
                       WRITE CREDRPT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO CREDRPT-LINE
               WRITE CREDRPT-LINE
               MOVE SPACES TO WS-S-NAME
               MOVE 0 TO WS-S-SUPP
               MOVE CRD-GRAND-LABEL TO WS-S-NAME
               MOVE WS-GRAND-CT TO WS-S-COUNT
               MOVE WS-GRAND-AMT TO WS-S-AMOUNT
               MOVE WS-SUPTOT-LINE TO CREDRPT-LINE
               MOVE SPACES TO CREDRPT-LINE(1:4)
               WRITE CREDRPT-LINE
           END-IF.
