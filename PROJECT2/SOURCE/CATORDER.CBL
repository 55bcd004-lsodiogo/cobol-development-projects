      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CATORDER | CATERING PRE-ORDERS AND INGREDIENT RESERVATIONS
      ******************************************************************
      *    TAKES A CATERING ORDER FOR A CUSTOMER - A DELIVERY DATE, THE
      *    LOCATION THAT MAKES IT AND THE SANDWICHES AND QUANTITIES -
      *    AND EXPLODES IT THROUGH THE COMPOSITION FILE (SANDCOMP) INTO
      *    THE INGREDIENTS IT WILL USE, CONVERTED TO SUPPLIER UNITS THE
      *    SAME WAY THE DAILY SALES POSTING CONVERTS THEM. THOSE
      *    QUANTITIES ARE RESERVED (RESERVE.DAT) UNTIL THE ORDER GOES
      *    OUT: THE REORDER REPORT AND THE PO SUGGESTIONS COUNT THEM AS
      *    DEMAND ALREADY COMMITTED. WHEN STOCK ON HAND PLUS WHAT IS
      *    STILL DUE ON OPEN PURCHASE ORDERS, LESS WHAT OTHER ORDERS
      *    HAVE ALREADY RESERVED, CANNOT COVER THE ORDER, THE SHORT
      *    INGREDIENTS ARE LISTED BEFORE IT IS SAVED. FULFILLING THE
      *    ORDER POSTS THE RESERVED QUANTITIES AS USAGE (MASTER, LEDGER,
      *    LOTS AND THE MAKING LOCATION) AND RELEASES THE RESERVATION;
      *    CANCELLING IT ONLY RELEASES THE RESERVATION.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | LEDGER MOVEMENTS ARE
      *         WRITTEN WITH NO LOSS REASON CODE OR LOCATION
      *     V3 | EM ATUALIZACAO | 15.10.2026 | USAGE MOVEMENTS CARRY THE
      *         MAKING LOCATION; LOT USAGE PASSES NO REFERENCE NUMBER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "SANDCOMP-SEL.cpy".
           COPY "POLINE-SEL.cpy".
           COPY "CATHDR-SEL.cpy".
           COPY "CATLINE-SEL.cpy".
           COPY "RESERVE-SEL.cpy".
           COPY "SALEHIST-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "SANDCOMP-RECORD.cpy".
           COPY "POLINE-RECORD.cpy".
           COPY "CATHDR-RECORD.cpy".
           COPY "CATLINE-RECORD.cpy".
           COPY "RESERVE-RECORD.cpy".
           COPY "SALEHIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-SANDCOMP-STATUS             PIC X(002).
           88  WS-SANDCOMP-OK             VALUE "00".
           88  WS-SANDCOMP-EOF            VALUE "10".
       01  WS-POLINE-STATUS               PIC X(002).
           88  WS-POLINE-OK               VALUE "00".
           88  WS-POLINE-EOF              VALUE "10".
       01  WS-CATHDR-STATUS               PIC X(002).
           88  WS-CATHDR-OK               VALUE "00".
           88  WS-CATHDR-EOF              VALUE "10".
           88  WS-CATHDR-NOT-FOUND        VALUE "35".
       01  WS-CATLINE-STATUS              PIC X(002).
           88  WS-CATLINE-OK              VALUE "00".
           88  WS-CATLINE-EOF             VALUE "10".
           88  WS-CATLINE-NOT-FOUND       VALUE "35".
       01  WS-RESERVE-STATUS              PIC X(002).
           88  WS-RESERVE-OK              VALUE "00".
           88  WS-RESERVE-EOF             VALUE "10".
           88  WS-RESERVE-NOT-FOUND       VALUE "35".
       01  WS-SALEHIST-STATUS             PIC X(002).
           88  WS-SALEHIST-OK             VALUE "00".
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-IN-VALUE                    PIC X(060).
       01  WS-IN-CUSTOMER                 PIC X(030).
       01  WS-IN-DATE                     PIC 9(008).
       01  WS-IN-DATE-X REDEFINES WS-IN-DATE.
           05  WS-IN-DATE-CC              PIC 9(004).
           05  WS-IN-DATE-MM              PIC 9(002).
           05  WS-IN-DATE-DD              PIC 9(002).
       01  WS-IN-LOC                      PIC X(003).
       01  WS-IN-SAND                     PIC 9(003).
       01  WS-IN-QTY                      PIC 9(005).
       01  WS-IN-ORDER                    PIC 9(005).
       01  WS-ORDER-NO                    PIC 9(005).
       01  WS-SAND-FOUND                  PIC X(001).
       01  WS-SAND-NAME                   PIC X(030).
       01  WS-ANY-SHORT                   PIC X(001).
       01  WS-POST-STOCK                  PIC X(001).
       01  WS-RESERVED                    PIC 9(007).
       01  WS-ATP-QTY                     PIC S9(008).
       01  WS-POST-QTY                    PIC 9(005).
       01  WS-OPEN-CT                     PIC 9(005).
       01  WS-LOC-SIGN                    PIC X(001).
       01  WS-EDIT-QTY                    PIC ZZZZ9.

      * SANDWICHES OF THE ORDER BEING KEYED, SAVED TOGETHER ON CONFIRM
       01  WS-OL-CT                       PIC 9(003) VALUE 0.
       01  WS-OL-IX                       PIC 9(003).
       01  WS-OL-FOUND-IX                 PIC 9(003).
       01  WS-OL-TABLE.
           05  WS-OL-ENTRY OCCURS 30 TIMES.
               10  WS-OL-SAND             PIC 9(003).
               10  WS-OL-NAME             PIC X(030).
               10  WS-OL-QTY              PIC 9(005).

      * INGREDIENTS THE ORDER USES (SUBSCRIPTED BY ING-ID): SANDWICH
      * UNITS FROM THE RECIPES, THE SAME IN SUPPLIER UNITS, AND WHAT
      * IS STILL DUE IN ON OPEN PURCHASE ORDER LINES
       01  WS-ING-IX                      PIC 9(004).
       01  WS-NEED-CT                     PIC 9(004).
       01  WS-CONSUMP-TABLE.
           05  WS-CONSUMP OCCURS 999 TIMES
                                          PIC 9(008)V99.
       01  WS-NEED-TABLE.
           05  WS-NEED                    PIC 9(005) OCCURS 999 TIMES.
       01  WS-ONPO-TABLE.
           05  WS-ONPO                    PIC 9(007) OCCURS 999 TIMES.

       01  WS-ATP-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-A-ID                    PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-A-NAME                  PIC X(030).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-A-NEED                  PIC ZZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-A-AVAIL                 PIC -------9.

       01  WS-LIST-LINE.
           05  WS-L-ORDER                 PIC 9(005).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-L-CUSTOMER              PIC X(030).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-L-DELIVERY              PIC 9(008).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-L-LOC                   PIC X(003).

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-CATORDER
               DISPLAY CAT-MENU-OPTION1
               DISPLAY CAT-MENU-OPTION2
               DISPLAY CAT-MENU-OPTION3
               DISPLAY CAT-MENU-OPTION4
               DISPLAY CAT-MENU-OPTION5
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM TAKE-ORDER
                   WHEN 2
                       PERFORM LIST-OPEN-ORDERS
                   WHEN 3
                       MOVE "Y" TO WS-POST-STOCK
                       PERFORM CLOSE-ORDER
                   WHEN 4
                       MOVE "N" TO WS-POST-STOCK
                       PERFORM CLOSE-ORDER
                   WHEN 5
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-CATERING-FILES-IO.
           OPEN I-O CATHDR-FILE
           IF WS-CATHDR-NOT-FOUND
               CLOSE CATHDR-FILE
               OPEN OUTPUT CATHDR-FILE
               CLOSE CATHDR-FILE
               OPEN I-O CATHDR-FILE
           END-IF
           OPEN I-O CATLINE-FILE
           IF WS-CATLINE-NOT-FOUND
               CLOSE CATLINE-FILE
               OPEN OUTPUT CATLINE-FILE
               CLOSE CATLINE-FILE
               OPEN I-O CATLINE-FILE
           END-IF
           OPEN I-O RESERVE-FILE
           IF WS-RESERVE-NOT-FOUND
               CLOSE RESERVE-FILE
               OPEN OUTPUT RESERVE-FILE
               CLOSE RESERVE-FILE
               OPEN I-O RESERVE-FILE
           END-IF.

       CLOSE-CATERING-FILES.
           CLOSE CATHDR-FILE
           CLOSE CATLINE-FILE
           CLOSE RESERVE-FILE.

      ******************************************************************
      * ONE ORDER IS ONE CUSTOMER, ONE DELIVERY DATE AND ONE MAKING
      * LOCATION. THE SANDWICHES ARE KEYED UNTIL SANDWICH ZERO; A
      * SANDWICH KEYED TWICE IS ADDED TO ITS FIRST LINE.
      ******************************************************************
       TAKE-ORDER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-CATERING-FILES-IO
           IF NOT WS-CATHDR-OK OR NOT WS-CATLINE-OK
                   OR NOT WS-RESERVE-OK
               DISPLAY ERROR-CATFILE-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               OPEN INPUT INGREDS-FILE
               IF NOT WS-INGREDS-OK
                   DISPLAY ERROR-INGREDS-OPEN
                   ACCEPT WS-ANY-KEY
               ELSE
                   OPEN INPUT SANDCOMP-FILE
                   PERFORM KEY-ONE-ORDER
                   CLOSE SANDCOMP-FILE
               END-IF
               CLOSE INGREDS-FILE
           END-IF
           PERFORM CLOSE-CATERING-FILES.

       KEY-ONE-ORDER.
           DISPLAY CAT-CUSTOMER-PROMPT
           MOVE SPACES TO WS-IN-VALUE
           ACCEPT WS-IN-VALUE
           PERFORM UNTIL WS-IN-VALUE NOT = SPACES
               DISPLAY ERROR-CAT-CUSTOMER
               DISPLAY CAT-CUSTOMER-PROMPT
               ACCEPT WS-IN-VALUE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-IN-VALUE)(1:30)
               TO WS-IN-CUSTOMER
           DISPLAY CAT-DATE-PROMPT
           ACCEPT WS-IN-DATE
           PERFORM UNTIL WS-IN-DATE-CC >= 1900
                   AND WS-IN-DATE-MM >= 1
                   AND WS-IN-DATE-MM <= 12
                   AND WS-IN-DATE-DD >= 1
                   AND WS-IN-DATE-DD <= 31
                   AND WS-IN-DATE >= WS-TODAY
               DISPLAY ERROR-CAT-DATE
               DISPLAY CAT-DATE-PROMPT
               ACCEPT WS-IN-DATE
           END-PERFORM
           PERFORM GET-ORDER-LOCATION
           MOVE 0 TO WS-OL-CT
           PERFORM KEY-ONE-ORDER-LINE
           PERFORM UNTIL WS-IN-SAND = 0
               PERFORM KEY-ONE-ORDER-LINE
           END-PERFORM
           IF WS-OL-CT = 0
               DISPLAY CAT-NO-LINES
               ACCEPT WS-ANY-KEY
           ELSE
               PERFORM EXPLODE-ORDER
               IF WS-NEED-CT = 0
                   DISPLAY CAT-NO-INGREDIENTS
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM CHECK-AVAILABLE-TO-PROMISE
                   PERFORM CONFIRM-AND-SAVE-ORDER
               END-IF
           END-IF.

       GET-ORDER-LOCATION.
           DISPLAY CAT-LOC-PROMPT
           ACCEPT WS-IN-LOC
           MOVE FUNCTION UPPER-CASE(WS-IN-LOC) TO WS-IN-LOC
           PERFORM UNTIL WS-IN-LOC NOT = SPACES
                   AND WS-IN-LOC NOT = LOCATION-ALL
               DISPLAY ERROR-LOCATION
               DISPLAY CAT-LOC-PROMPT
               ACCEPT WS-IN-LOC
               MOVE FUNCTION UPPER-CASE(WS-IN-LOC) TO WS-IN-LOC
           END-PERFORM.

       KEY-ONE-ORDER-LINE.
           DISPLAY CAT-SAND-PROMPT
           ACCEPT WS-IN-SAND
           IF WS-IN-SAND NOT = 0
               PERFORM FIND-SANDWICH
               IF WS-SAND-FOUND = "N"
                   DISPLAY ERROR-SAND-NO
               ELSE
                   DISPLAY MANUALLY-ADD-NAME WS-SAND-NAME
                   DISPLAY CAT-QTY-PROMPT
                   ACCEPT WS-IN-QTY
                   IF WS-IN-QTY = 0
                       DISPLAY ERROR-CAT-QTY
                   ELSE
                       PERFORM ADD-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE COMPOSITION FILE IS KEYED BY INGREDIENT FIRST, SO FINDING
      * A SANDWICH MEANS READING IT THROUGH - ONLY AN ACTIVE RECIPE
      * CAN BE ORDERED.
      ******************************************************************
       FIND-SANDWICH.
           MOVE "N" TO WS-SAND-FOUND
           MOVE SPACES TO WS-SAND-NAME
           MOVE 0 TO SANDCOMP-ING-ID SANDCOMP-SAND-ID
           START SANDCOMP-FILE KEY IS NOT LESS THAN SANDCOMP-KEY
           IF WS-SANDCOMP-OK
               READ SANDCOMP-FILE NEXT RECORD
               PERFORM UNTIL WS-SANDCOMP-EOF OR WS-SAND-FOUND = "Y"
                   IF SANDCOMP-SAND-ID = WS-IN-SAND
                           AND SANDCOMP-SAND-ACTIVE
                       MOVE "Y" TO WS-SAND-FOUND
                       MOVE SANDCOMP-SAND-NAME TO WS-SAND-NAME
                   ELSE
                       READ SANDCOMP-FILE NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

       ADD-ORDER-LINE.
           MOVE 0 TO WS-OL-FOUND-IX
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
                   UNTIL WS-OL-IX > WS-OL-CT
               IF WS-OL-SAND(WS-OL-IX) = WS-IN-SAND
                   MOVE WS-OL-IX TO WS-OL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-OL-FOUND-IX > 0
               ADD WS-IN-QTY TO WS-OL-QTY(WS-OL-FOUND-IX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-OL-QTY(WS-OL-FOUND-IX)
               END-ADD
               DISPLAY CAT-LINE-MERGED
           ELSE
               IF WS-OL-CT >= 30
                   DISPLAY CAT-LINES-FULL
                   MOVE 0 TO WS-IN-SAND
               ELSE
                   ADD 1 TO WS-OL-CT
                   MOVE WS-IN-SAND TO WS-OL-SAND(WS-OL-CT)
                   MOVE WS-SAND-NAME TO WS-OL-NAME(WS-OL-CT)
                   MOVE WS-IN-QTY TO WS-OL-QTY(WS-OL-CT)
               END-IF
           END-IF.

      ******************************************************************
      * ONE PASS OF THE COMPOSITION FILE ADDS EVERY ACTIVE RECIPE LINE
      * OF EVERY ORDERED SANDWICH, THEN EACH INGREDIENT IS CONVERTED
      * TO SUPPLIER UNITS THROUGH ITS CONVERSION FACTOR (ZERO MEANS
      * ONE FOR ONE), ROUNDED, EXACTLY AS THE SALES POSTING WILL TAKE
      * IT OFF THE BOOK.
      ******************************************************************
       EXPLODE-ORDER.
           INITIALIZE WS-CONSUMP-TABLE
           INITIALIZE WS-NEED-TABLE
           MOVE 0 TO WS-NEED-CT
           MOVE 0 TO SANDCOMP-ING-ID SANDCOMP-SAND-ID
           START SANDCOMP-FILE KEY IS NOT LESS THAN SANDCOMP-KEY
           IF WS-SANDCOMP-OK
               READ SANDCOMP-FILE NEXT RECORD
               PERFORM UNTIL WS-SANDCOMP-EOF
                   IF SANDCOMP-SAND-ACTIVE AND SANDCOMP-ING-ID > 0
                       PERFORM ADD-RECIPE-TO-ORDER
                   END-IF
                   READ SANDCOMP-FILE NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               IF WS-CONSUMP(WS-ING-IX) > 0
                   PERFORM CONVERT-ONE-NEED
               END-IF
           END-PERFORM.

       ADD-RECIPE-TO-ORDER.
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
                   UNTIL WS-OL-IX > WS-OL-CT
               IF WS-OL-SAND(WS-OL-IX) = SANDCOMP-SAND-ID
                   COMPUTE WS-CONSUMP(SANDCOMP-ING-ID) =
                       WS-CONSUMP(SANDCOMP-ING-ID) +
                       SANDCOMP-QTY-PER-SAND * WS-OL-QTY(WS-OL-IX)
                       ON SIZE ERROR
                           MOVE 99999999.99
                               TO WS-CONSUMP(SANDCOMP-ING-ID)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       CONVERT-ONE-NEED.
           MOVE WS-ING-IX TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               IF ING-CONV-FACTOR > 0
                   COMPUTE WS-NEED(WS-ING-IX) ROUNDED =
                       WS-CONSUMP(WS-ING-IX) / ING-CONV-FACTOR
                       ON SIZE ERROR
                           MOVE 99999 TO WS-NEED(WS-ING-IX)
                   END-COMPUTE
               ELSE
                   COMPUTE WS-NEED(WS-ING-IX) ROUNDED =
                       WS-CONSUMP(WS-ING-IX)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-NEED(WS-ING-IX)
                   END-COMPUTE
               END-IF
               IF WS-NEED(WS-ING-IX) > 0
                   ADD 1 TO WS-NEED-CT
               END-IF
           END-IF.

      ******************************************************************
      * AVAILABLE TO PROMISE = BOOK STOCK + WHAT IS STILL DUE IN ON
      * OPEN PO LINES - WHAT OPEN ORDERS HAVE ALREADY RESERVED, OVER
      * THE WHOLE BUSINESS. IT IS A WARNING ONLY: THE ORDER CAN STILL
      * BE TAKEN, AND THE REORDER REPORT WILL ASK FOR THE DIFFERENCE.
      ******************************************************************
       CHECK-AVAILABLE-TO-PROMISE.
           PERFORM LOAD-OPEN-PO-QTY
           MOVE "N" TO WS-ANY-SHORT
           PERFORM VARYING WS-ING-IX FROM 1 BY 1
                   UNTIL WS-ING-IX > 999
               IF WS-NEED(WS-ING-IX) > 0
                   PERFORM CHECK-ONE-ATP
               END-IF
           END-PERFORM
           IF WS-ANY-SHORT = "N"
               DISPLAY CAT-ATP-OK
           END-IF.

       LOAD-OPEN-PO-QTY.
           INITIALIZE WS-ONPO-TABLE
           OPEN INPUT POLINE-FILE
           IF WS-POLINE-OK
               READ POLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-POLINE-EOF
                   IF POL-IS-OPEN
                           AND POL-QTY-RECEIVED < POL-QTY-ORDERED
                           AND POL-ING-ID > 0
                       COMPUTE WS-ONPO(POL-ING-ID) =
                           WS-ONPO(POL-ING-ID) + POL-QTY-ORDERED
                           - POL-QTY-RECEIVED
                           ON SIZE ERROR
                               MOVE 9999999 TO WS-ONPO(POL-ING-ID)
                       END-COMPUTE
                   END-IF
                   READ POLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE POLINE-FILE.

       CHECK-ONE-ATP.
           MOVE WS-ING-IX TO ING-ID
           READ INGREDS-FILE
           PERFORM SUM-RESERVED-FOR-ING
           COMPUTE WS-ATP-QTY = ING-INVENTORY + WS-ONPO(WS-ING-IX)
               - WS-RESERVED
           IF WS-ATP-QTY < WS-NEED(WS-ING-IX)
               IF WS-ANY-SHORT = "N"
                   DISPLAY CAT-ATP-WARNING
                   DISPLAY CAT-ATP-HEADER
                   MOVE "Y" TO WS-ANY-SHORT
               END-IF
               MOVE ING-ID TO WS-A-ID
               MOVE ING-NAME TO WS-A-NAME
               MOVE WS-NEED(WS-ING-IX) TO WS-A-NEED
               MOVE WS-ATP-QTY TO WS-A-AVAIL
               DISPLAY WS-ATP-LINE
           END-IF.

       SUM-RESERVED-FOR-ING.
           MOVE 0 TO WS-RESERVED
           MOVE WS-ING-IX TO RES-ING-ID
           MOVE 0 TO RES-ORDER-NO
           START RESERVE-FILE KEY IS NOT LESS THAN RES-KEY
           IF WS-RESERVE-OK
               READ RESERVE-FILE NEXT RECORD
               PERFORM UNTIL WS-RESERVE-EOF
                       OR RES-ING-ID NOT = WS-ING-IX
                   ADD RES-QTY TO WS-RESERVED
                   READ RESERVE-FILE NEXT RECORD
               END-PERFORM
           END-IF.

       CONFIRM-AND-SAVE-ORDER.
           DISPLAY MESSAGE-CAT-SAVE
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
               PERFORM FIND-NEXT-ORDER-NO
               MOVE WS-ORDER-NO TO CAT-ORDER-NO
               MOVE WS-IN-CUSTOMER TO CAT-CUSTOMER
               MOVE WS-IN-DATE TO CAT-DELIVERY-DATE
               MOVE WS-IN-LOC TO CAT-LOC-CODE
               MOVE WS-TODAY TO CAT-ENTRY-DATE
               SET CAT-IS-OPEN TO TRUE
               MOVE 0 TO CAT-CLOSED-DATE
               WRITE CATHDR-RECORD
               PERFORM VARYING WS-OL-IX FROM 1 BY 1
                       UNTIL WS-OL-IX > WS-OL-CT
                   MOVE WS-ORDER-NO TO CTL-ORDER-NO
                   MOVE WS-OL-SAND(WS-OL-IX) TO CTL-SAND-ID
                   MOVE WS-OL-NAME(WS-OL-IX) TO CTL-SAND-NAME
                   MOVE WS-OL-QTY(WS-OL-IX) TO CTL-QTY
                   WRITE CATLINE-RECORD
               END-PERFORM
               PERFORM VARYING WS-ING-IX FROM 1 BY 1
                       UNTIL WS-ING-IX > 999
                   IF WS-NEED(WS-ING-IX) > 0
                       MOVE WS-ING-IX TO RES-ING-ID
                       MOVE WS-ORDER-NO TO RES-ORDER-NO
                       MOVE WS-IN-LOC TO RES-LOC-CODE
                       MOVE WS-IN-DATE TO RES-DELIVERY-DATE
                       MOVE WS-NEED(WS-ING-IX) TO RES-QTY
                       WRITE RESERVE-RECORD
                   END-IF
               END-PERFORM
               DISPLAY CAT-SAVED-MSG WS-ORDER-NO
           ELSE
               DISPLAY MESSAGE-CAT-CANCELLED
           END-IF
           ACCEPT WS-ANY-KEY.

       FIND-NEXT-ORDER-NO.
           MOVE 0 TO WS-ORDER-NO
           MOVE 0 TO CAT-ORDER-NO
           START CATHDR-FILE KEY IS NOT LESS THAN CAT-ORDER-NO
           IF WS-CATHDR-OK
               READ CATHDR-FILE NEXT RECORD
               PERFORM UNTIL WS-CATHDR-EOF
                   IF CAT-ORDER-NO > WS-ORDER-NO
                       MOVE CAT-ORDER-NO TO WS-ORDER-NO
                   END-IF
                   READ CATHDR-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-ORDER-NO.

       LIST-OPEN-ORDERS.
           MOVE 0 TO WS-OPEN-CT
           OPEN INPUT CATHDR-FILE
           IF NOT WS-CATHDR-OK
               DISPLAY CAT-LIST-EMPTY
           ELSE
               OPEN INPUT CATLINE-FILE
               READ CATHDR-FILE NEXT RECORD
               PERFORM UNTIL WS-CATHDR-EOF
                   IF CAT-IS-OPEN
                       IF WS-OPEN-CT = 0
                           DISPLAY CAT-LIST-HEADER
                       END-IF
                       ADD 1 TO WS-OPEN-CT
                       PERFORM SHOW-ORDER
                   END-IF
                   READ CATHDR-FILE NEXT RECORD
               END-PERFORM
               CLOSE CATLINE-FILE
               IF WS-OPEN-CT = 0
                   DISPLAY CAT-LIST-EMPTY
               ELSE
                   DISPLAY CAT-LIST-COUNT WS-OPEN-CT
               END-IF
           END-IF
           CLOSE CATHDR-FILE
           ACCEPT WS-ANY-KEY.

       SHOW-ORDER.
           MOVE CAT-ORDER-NO TO WS-L-ORDER
           MOVE CAT-CUSTOMER TO WS-L-CUSTOMER
           MOVE CAT-DELIVERY-DATE TO WS-L-DELIVERY
           MOVE CAT-LOC-CODE TO WS-L-LOC
           DISPLAY WS-LIST-LINE
           MOVE CAT-ORDER-NO TO CTL-ORDER-NO
           MOVE 0 TO CTL-SAND-ID
           START CATLINE-FILE KEY IS NOT LESS THAN CTL-KEY
           IF WS-CATLINE-OK
               READ CATLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-CATLINE-EOF
                       OR CTL-ORDER-NO NOT = CAT-ORDER-NO
                   MOVE CTL-QTY TO WS-EDIT-QTY
                   DISPLAY CAT-LINE-TAG CTL-SAND-ID SPACE
                       CTL-SAND-NAME SPACE WS-EDIT-QTY
                   READ CATLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF.

      ******************************************************************
      * FULFIL (WS-POST-STOCK = "Y") AND CANCEL (= "N") BOTH CLOSE AN
      * OPEN ORDER AND RELEASE ITS RESERVATION; ONLY FULFILMENT POSTS
      * THE STOCK. AN ORDER MADE AHEAD OF ITS DELIVERY DATE CAN STILL
      * BE FULFILLED, AFTER A WARNING.
      ******************************************************************
       CLOSE-ORDER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-CATERING-FILES-IO
           IF NOT WS-CATHDR-OK OR NOT WS-CATLINE-OK
                   OR NOT WS-RESERVE-OK
               DISPLAY ERROR-CATFILE-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               DISPLAY CAT-ORDER-PROMPT
               ACCEPT WS-IN-ORDER
               MOVE WS-IN-ORDER TO CAT-ORDER-NO
               READ CATHDR-FILE
               IF NOT WS-CATHDR-OK OR NOT CAT-IS-OPEN
                   DISPLAY ERROR-CAT-ORDER
                   ACCEPT WS-ANY-KEY
               ELSE
                   DISPLAY CAT-LIST-HEADER
                   PERFORM SHOW-ORDER
                   PERFORM CONFIRM-CLOSE-ORDER
               END-IF
           END-IF
           PERFORM CLOSE-CATERING-FILES.

       CONFIRM-CLOSE-ORDER.
           IF WS-POST-STOCK = "Y"
               IF CAT-DELIVERY-DATE > WS-TODAY
                   DISPLAY CAT-EARLY-WARN
               END-IF
               DISPLAY MESSAGE-CAT-FULFIL
           ELSE
               DISPLAY MESSAGE-CAT-CANCEL
           END-IF
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
           IF NOT SAVE-IT-YES
               DISPLAY MESSAGE-CAT-NOT-DONE
           ELSE
               IF WS-POST-STOCK = "Y"
                   OPEN I-O INGREDS-FILE
                   IF NOT WS-INGREDS-OK
                       DISPLAY ERROR-INGREDS-OPEN
                   ELSE
                       PERFORM RELEASE-ORDER-RESERVATION
                       PERFORM WRITE-ORDER-SALES-HISTORY
                       SET CAT-IS-FULFILLED TO TRUE
                       MOVE WS-TODAY TO CAT-CLOSED-DATE
                       REWRITE CATHDR-RECORD
                       DISPLAY CAT-FULFILLED-MSG
                   END-IF
                   CLOSE INGREDS-FILE
               ELSE
                   PERFORM RELEASE-ORDER-RESERVATION
                   SET CAT-IS-CANCELLED TO TRUE
                   MOVE WS-TODAY TO CAT-CLOSED-DATE
                   REWRITE CATHDR-RECORD
                   DISPLAY CAT-CANCEL-DONE
               END-IF
           END-IF
           ACCEPT WS-ANY-KEY.

      ******************************************************************
      * THE RESERVATION FILE IS KEYED BY INGREDIENT FIRST, SO THE
      * ORDER'S ROWS ARE FOUND BY READING IT THROUGH.
      ******************************************************************
       RELEASE-ORDER-RESERVATION.
           MOVE 0 TO RES-ING-ID RES-ORDER-NO
           START RESERVE-FILE KEY IS NOT LESS THAN RES-KEY
           IF WS-RESERVE-OK
               READ RESERVE-FILE NEXT RECORD
               PERFORM UNTIL WS-RESERVE-EOF
                   IF RES-ORDER-NO = CAT-ORDER-NO
                       IF WS-POST-STOCK = "Y"
                           PERFORM POST-ONE-RESERVATION
                       END-IF
                       DELETE RESERVE-FILE RECORD
                   END-IF
                   READ RESERVE-FILE NEXT RECORD
               END-PERFORM
           END-IF.

      ******************************************************************
      * THE RESERVED QUANTITY GOES OUT AS USAGE: OFF THE MASTER
      * (AUDITED, NEVER BELOW ZERO), A TYPE U LEDGER MOVEMENT NAMING
      * THE ORDER, OFF THE LOTS CLOSEST TO EXPIRY (LOGGED AS SALES) AND
      * OFF THE LOCATION THAT MADE THE ORDER.
      ******************************************************************
       POST-ONE-RESERVATION.
           MOVE RES-ING-ID TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE RES-QTY TO WS-POST-QTY
               IF WS-POST-QTY > ING-INVENTORY
                   MOVE ING-INVENTORY TO WS-POST-QTY
                   MOVE WS-POST-QTY TO WS-EDIT-QTY
                   DISPLAY SCREEN-INGREDS-ID ING-ID SPACE ING-NAME
                   DISPLAY CAT-SHORT-POSTED WS-EDIT-QTY
               END-IF
               IF WS-POST-QTY > 0
                   MOVE "CATERING" TO WS-AUD-ACTION
                   MOVE "INVENTORY" TO WS-AUD-FIELD
                   MOVE ING-INVENTORY TO WS-AUD-BEFORE
                   SUBTRACT WS-POST-QTY FROM ING-INVENTORY
                   MOVE ING-INVENTORY TO WS-AUD-AFTER
                   REWRITE INGRED-RECORD
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
                   MOVE "U" TO WS-MOV-TYPE
                   MOVE "-" TO WS-MOV-SIGN
                   MOVE WS-POST-QTY TO WS-MOV-QTY
                   MOVE ING-INVENTORY TO WS-MOV-BALANCE
                   MOVE SPACES TO WS-MOV-REASON
                   STRING CAT-MOVE-REASON DELIMITED BY SIZE
                       CAT-ORDER-NO DELIMITED BY SIZE
                       INTO WS-MOV-REASON
                   MOVE CAT-LOC-CODE TO WS-MOV-LOC
                   CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                       WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                       WS-MOV-REASON-CODE WS-MOV-LOC
                   MOVE "S" TO WS-LTH-SOURCE
                   MOVE 0 TO WS-LTH-BUS-DATE
                   CALL "LOTUSE" USING ING-ID WS-POST-QTY
                       WS-LTH-SOURCE WS-LTH-BUS-DATE WS-LTH-NO-REF
                   MOVE "-" TO WS-LOC-SIGN
                   CALL "LOCPOST" USING ING-ID CAT-LOC-CODE
                       WS-LOC-SIGN WS-POST-QTY
               END-IF
           END-IF.

      ******************************************************************
      * THE SANDWICHES GO INTO THE SALES HISTORY FOR THE DAY THEY ARE
      * MADE, SO A LOT RECALL CAN NAME THEM LIKE ANY SANDWICH SOLD
      * OVER THE COUNTER.
      ******************************************************************
       WRITE-ORDER-SALES-HISTORY.
           OPEN EXTEND SALEHIST-FILE
           IF NOT WS-SALEHIST-OK
               CLOSE SALEHIST-FILE
               OPEN OUTPUT SALEHIST-FILE
           END-IF
           MOVE CAT-ORDER-NO TO CTL-ORDER-NO
           MOVE 0 TO CTL-SAND-ID
           START CATLINE-FILE KEY IS NOT LESS THAN CTL-KEY
           IF WS-CATLINE-OK
               READ CATLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-CATLINE-EOF
                       OR CTL-ORDER-NO NOT = CAT-ORDER-NO
                   MOVE SPACES TO SALEHIST-RECORD
                   MOVE WS-TODAY TO SLH-BUS-DATE
                   MOVE CTL-SAND-ID TO SLH-SAND-ID
                   MOVE CTL-QTY TO SLH-QTY
                   WRITE SALEHIST-RECORD
                   READ CATLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE SALEHIST-FILE.
