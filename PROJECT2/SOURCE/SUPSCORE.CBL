      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPSCORE | MONTHLY SUPPLIER PERFORMANCE SCORECARD
      ******************************************************************
      *    ONE LINE PER SUPPLIER FOR THE PURCHASE ORDERS PLACED IN A
      *    CHOSEN MONTH (SCORECARD.PRN): HOW MANY ORDERS, THE SHARE
      *    DELIVERED ON OR BEFORE PO-EXPECTED-DATE, HOW MANY CAME LATE
      *    AND BY HOW MANY DAYS ON AVERAGE, THE FILL RATE (RECEIVED
      *    AGAINST ORDERED ON ORDERS NO LONGER OPEN - LINES CLOSED
      *    SHORT COUNT WITH WHAT DID ARRIVE), AND THE PRICE PAID AS A
      *    PERCENTAGE OF THE SUPPLIER'S ACTIVE PRICE LIST QUOTE.
      *    AN ORDER COUNTS AS DELIVERED ON THE DATE OF ITS LAST RECEIPT
      *    ONCE IT IS NO LONGER OPEN; AN ORDER STILL OPEN PAST ITS
      *    EXPECTED DATE COUNTS AS LATE BY THE DAYS UP TO TODAY. ORDERS
      *    WITH NO EXPECTED DATE ARE LEFT OUT OF THE ON-TIME FIGURES.
      *    THE PRICE PAID IS THE APPROVED SUPPLIER INVOICE PRICE FOR
      *    THE PO LINE WHEN THERE IS ONE, OTHERWISE THE UNIT COST
      *    STAMPED ON THE LINE AT RECEIVING, WEIGHTED BY THE RECEIVED
      *    QUANTITY. REACHED FROM THE SUPPLIER MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | NO REPORT WHEN THE ORDER
      *         LINES FILE CANNOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUPPLIER-SEL.cpy".
           COPY "POHDR-SEL.cpy".
           COPY "POLINE-SEL.cpy".
           COPY "PRICELST-SEL.cpy".
           COPY "INVLINE-SEL.cpy".
           COPY "SCORERPT-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUPPLIER-RECORD.cpy".
           COPY "POHDR-RECORD.cpy".
           COPY "POLINE-RECORD.cpy".
           COPY "PRICELST-RECORD.cpy".
           COPY "INVLINE-RECORD.cpy".
           COPY "SCORERPT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-STATUS             PIC X(002).
           88  WS-SUPPLIER-OK             VALUE "00".
       01  WS-POHDR-STATUS                PIC X(002).
           88  WS-POHDR-OK                VALUE "00".
           88  WS-POHDR-EOF               VALUE "10".
       01  WS-POLINE-STATUS               PIC X(002).
           88  WS-POLINE-OK               VALUE "00".
           88  WS-POLINE-EOF              VALUE "10".
       01  WS-PRICELST-STATUS             PIC X(002).
           88  WS-PRICELST-OK             VALUE "00".
       01  WS-INVLINE-STATUS              PIC X(002).
           88  WS-INVLINE-OK              VALUE "00".
           88  WS-INVLINE-EOF             VALUE "10".
       01  WS-SCORERPT-STATUS             PIC X(002).
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-CC                PIC 9(004).
           05  WS-TODAY-MM                PIC 9(002).
           05  WS-TODAY-DD                PIC 9(002).
       01  WS-IN-MONTH                    PIC 9(006).
       01  WS-IN-MONTH-X REDEFINES WS-IN-MONTH.
           05  WS-IN-MONTH-CC             PIC 9(004).
           05  WS-IN-MONTH-MM             PIC 9(002).
       01  WS-QUOTES-OPEN                 PIC X(001).
       01  WS-DAYS-LATE                   PIC S9(008).
       01  WS-PAID-PRICE                  PIC 9(005)V99.
       01  WS-QUOTE-PRICE                 PIC 9(005)V99.
       01  WS-PERCENT                     PIC 9(005)V9.
       01  WS-AVG-DAYS                    PIC 9(005)V9.

      * PURCHASE ORDERS PLACED IN THE CHOSEN MONTH
       01  WS-MPO-CT                      PIC 9(004) VALUE 0.
       01  WS-MPO-IX                      PIC 9(004).
       01  WS-MPO-TABLE.
           05  WS-MPO-ENTRY OCCURS 999 TIMES.
               10  WS-MPO-NUMBER          PIC 9(005).
               10  WS-MPO-SUPP            PIC 9(003).
               10  WS-MPO-EXPECTED        PIC 9(008).
               10  WS-MPO-STATUS          PIC X(001).
       01  WS-MPO-FOUND                   PIC X(001).

      * APPROVED INVOICE PRICES FOR THE LINES OF THOSE ORDERS
       01  WS-INVP-CT                     PIC 9(004) VALUE 0.
       01  WS-INVP-IX                     PIC 9(004).
       01  WS-INVP-TABLE.
           05  WS-INVP-ENTRY OCCURS 999 TIMES.
               10  WS-INVP-PO             PIC 9(005).
               10  WS-INVP-ING            PIC 9(003).
               10  WS-INVP-PRICE          PIC 9(005)V99.

      * FIGURES FOR THE ORDER BEING SCORED
       01  WS-PO-DELIVERED                PIC 9(008).
       01  WS-PO-ORDERED                  PIC 9(007).
       01  WS-PO-RECEIVED                 PIC 9(007).

      * SCORE PER SUPPLIER (SUBSCRIPTED BY SUPP-ID), ENTRY 1000
      * CARRIES THE ALL-SUPPLIER TOTALS
       01  WS-SC-IX                       PIC 9(004).
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 1000 TIMES.
               10  WS-SC-ORDERS           PIC 9(005).
               10  WS-SC-DATED            PIC 9(005).
               10  WS-SC-ONTIME           PIC 9(005).
               10  WS-SC-LATE             PIC 9(005).
               10  WS-SC-LATE-DAYS        PIC 9(007).
               10  WS-SC-LATE-DAYCT       PIC 9(005).
               10  WS-SC-QTY-ORD          PIC 9(009).
               10  WS-SC-QTY-RCV          PIC 9(009).
               10  WS-SC-PAID-VAL         PIC 9(011)V99.
               10  WS-SC-QUOTE-VAL        PIC 9(011)V99.

       01  WS-SCORE-LINE.
           05  WS-R-SUPP                  PIC 9(003).
           05  WS-R-SUPP-X REDEFINES WS-R-SUPP
                                          PIC X(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-NAME                  PIC X(020).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-ORDERS                PIC Z(005)9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-ONTIME                PIC Z(005)9.9.
           05  WS-R-ONTIME-X REDEFINES WS-R-ONTIME
                                          PIC X(008).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-LATE                  PIC ZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-AVG-LATE              PIC Z(005)9.9.
           05  WS-R-AVG-LATE-X REDEFINES WS-R-AVG-LATE
                                          PIC X(008).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-FILL                  PIC Z(005)9.9.
           05  WS-R-FILL-X REDEFINES WS-R-FILL
                                          PIC X(008).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-PRICE                 PIC Z(005)9.9.
           05  WS-R-PRICE-X REDEFINES WS-R-PRICE
                                          PIC X(008).

           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-SCORE-MONTH

           OPEN INPUT POHDR-FILE
           IF NOT WS-POHDR-OK
               DISPLAY SCORE-NO-POS
               ACCEPT WS-ANY-KEY
               CLOSE POHDR-FILE
               GOBACK
           END-IF

           INITIALIZE WS-SC-TABLE
           PERFORM LOAD-MONTH-ORDERS
           PERFORM LOAD-INVOICE-PRICES

           OPEN INPUT POLINE-FILE
           IF NOT WS-POLINE-OK
               DISPLAY ERROR-POFILE-OPEN
               ACCEPT WS-ANY-KEY
               CLOSE POLINE-FILE
               CLOSE POHDR-FILE
               GOBACK
           END-IF
           MOVE "Y" TO WS-QUOTES-OPEN
           OPEN INPUT PRICELST-FILE
           IF NOT WS-PRICELST-OK
               MOVE "N" TO WS-QUOTES-OPEN
           END-IF
           PERFORM VARYING WS-MPO-IX FROM 1 BY 1
                   UNTIL WS-MPO-IX > WS-MPO-CT
               PERFORM SCORE-ONE-ORDER
           END-PERFORM
           CLOSE PRICELST-FILE
           CLOSE POLINE-FILE
           CLOSE POHDR-FILE

           OPEN INPUT SUPPLIER-FILE
           OPEN OUTPUT SCORERPT-FILE
           PERFORM WRITE-SCORE-HEADER
           PERFORM WRITE-SCORE-LINES
           PERFORM WRITE-SCORE-LEGEND
           CLOSE SCORERPT-FILE
           CLOSE SUPPLIER-FILE

           DISPLAY SCORE-DONE
           ACCEPT WS-ANY-KEY
           GOBACK.

      ******************************************************************
      * ZERO TAKES LAST MONTH - THE USUAL RUN ON THE FIRST DAYS OF A
      * NEW MONTH. ANY EARLIER MONTH CAN BE KEYED AS CCYYMM.
      ******************************************************************
       GET-SCORE-MONTH.
           DISPLAY SCORE-MONTH-PROMPT
           ACCEPT WS-IN-MONTH
           PERFORM UNTIL WS-IN-MONTH = 0
                   OR (WS-IN-MONTH-CC >= 1900
                   AND WS-IN-MONTH-MM >= 1 AND WS-IN-MONTH-MM <= 12)
               DISPLAY ERROR-SCORE-MONTH
               DISPLAY SCORE-MONTH-PROMPT
               ACCEPT WS-IN-MONTH
           END-PERFORM
           IF WS-IN-MONTH = 0
               IF WS-TODAY-MM = 1
                   COMPUTE WS-IN-MONTH-CC = WS-TODAY-CC - 1
                   MOVE 12 TO WS-IN-MONTH-MM
               ELSE
                   MOVE WS-TODAY-CC TO WS-IN-MONTH-CC
                   COMPUTE WS-IN-MONTH-MM = WS-TODAY-MM - 1
               END-IF
           END-IF.

       LOAD-MONTH-ORDERS.
           MOVE 0 TO WS-MPO-CT
           READ POHDR-FILE NEXT RECORD
           PERFORM UNTIL WS-POHDR-EOF
               IF PO-DATE(1:6) = WS-IN-MONTH AND WS-MPO-CT < 999
                   ADD 1 TO WS-MPO-CT
                   MOVE PO-NUMBER TO WS-MPO-NUMBER(WS-MPO-CT)
                   MOVE PO-SUPP-ID TO WS-MPO-SUPP(WS-MPO-CT)
                   MOVE PO-EXPECTED-DATE
                       TO WS-MPO-EXPECTED(WS-MPO-CT)
                   MOVE PO-STATUS TO WS-MPO-STATUS(WS-MPO-CT)
               END-IF
               READ POHDR-FILE NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * ONLY INVOICE LINES THAT PASSED THE THREE-WAY MATCH COUNT AS THE
      * PRICE PAID - A HELD LINE IS STILL IN DISPUTE.
      ******************************************************************
       LOAD-INVOICE-PRICES.
           MOVE 0 TO WS-INVP-CT
           OPEN INPUT INVLINE-FILE
           IF WS-INVLINE-OK
               READ INVLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-INVLINE-EOF
                   IF INVL-IS-APPROVED AND WS-INVP-CT < 999
                       PERFORM CHECK-MONTH-ORDER
                       IF WS-MPO-FOUND = "Y"
                           ADD 1 TO WS-INVP-CT
                           MOVE INVL-PO-NUMBER TO WS-INVP-PO(WS-INVP-CT)
                           MOVE INVL-ING-ID TO WS-INVP-ING(WS-INVP-CT)
                           MOVE INVL-PRICE TO WS-INVP-PRICE(WS-INVP-CT)
                       END-IF
                   END-IF
                   READ INVLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE INVLINE-FILE.

       CHECK-MONTH-ORDER.
           MOVE "N" TO WS-MPO-FOUND
           PERFORM VARYING WS-MPO-IX FROM 1 BY 1
                   UNTIL WS-MPO-IX > WS-MPO-CT
                   OR WS-MPO-FOUND = "Y"
               IF WS-MPO-NUMBER(WS-MPO-IX) = INVL-PO-NUMBER
                   MOVE "Y" TO WS-MPO-FOUND
               END-IF
           END-PERFORM.

       SCORE-ONE-ORDER.
           MOVE WS-MPO-SUPP(WS-MPO-IX) TO WS-SC-IX
           IF WS-SC-IX > 0
               MOVE 0 TO WS-PO-DELIVERED WS-PO-ORDERED WS-PO-RECEIVED
               MOVE WS-MPO-NUMBER(WS-MPO-IX) TO POL-PO-NUMBER
               MOVE 0 TO POL-ING-ID
               START POLINE-FILE KEY IS NOT LESS THAN POL-KEY
               IF WS-POLINE-OK
                   READ POLINE-FILE NEXT RECORD
                   PERFORM UNTIL WS-POLINE-EOF
                           OR POL-PO-NUMBER
                               NOT = WS-MPO-NUMBER(WS-MPO-IX)
                       PERFORM SCORE-ONE-LINE
                       READ POLINE-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SC-ORDERS(WS-SC-IX)
               PERFORM SCORE-ORDER-TIMING
               IF WS-MPO-STATUS(WS-MPO-IX) NOT = "O"
                   ADD WS-PO-ORDERED TO WS-SC-QTY-ORD(WS-SC-IX)
                   ADD WS-PO-RECEIVED TO WS-SC-QTY-RCV(WS-SC-IX)
               END-IF
           END-IF.

      ******************************************************************
      * LINES WRITTEN BEFORE THE RECEIPT DATE AND COST WERE KEPT ON THE
      * LINE CARRY NO DATE OR COST - THEY COUNT TOWARDS THE FILL RATE
      * BUT NOT TOWARDS THE DELIVERY DATE OR THE PRICE COMPARISON.
      ******************************************************************
       SCORE-ONE-LINE.
           ADD POL-QTY-ORDERED TO WS-PO-ORDERED
           ADD POL-QTY-RECEIVED TO WS-PO-RECEIVED
           IF POL-RECEIVED-DATE NUMERIC
                   AND POL-RECEIVED-DATE > WS-PO-DELIVERED
               MOVE POL-RECEIVED-DATE TO WS-PO-DELIVERED
           END-IF
           IF POL-QTY-RECEIVED > 0
               PERFORM FIND-PAID-PRICE
               PERFORM FIND-QUOTE-PRICE
               IF WS-PAID-PRICE > 0 AND WS-QUOTE-PRICE > 0
                   COMPUTE WS-SC-PAID-VAL(WS-SC-IX) =
                       WS-SC-PAID-VAL(WS-SC-IX)
                       + POL-QTY-RECEIVED * WS-PAID-PRICE
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   COMPUTE WS-SC-QUOTE-VAL(WS-SC-IX) =
                       WS-SC-QUOTE-VAL(WS-SC-IX)
                       + POL-QTY-RECEIVED * WS-QUOTE-PRICE
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
               END-IF
           END-IF.

       FIND-PAID-PRICE.
           MOVE 0 TO WS-PAID-PRICE
           PERFORM VARYING WS-INVP-IX FROM 1 BY 1
                   UNTIL WS-INVP-IX > WS-INVP-CT
               IF WS-INVP-PO(WS-INVP-IX) = POL-PO-NUMBER
                       AND WS-INVP-ING(WS-INVP-IX) = POL-ING-ID
                   MOVE WS-INVP-PRICE(WS-INVP-IX) TO WS-PAID-PRICE
               END-IF
           END-PERFORM
           IF WS-PAID-PRICE = 0 AND POL-RECEIVED-COST NUMERIC
               MOVE POL-RECEIVED-COST TO WS-PAID-PRICE
           END-IF.

       FIND-QUOTE-PRICE.
           MOVE 0 TO WS-QUOTE-PRICE
           IF WS-QUOTES-OPEN = "Y"
               MOVE POL-ING-ID TO PRC-ING-ID
               MOVE WS-MPO-SUPP(WS-MPO-IX) TO PRC-SUPP-ID
               READ PRICELST-FILE
               IF WS-PRICELST-OK AND PRC-IS-ACTIVE
                   MOVE PRC-PRICE TO WS-QUOTE-PRICE
               END-IF
           END-IF.

      ******************************************************************
      * A CLOSED ORDER WAS DELIVERED ON THE DATE OF ITS LAST RECEIPT.
      * ONE CLOSED SHORT WITHOUT ANY RECEIPT NEVER ARRIVED AND IS
      * LATE WITH NO DAY COUNT. AN OPEN ORDER IS ONLY JUDGED ONCE ITS
      * EXPECTED DATE HAS PASSED.
      ******************************************************************
       SCORE-ORDER-TIMING.
           IF WS-MPO-EXPECTED(WS-MPO-IX) > 0
               IF WS-MPO-STATUS(WS-MPO-IX) = "O"
                   IF WS-MPO-EXPECTED(WS-MPO-IX) < WS-TODAY
                       ADD 1 TO WS-SC-DATED(WS-SC-IX)
                       ADD 1 TO WS-SC-LATE(WS-SC-IX)
                       COMPUTE WS-DAYS-LATE =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-MPO-EXPECTED(WS-MPO-IX))
                       ADD WS-DAYS-LATE TO WS-SC-LATE-DAYS(WS-SC-IX)
                       ADD 1 TO WS-SC-LATE-DAYCT(WS-SC-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-SC-DATED(WS-SC-IX)
                   IF WS-PO-DELIVERED = 0
                       ADD 1 TO WS-SC-LATE(WS-SC-IX)
                   ELSE
                       COMPUTE WS-DAYS-LATE =
                           FUNCTION INTEGER-OF-DATE(WS-PO-DELIVERED)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-MPO-EXPECTED(WS-MPO-IX))
                       IF WS-DAYS-LATE > 0
                           ADD 1 TO WS-SC-LATE(WS-SC-IX)
                           ADD WS-DAYS-LATE
                               TO WS-SC-LATE-DAYS(WS-SC-IX)
                           ADD 1 TO WS-SC-LATE-DAYCT(WS-SC-IX)
                       ELSE
                           ADD 1 TO WS-SC-ONTIME(WS-SC-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-SCORE-HEADER.
           MOVE SCORE-TITLE TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SPACES TO SCORERPT-LINE
           STRING REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SCORE-PERIOD DELIMITED BY SIZE
               WS-IN-MONTH DELIMITED BY SIZE
               INTO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SPACES TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SCORE-HEADER TO SCORERPT-LINE
           WRITE SCORERPT-LINE.

       WRITE-SCORE-LINES.
           IF WS-MPO-CT = 0
               MOVE SCORE-NONE TO SCORERPT-LINE
               WRITE SCORERPT-LINE
           ELSE
               PERFORM VARYING WS-SC-IX FROM 1 BY 1
                       UNTIL WS-SC-IX > 999
                   IF WS-SC-ORDERS(WS-SC-IX) > 0
                       PERFORM ADD-TO-ALL-SUPPLIERS
                       MOVE WS-SC-IX TO WS-R-SUPP
                       MOVE WS-SC-IX TO SUPP-ID
                       READ SUPPLIER-FILE
                       IF WS-SUPPLIER-OK
                           MOVE SUPP-NAME TO WS-R-NAME
                       ELSE
                           MOVE SPACES TO WS-R-NAME
                       END-IF
                       PERFORM FORMAT-SCORE-FIGURES
                       MOVE WS-SCORE-LINE TO SCORERPT-LINE
                       WRITE SCORERPT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO SCORERPT-LINE
               WRITE SCORERPT-LINE
               MOVE 1000 TO WS-SC-IX
               MOVE SPACES TO WS-R-SUPP-X
               MOVE SCORE-TOTAL-LABEL TO WS-R-NAME
               PERFORM FORMAT-SCORE-FIGURES
               MOVE WS-SCORE-LINE TO SCORERPT-LINE
               WRITE SCORERPT-LINE
           END-IF.

       ADD-TO-ALL-SUPPLIERS.
           ADD WS-SC-ORDERS(WS-SC-IX) TO WS-SC-ORDERS(1000)
           ADD WS-SC-DATED(WS-SC-IX) TO WS-SC-DATED(1000)
           ADD WS-SC-ONTIME(WS-SC-IX) TO WS-SC-ONTIME(1000)
           ADD WS-SC-LATE(WS-SC-IX) TO WS-SC-LATE(1000)
           ADD WS-SC-LATE-DAYS(WS-SC-IX) TO WS-SC-LATE-DAYS(1000)
           ADD WS-SC-LATE-DAYCT(WS-SC-IX) TO WS-SC-LATE-DAYCT(1000)
           ADD WS-SC-QTY-ORD(WS-SC-IX) TO WS-SC-QTY-ORD(1000)
           ADD WS-SC-QTY-RCV(WS-SC-IX) TO WS-SC-QTY-RCV(1000)
           ADD WS-SC-PAID-VAL(WS-SC-IX) TO WS-SC-PAID-VAL(1000)
           ADD WS-SC-QUOTE-VAL(WS-SC-IX) TO WS-SC-QUOTE-VAL(1000).

      ******************************************************************
      * A FIGURE WITH NOTHING TO MEASURE IT ON (NO DATED ORDERS, NO
      * CLOSED ORDERS, NO QUOTED RECEIPTS) IS LEFT BLANK RATHER THAN
      * PRINTED AS A MISLEADING ZERO.
      ******************************************************************
       FORMAT-SCORE-FIGURES.
           MOVE WS-SC-ORDERS(WS-SC-IX) TO WS-R-ORDERS
           MOVE WS-SC-LATE(WS-SC-IX) TO WS-R-LATE
           IF WS-SC-DATED(WS-SC-IX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SC-ONTIME(WS-SC-IX) * 100
                   / WS-SC-DATED(WS-SC-IX)
               MOVE WS-PERCENT TO WS-R-ONTIME
           ELSE
               MOVE SPACES TO WS-R-ONTIME-X
           END-IF
           IF WS-SC-LATE-DAYCT(WS-SC-IX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-SC-LATE-DAYS(WS-SC-IX)
                   / WS-SC-LATE-DAYCT(WS-SC-IX)
               MOVE WS-AVG-DAYS TO WS-R-AVG-LATE
           ELSE
               MOVE SPACES TO WS-R-AVG-LATE-X
           END-IF
           IF WS-SC-QTY-ORD(WS-SC-IX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SC-QTY-RCV(WS-SC-IX) * 100
                   / WS-SC-QTY-ORD(WS-SC-IX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-R-FILL
           ELSE
               MOVE SPACES TO WS-R-FILL-X
           END-IF
           IF WS-SC-QUOTE-VAL(WS-SC-IX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SC-PAID-VAL(WS-SC-IX) * 100
                   / WS-SC-QUOTE-VAL(WS-SC-IX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-R-PRICE
           ELSE
               MOVE SPACES TO WS-R-PRICE-X
           END-IF.

       WRITE-SCORE-LEGEND.
           MOVE SPACES TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SCORE-LEGEND1 TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SCORE-LEGEND2 TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SCORE-LEGEND3 TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE SCORE-LEGEND4 TO SCORERPT-LINE
           WRITE SCORERPT-LINE.
