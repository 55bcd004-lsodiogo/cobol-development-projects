      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPINV | SUPPLIER INVOICES - ENTRY AND THREE-WAY MATCH
      ******************************************************************
      *    ENTERS A SUPPLIER INVOICE KEYED BY SUPPLIER AND INVOICE
      *    NUMBER, ONE LINE PER PURCHASE ORDER LINE BILLED. THE MATCH
      *    RUN SETS EVERY LINE OF EVERY INVOICE NOT YET APPROVED
      *    AGAINST WHAT WAS ORDERED AND RECEIVED (POL-QTY-RECEIVED,
      *    LESS WHAT EARLIER APPROVED INVOICES ALREADY BILLED) AND
      *    AGAINST THE SUPPLIER'S ACTIVE QUOTE ON THE PRICE LIST,
      *    PRINTS THE DISCREPANCIES (INVMATCH.PRN) AND MARKS EVERY
      *    CLEAN INVOICE APPROVED TO PAY. AN INVOICE WITH ANY
      *    DISCREPANCY IS HELD AND MATCHED AGAIN ON THE NEXT RUN.
      *    REACHED FROM THE PURCHASE ORDERS MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | BILLED-QUANTITY TABLE
      *         SUBSCRIPTS WIDENED SO A FULL TABLE CANNOT WRAP; WHEN THE
      *         TABLE FILLS, AN INVOICE FOR A PO LINE NOT IN IT IS HELD
      *     V3 | EM ATUALIZACAO | 15.10.2026 | A LINE WITH NO QUOTE IN
      *         FORCE ON THE INVOICE DATE HOLDS THE INVOICE; ENTRY AND
      *         THE MATCH RUN STOP WHEN A FILE THEY READ WILL NOT OPEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPINV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "SUPPLIER-SEL.cpy".
           COPY "POHDR-SEL.cpy".
           COPY "POLINE-SEL.cpy".
           COPY "PRICELST-SEL.cpy".
           COPY "INVHDR-SEL.cpy".
           COPY "INVLINE-SEL.cpy".
           COPY "INVRPT-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "SUPPLIER-RECORD.cpy".
           COPY "POHDR-RECORD.cpy".
           COPY "POLINE-RECORD.cpy".
           COPY "PRICELST-RECORD.cpy".
           COPY "INVHDR-RECORD.cpy".
           COPY "INVLINE-RECORD.cpy".
           COPY "INVRPT-RECORD.cpy".

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
       01  WS-INVHDR-STATUS               PIC X(002).
           88  WS-INVHDR-OK               VALUE "00".
           88  WS-INVHDR-EOF              VALUE "10".
           88  WS-INVHDR-NOT-FOUND        VALUE "35".
       01  WS-INVLINE-STATUS              PIC X(002).
           88  WS-INVLINE-OK              VALUE "00".
           88  WS-INVLINE-EOF             VALUE "10".
           88  WS-INVLINE-NOT-FOUND       VALUE "35".
       01  WS-INVRPT-STATUS               PIC X(002).
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-FOUND-ANY                   PIC X(001).
       01  WS-LINE-OK                     PIC X(001).
       01  WS-QUOTES-OPEN                 PIC X(001).
       01  WS-IN-SUPP                     PIC 9(003).
       01  WS-IN-INVNO                    PIC X(015).
       01  WS-IN-PO                       PIC 9(005).
       01  WS-IN-ING                      PIC 9(003).
       01  WS-IN-QTY                      PIC 9(005).
       01  WS-IN-VALUE                    PIC X(060).
       01  WS-IN-DATE                     PIC 9(008).
       01  WS-IN-DATE-X REDEFINES WS-IN-DATE.
           05  WS-IN-DATE-CC              PIC 9(004).
           05  WS-IN-DATE-MM              PIC 9(002).
           05  WS-IN-DATE-DD              PIC 9(002).
       01  WS-INV-TOTAL                   PIC 9(009)V99.
       01  WS-LINE-TOTAL                  PIC 9(009)V99.
       01  WS-EDIT-QTY                    PIC ZZZZ9.
       01  WS-EDIT-PRICE                  PIC ZZZZ9.99.
       01  WS-EDIT-TOTAL                  PIC Z(008)9.99.
       01  WS-RECEIVED                    PIC 9(005).
       01  WS-PRIOR-BILLED                PIC 9(007).
       01  WS-STILL-BILLABLE              PIC 9(007).
       01  WS-INV-HELD                    PIC X(001).
       01  WS-APPROVED-CT                 PIC 9(005) VALUE 0.
       01  WS-HELD-CT                     PIC 9(005) VALUE 0.
       01  WS-STATUS-TEXT                 PIC X(030).

      * LINES OF THE INVOICE BEING ENTERED OR MATCHED
       01  WS-IL-CT                       PIC 9(003) VALUE 0.
       01  WS-IL-IX                       PIC 9(003).
       01  WS-IL-JX                       PIC 9(003).
       01  WS-IL-TABLE.
           05  WS-IL-ENTRY OCCURS 50 TIMES.
               10  WS-IL-PO               PIC 9(005).
               10  WS-IL-ING              PIC 9(003).
               10  WS-IL-QTY              PIC 9(005).
               10  WS-IL-PRICE            PIC 9(005)V99.

      * QUANTITY ALREADY BILLED ON APPROVED INVOICES PER PO LINE, SO
      * TWO INVOICES CAN NEVER BOTH BE PAID FOR THE SAME DELIVERY.
      * ONCE THE TABLE IS FULL A PO LINE NOT IN IT HAS NO KNOWN PRIOR
      * BILLING, SO AN INVOICE BILLING ONE IS HELD, NEVER APPROVED.
       01  WS-BILL-CT                     PIC 9(004) VALUE 0.
       01  WS-BILL-IX                     PIC 9(004).
       01  WS-BILL-FOUND                  PIC X(001).
       01  WS-BILL-FULL                   PIC X(001) VALUE "N".
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 999 TIMES.
               10  WS-BILL-PO             PIC 9(005).
               10  WS-BILL-ING            PIC 9(003).
               10  WS-BILL-QTY            PIC 9(007).
       01  WS-ADD-PO                      PIC 9(005).
       01  WS-ADD-ING                     PIC 9(003).
       01  WS-ADD-QTY                     PIC 9(005).

      * INVOICES APPROVED THIS RUN, LISTED AT THE END OF THE REPORT
       01  WS-APPR-CT                     PIC 9(003) VALUE 0.
       01  WS-APPR-IX                     PIC 9(003).
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 200 TIMES.
               10  WS-APPR-SUPP           PIC 9(003).
               10  WS-APPR-INVNO          PIC X(015).
               10  WS-APPR-TOTAL          PIC 9(009)V99.

       01  WS-DISC-LINE.
           05  WS-X-SUPP                  PIC 9(003).
           05  FILLER                     PIC X(001) VALUE "/".
           05  WS-X-INVNO                 PIC X(015).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-X-PO                    PIC 9(005).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-X-ING                   PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-X-REASON                PIC X(033).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-X-BILLED                PIC X(008) JUSTIFIED RIGHT.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-X-ALLOWED               PIC X(008) JUSTIFIED RIGHT.

       01  WS-APPR-LINE.
           05  WS-A-SUPP                  PIC 9(003).
           05  FILLER                     PIC X(001) VALUE "/".
           05  WS-A-INVNO                 PIC X(015).
           05  FILLER                     PIC X(004) VALUE SPACES.
           05  WS-A-TOTAL                 PIC Z(008)9.99.

           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-SUPINV
               DISPLAY INV-MENU-OPTION1
               DISPLAY INV-MENU-OPTION2
               DISPLAY INV-MENU-OPTION3
               DISPLAY INV-MENU-OPTION4
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENTER-INVOICE
                   WHEN 2
                       PERFORM RUN-INVOICE-MATCH
                   WHEN 3
                       PERFORM LIST-INVOICES
                   WHEN 4
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-INV-FILES-IO.
           OPEN I-O INVHDR-FILE
           IF WS-INVHDR-NOT-FOUND
               CLOSE INVHDR-FILE
               OPEN OUTPUT INVHDR-FILE
               CLOSE INVHDR-FILE
               OPEN I-O INVHDR-FILE
           END-IF
           OPEN I-O INVLINE-FILE
           IF WS-INVLINE-NOT-FOUND
               CLOSE INVLINE-FILE
               OPEN OUTPUT INVLINE-FILE
               CLOSE INVLINE-FILE
               OPEN I-O INVLINE-FILE
           END-IF.

      ******************************************************************
      * THE INVOICE IS KEYED AS PRINTED BY THE SUPPLIER. A LINE IS
      * ONLY TAKEN WHEN IT POINTS AT A REAL LINE OF ONE OF THIS
      * SUPPLIER'S PURCHASE ORDERS - WHETHER THAT LINE WAS RECEIVED,
      * AND AT WHAT PRICE, IS FOR THE MATCH RUN TO JUDGE.
      ******************************************************************
       ENTER-INVOICE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-INV-FILES-IO
           IF NOT WS-INVHDR-OK OR NOT WS-INVLINE-OK
               DISPLAY ERROR-INVFILE-OPEN
               ACCEPT WS-ANY-KEY
               CLOSE INVHDR-FILE
               CLOSE INVLINE-FILE
           ELSE
               OPEN INPUT SUPPLIER-FILE
               OPEN INPUT POHDR-FILE
               OPEN INPUT POLINE-FILE
               OPEN INPUT INGREDS-FILE
               EVALUATE TRUE
                   WHEN NOT WS-SUPPLIER-OK
                       DISPLAY ERROR-SUPPS-OPEN
                       ACCEPT WS-ANY-KEY
                   WHEN NOT WS-POHDR-OK OR NOT WS-POLINE-OK
                       DISPLAY ERROR-POFILE-OPEN
                       ACCEPT WS-ANY-KEY
                   WHEN NOT WS-INGREDS-OK
                       DISPLAY ERROR-INGREDS-OPEN
                       ACCEPT WS-ANY-KEY
                   WHEN OTHER
                       PERFORM ENTER-INVOICE-LINES
               END-EVALUATE
               CLOSE INGREDS-FILE
               CLOSE POLINE-FILE
               CLOSE POHDR-FILE
               CLOSE SUPPLIER-FILE
               CLOSE INVHDR-FILE
               CLOSE INVLINE-FILE
           END-IF.

       ENTER-INVOICE-LINES.
           PERFORM GET-INVOICE-HEADER
           IF WS-FOUND-ANY = "Y"
               MOVE 0 TO WS-IL-CT
               MOVE 0 TO WS-INV-TOTAL
               PERFORM ENTER-ONE-LINE
               PERFORM UNTIL WS-IN-PO = 0
                   PERFORM ENTER-ONE-LINE
               END-PERFORM
               IF WS-IL-CT = 0
                   DISPLAY INV-NO-LINES
               ELSE
                   PERFORM CONFIRM-AND-SAVE-INVOICE
               END-IF
               ACCEPT WS-ANY-KEY
           END-IF.

      ******************************************************************
      * WS-FOUND-ANY = "Y" MEANS THE SUPPLIER IS ACTIVE AND THE
      * INVOICE NUMBER IS NOT ON FILE FOR IT YET.
      ******************************************************************
       GET-INVOICE-HEADER.
           MOVE "N" TO WS-FOUND-ANY
           DISPLAY SCREEN-SUPP-ID
           ACCEPT WS-IN-SUPP
           MOVE WS-IN-SUPP TO SUPP-ID
           READ SUPPLIER-FILE
           IF NOT WS-SUPPLIER-OK OR NOT SUPP-IS-ACTIVE
               DISPLAY ERROR-SUPPID-NO
               ACCEPT WS-ANY-KEY
           ELSE
               DISPLAY MANUALLY-ADD-SUPP-NAME SUPP-NAME
               DISPLAY INV-NUMBER-PROMPT
               MOVE SPACES TO WS-IN-VALUE
               ACCEPT WS-IN-VALUE
               PERFORM UNTIL WS-IN-VALUE NOT = SPACES
                   DISPLAY ERROR-INV-NUMBER
                   DISPLAY INV-NUMBER-PROMPT
                   ACCEPT WS-IN-VALUE
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WS-IN-VALUE)(1:15)
                   TO WS-IN-INVNO
               MOVE WS-IN-SUPP TO INV-SUPP-ID
               MOVE WS-IN-INVNO TO INV-NUMBER
               READ INVHDR-FILE
               IF WS-INVHDR-OK
                   DISPLAY ERROR-INV-DUP
                   ACCEPT WS-ANY-KEY
               ELSE
                   DISPLAY INV-DATE-PROMPT
                   ACCEPT WS-IN-DATE
                   PERFORM UNTIL WS-IN-DATE-CC >= 1900
                           AND WS-IN-DATE-MM >= 1
                           AND WS-IN-DATE-MM <= 12
                           AND WS-IN-DATE-DD >= 1
                           AND WS-IN-DATE-DD <= 31
                       DISPLAY ERROR-INV-DATE
                       DISPLAY INV-DATE-PROMPT
                       ACCEPT WS-IN-DATE
                   END-PERFORM
                   MOVE "Y" TO WS-FOUND-ANY
               END-IF
           END-IF.

       ENTER-ONE-LINE.
           DISPLAY INV-LINE-PO-PROMPT
           ACCEPT WS-IN-PO
           IF WS-IN-PO NOT = 0
               IF WS-IL-CT >= 50
                   DISPLAY INV-LINES-FULL
                   MOVE 0 TO WS-IN-PO
               ELSE
                   DISPLAY SCREEN-INGREDS-ID
                   ACCEPT WS-IN-ING
                   PERFORM CHECK-PO-LINE
                   IF WS-LINE-OK = "N"
                       DISPLAY ERROR-INV-POLINE
                   ELSE
                       PERFORM GET-LINE-QTY-AND-PRICE
                   END-IF
               END-IF
           END-IF.

       CHECK-PO-LINE.
           MOVE "N" TO WS-LINE-OK
           MOVE WS-IN-PO TO PO-NUMBER
           READ POHDR-FILE
           IF WS-POHDR-OK AND PO-SUPP-ID = WS-IN-SUPP
               MOVE WS-IN-PO TO POL-PO-NUMBER
               MOVE WS-IN-ING TO POL-ING-ID
               READ POLINE-FILE
               IF WS-POLINE-OK
                   MOVE "Y" TO WS-LINE-OK
               END-IF
           END-IF.

       GET-LINE-QTY-AND-PRICE.
           MOVE WS-IN-ING TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               DISPLAY MANUALLY-ADD-NAME ING-NAME
           END-IF
           DISPLAY PO-LIST-ORDERED POL-QTY-ORDERED
               PO-LIST-RECEIVED POL-QTY-RECEIVED
           DISPLAY INV-LINE-QTY-PROMPT
           ACCEPT WS-IN-QTY
           PERFORM UNTIL WS-IN-QTY > 0
               DISPLAY ERROR-INV-QTY
               DISPLAY INV-LINE-QTY-PROMPT
               ACCEPT WS-IN-QTY
           END-PERFORM
           DISPLAY INV-LINE-PRICE-PROMPT
           ACCEPT WS-IN-VALUE
           PERFORM UNTIL WS-IN-VALUE NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-IN-VALUE) = 0
                   AND FUNCTION NUMVAL(WS-IN-VALUE) > 0
               DISPLAY ERROR-PRC-PRICE
               DISPLAY INV-LINE-PRICE-PROMPT
               ACCEPT WS-IN-VALUE
           END-PERFORM
           ADD 1 TO WS-IL-CT
           MOVE WS-IN-PO TO WS-IL-PO(WS-IL-CT)
           MOVE WS-IN-ING TO WS-IL-ING(WS-IL-CT)
           MOVE WS-IN-QTY TO WS-IL-QTY(WS-IL-CT)
           COMPUTE WS-IL-PRICE(WS-IL-CT) = FUNCTION NUMVAL(WS-IN-VALUE)
           COMPUTE WS-LINE-TOTAL =
               WS-IN-QTY * WS-IL-PRICE(WS-IL-CT)
               ON SIZE ERROR
                   MOVE 0 TO WS-LINE-TOTAL
           END-COMPUTE
           ADD WS-LINE-TOTAL TO WS-INV-TOTAL
               ON SIZE ERROR
                   CONTINUE
           END-ADD.

       CONFIRM-AND-SAVE-INVOICE.
           MOVE WS-INV-TOTAL TO WS-EDIT-TOTAL
           DISPLAY INV-TOTAL-TAG WS-EDIT-TOTAL
           DISPLAY MESSAGE-INV-SAVE
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
               MOVE WS-IN-SUPP TO INV-SUPP-ID
               MOVE WS-IN-INVNO TO INV-NUMBER
               MOVE WS-IN-DATE TO INV-DATE
               MOVE WS-TODAY TO INV-ENTRY-DATE
               MOVE WS-INV-TOTAL TO INV-TOTAL
               MOVE WS-IL-CT TO INV-LINE-COUNT
               SET INV-IS-ENTERED TO TRUE
               MOVE 0 TO INV-MATCH-DATE
               WRITE INVHDR-RECORD
               IF WS-INVHDR-OK
                   PERFORM VARYING WS-IL-IX FROM 1 BY 1
                           UNTIL WS-IL-IX > WS-IL-CT
                       MOVE WS-IN-SUPP TO INVL-SUPP-ID
                       MOVE WS-IN-INVNO TO INVL-NUMBER
                       MOVE WS-IL-IX TO INVL-LINE-NO
                       MOVE WS-IL-PO(WS-IL-IX) TO INVL-PO-NUMBER
                       MOVE WS-IL-ING(WS-IL-IX) TO INVL-ING-ID
                       MOVE WS-IL-QTY(WS-IL-IX) TO INVL-QTY
                       MOVE WS-IL-PRICE(WS-IL-IX) TO INVL-PRICE
                       SET INVL-IS-ENTERED TO TRUE
                       WRITE INVLINE-RECORD
                   END-PERFORM
                   DISPLAY MESSAGE-INV-WRITE-YES
               ELSE
                   DISPLAY MESSAGE-INV-WRITE-NO
               END-IF
           ELSE
               DISPLAY MESSAGE-INV-WRITE-NO
           END-IF.

      ******************************************************************
      * EVERY INVOICE NOT YET APPROVED IS MATCHED, IN KEY ORDER. THE
      * QUANTITY ALREADY BILLED ON APPROVED INVOICES IS LOADED FIRST
      * AND GROWS AS THIS RUN APPROVES MORE, SO A SECOND INVOICE FOR
      * A DELIVERY THAT WAS ALREADY PAID SHOWS AS OVER-BILLED.
      ******************************************************************
       RUN-INVOICE-MATCH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-APPROVED-CT WS-HELD-CT WS-APPR-CT
           OPEN I-O INVHDR-FILE
           OPEN I-O INVLINE-FILE
           IF NOT WS-INVHDR-OK OR NOT WS-INVLINE-OK
               DISPLAY INV-LIST-EMPTY
               ACCEPT WS-ANY-KEY
               CLOSE INVHDR-FILE
               CLOSE INVLINE-FILE
           ELSE
               OPEN INPUT POLINE-FILE
               IF WS-POLINE-OK
                   PERFORM MATCH-ALL-INVOICES
               ELSE
                   DISPLAY ERROR-POFILE-OPEN
                   ACCEPT WS-ANY-KEY
               END-IF
               CLOSE POLINE-FILE
               CLOSE INVHDR-FILE
               CLOSE INVLINE-FILE
           END-IF.

       MATCH-ALL-INVOICES.
           MOVE "N" TO WS-QUOTES-OPEN
           OPEN INPUT PRICELST-FILE
           IF WS-PRICELST-OK
               MOVE "Y" TO WS-QUOTES-OPEN
           END-IF
           OPEN OUTPUT INVRPT-FILE
           PERFORM WRITE-MATCH-HEADER
           PERFORM LOAD-BILLED-TABLE

           MOVE 0 TO INV-SUPP-ID
           MOVE SPACES TO INV-NUMBER
           START INVHDR-FILE KEY IS NOT LESS THAN INV-KEY
           IF WS-INVHDR-OK
               READ INVHDR-FILE NEXT RECORD
               PERFORM UNTIL WS-INVHDR-EOF
                   IF NOT INV-IS-APPROVED
                       PERFORM MATCH-ONE-INVOICE
                   END-IF
                   READ INVHDR-FILE NEXT RECORD
               END-PERFORM
           END-IF

           PERFORM WRITE-MATCH-TOTALS
           CLOSE INVRPT-FILE
           IF WS-QUOTES-OPEN = "Y"
               CLOSE PRICELST-FILE
           END-IF
           DISPLAY INVM-APPROVED-CT WS-APPROVED-CT
           DISPLAY INVM-HELD-CT WS-HELD-CT
           DISPLAY INVM-DONE
           ACCEPT WS-ANY-KEY.

       WRITE-MATCH-HEADER.
           MOVE INVM-TITLE TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE SPACES TO INVRPT-LINE
           STRING REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE SPACES TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE INVM-HEADER TO INVRPT-LINE
           WRITE INVRPT-LINE.

       LOAD-BILLED-TABLE.
           MOVE 0 TO WS-BILL-CT
           MOVE "N" TO WS-BILL-FULL
           MOVE 0 TO INVL-SUPP-ID INVL-LINE-NO
           MOVE SPACES TO INVL-NUMBER
           START INVLINE-FILE KEY IS NOT LESS THAN INVL-KEY
           IF WS-INVLINE-OK
               READ INVLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-INVLINE-EOF
                   IF INVL-IS-APPROVED
                       MOVE INVL-PO-NUMBER TO WS-ADD-PO
                       MOVE INVL-ING-ID TO WS-ADD-ING
                       MOVE INVL-QTY TO WS-ADD-QTY
                       PERFORM ADD-TO-BILLED
                   END-IF
                   READ INVLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF.

       ADD-TO-BILLED.
           PERFORM FIND-BILLED-ENTRY
           IF WS-BILL-FOUND = "Y"
               ADD WS-ADD-QTY TO WS-BILL-QTY(WS-BILL-IX)
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           ELSE
               IF WS-BILL-CT < 999
                   ADD 1 TO WS-BILL-CT
                   MOVE WS-ADD-PO TO WS-BILL-PO(WS-BILL-CT)
                   MOVE WS-ADD-ING TO WS-BILL-ING(WS-BILL-CT)
                   MOVE WS-ADD-QTY TO WS-BILL-QTY(WS-BILL-CT)
               ELSE
                   IF WS-BILL-FULL = "N"
                       MOVE "Y" TO WS-BILL-FULL
                       DISPLAY ERROR-INV-BILLED-FULL
                   END-IF
               END-IF
           END-IF.

       FIND-BILLED-ENTRY.
           MOVE "N" TO WS-BILL-FOUND
           PERFORM VARYING WS-BILL-IX FROM 1 BY 1
                   UNTIL WS-BILL-IX > WS-BILL-CT
                   OR WS-BILL-FOUND = "Y"
               IF WS-BILL-PO(WS-BILL-IX) = WS-ADD-PO
                       AND WS-BILL-ING(WS-BILL-IX) = WS-ADD-ING
                   MOVE "Y" TO WS-BILL-FOUND
               END-IF
           END-PERFORM
           IF WS-BILL-FOUND = "Y"
               SUBTRACT 1 FROM WS-BILL-IX
           END-IF.

      ******************************************************************
      * THE INVOICE'S LINES ARE PULLED INTO THE TABLE FIRST, MATCHED
      * ONE BY ONE, AND THEN THE WHOLE INVOICE - HEADER AND EVERY
      * LINE - TAKES THE ONE VERDICT: APPROVED WHEN NO LINE HAD A
      * DISCREPANCY, HELD OTHERWISE.
      ******************************************************************
       MATCH-ONE-INVOICE.
           MOVE 0 TO WS-IL-CT
           MOVE INV-SUPP-ID TO INVL-SUPP-ID
           MOVE INV-NUMBER TO INVL-NUMBER
           MOVE 0 TO INVL-LINE-NO
           START INVLINE-FILE KEY IS NOT LESS THAN INVL-KEY
           IF WS-INVLINE-OK
               READ INVLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-INVLINE-EOF
                       OR INVL-SUPP-ID NOT = INV-SUPP-ID
                       OR INVL-NUMBER NOT = INV-NUMBER
                   IF WS-IL-CT < 50
                       ADD 1 TO WS-IL-CT
                       MOVE INVL-PO-NUMBER TO WS-IL-PO(WS-IL-CT)
                       MOVE INVL-ING-ID TO WS-IL-ING(WS-IL-CT)
                       MOVE INVL-QTY TO WS-IL-QTY(WS-IL-CT)
                       MOVE INVL-PRICE TO WS-IL-PRICE(WS-IL-CT)
                   END-IF
                   READ INVLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF

           MOVE "N" TO WS-INV-HELD
           PERFORM VARYING WS-IL-IX FROM 1 BY 1
                   UNTIL WS-IL-IX > WS-IL-CT
               PERFORM MATCH-ONE-LINE
           END-PERFORM

           IF WS-INV-HELD = "Y"
               SET INV-IS-HELD TO TRUE
               ADD 1 TO WS-HELD-CT
           ELSE
               SET INV-IS-APPROVED TO TRUE
               ADD 1 TO WS-APPROVED-CT
               IF WS-APPR-CT < 200
                   ADD 1 TO WS-APPR-CT
                   MOVE INV-SUPP-ID TO WS-APPR-SUPP(WS-APPR-CT)
                   MOVE INV-NUMBER TO WS-APPR-INVNO(WS-APPR-CT)
                   MOVE INV-TOTAL TO WS-APPR-TOTAL(WS-APPR-CT)
               END-IF
               PERFORM VARYING WS-IL-IX FROM 1 BY 1
                       UNTIL WS-IL-IX > WS-IL-CT
                   MOVE WS-IL-PO(WS-IL-IX) TO WS-ADD-PO
                   MOVE WS-IL-ING(WS-IL-IX) TO WS-ADD-ING
                   MOVE WS-IL-QTY(WS-IL-IX) TO WS-ADD-QTY
                   PERFORM ADD-TO-BILLED
               END-PERFORM
           END-IF
           MOVE WS-TODAY TO INV-MATCH-DATE
           REWRITE INVHDR-RECORD
           PERFORM SET-LINE-STATUSES.

       SET-LINE-STATUSES.
           PERFORM VARYING WS-IL-IX FROM 1 BY 1
                   UNTIL WS-IL-IX > WS-IL-CT
               MOVE INV-SUPP-ID TO INVL-SUPP-ID
               MOVE INV-NUMBER TO INVL-NUMBER
               MOVE WS-IL-IX TO INVL-LINE-NO
               READ INVLINE-FILE
               IF WS-INVLINE-OK
                   MOVE INV-STATUS TO INVL-STATUS
                   REWRITE INVLINE-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * A LINE IS BILLABLE UP TO WHAT WAS RECEIVED ON ITS PO LINE,
      * LESS WHAT APPROVED INVOICES AND EARLIER LINES OF THIS SAME
      * INVOICE ALREADY BILLED. NOTHING RECEIVED AT ALL IS ITS OWN
      * DISCREPANCY. THE PRICE IS HELD AGAINST THIS SUPPLIER'S OWN
      * QUOTE AS IT STOOD ON THE INVOICE DATE; A LINE WITH NO QUOTE
      * IN FORCE ON THAT DATE CANNOT BE PRICE-CHECKED AND HOLDS THE
      * INVOICE TOO.
      ******************************************************************
       MATCH-ONE-LINE.
           MOVE WS-IL-PO(WS-IL-IX) TO POL-PO-NUMBER
           MOVE WS-IL-ING(WS-IL-IX) TO POL-ING-ID
           READ POLINE-FILE
           IF WS-POLINE-OK
               MOVE POL-QTY-RECEIVED TO WS-RECEIVED
           ELSE
               MOVE 0 TO WS-RECEIVED
           END-IF

           IF WS-RECEIVED = 0
               MOVE INVM-NOT-RECEIVED TO WS-X-REASON
               MOVE WS-IL-QTY(WS-IL-IX) TO WS-EDIT-QTY
               MOVE WS-EDIT-QTY TO WS-X-BILLED
               MOVE 0 TO WS-EDIT-QTY
               MOVE WS-EDIT-QTY TO WS-X-ALLOWED
               PERFORM WRITE-DISCREPANCY
               MOVE "Y" TO WS-INV-HELD
           ELSE
               MOVE WS-IL-PO(WS-IL-IX) TO WS-ADD-PO
               MOVE WS-IL-ING(WS-IL-IX) TO WS-ADD-ING
               PERFORM FIND-BILLED-ENTRY
               IF WS-BILL-FOUND = "Y"
                   MOVE WS-BILL-QTY(WS-BILL-IX) TO WS-PRIOR-BILLED
               ELSE
                   MOVE 0 TO WS-PRIOR-BILLED
                   IF WS-BILL-FULL = "Y"
                       MOVE INVM-BILLED-UNKNOWN TO WS-X-REASON
                       MOVE WS-IL-QTY(WS-IL-IX) TO WS-EDIT-QTY
                       MOVE WS-EDIT-QTY TO WS-X-BILLED
                       MOVE SPACES TO WS-X-ALLOWED
                       PERFORM WRITE-DISCREPANCY
                       MOVE "Y" TO WS-INV-HELD
                   END-IF
               END-IF
               PERFORM VARYING WS-IL-JX FROM 1 BY 1
                       UNTIL WS-IL-JX NOT < WS-IL-IX
                   IF WS-IL-PO(WS-IL-JX) = WS-ADD-PO
                           AND WS-IL-ING(WS-IL-JX) = WS-ADD-ING
                       ADD WS-IL-QTY(WS-IL-JX) TO WS-PRIOR-BILLED
                   END-IF
               END-PERFORM
               IF WS-PRIOR-BILLED >= WS-RECEIVED
                   MOVE 0 TO WS-STILL-BILLABLE
               ELSE
                   COMPUTE WS-STILL-BILLABLE =
                       WS-RECEIVED - WS-PRIOR-BILLED
               END-IF
               IF WS-IL-QTY(WS-IL-IX) > WS-STILL-BILLABLE
                   MOVE INVM-OVER-QTY TO WS-X-REASON
                   MOVE WS-IL-QTY(WS-IL-IX) TO WS-EDIT-QTY
                   MOVE WS-EDIT-QTY TO WS-X-BILLED
                   MOVE WS-STILL-BILLABLE TO WS-EDIT-QTY
                   MOVE WS-EDIT-QTY TO WS-X-ALLOWED
                   PERFORM WRITE-DISCREPANCY
                   MOVE "Y" TO WS-INV-HELD
               END-IF
           END-IF

           IF WS-QUOTES-OPEN = "Y"
               MOVE WS-IL-ING(WS-IL-IX) TO PRC-ING-ID
               MOVE INV-SUPP-ID TO PRC-SUPP-ID
               READ PRICELST-FILE
           END-IF
           IF WS-QUOTES-OPEN = "Y" AND WS-PRICELST-OK
                   AND PRC-IS-ACTIVE AND PRC-VALID-FROM <= INV-DATE
               IF WS-IL-PRICE(WS-IL-IX) > PRC-PRICE
                   MOVE INVM-OVER-PRICE TO WS-X-REASON
                   MOVE WS-IL-PRICE(WS-IL-IX) TO WS-EDIT-PRICE
                   MOVE WS-EDIT-PRICE TO WS-X-BILLED
                   MOVE PRC-PRICE TO WS-EDIT-PRICE
                   MOVE WS-EDIT-PRICE TO WS-X-ALLOWED
                   PERFORM WRITE-DISCREPANCY
                   MOVE "Y" TO WS-INV-HELD
               END-IF
           ELSE
               MOVE INVM-NO-QUOTE TO WS-X-REASON
               MOVE WS-IL-PRICE(WS-IL-IX) TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO WS-X-BILLED
               MOVE SPACES TO WS-X-ALLOWED
               PERFORM WRITE-DISCREPANCY
               MOVE "Y" TO WS-INV-HELD
           END-IF.

       WRITE-DISCREPANCY.
           MOVE INV-SUPP-ID TO WS-X-SUPP
           MOVE INV-NUMBER TO WS-X-INVNO
           MOVE WS-IL-PO(WS-IL-IX) TO WS-X-PO
           MOVE WS-IL-ING(WS-IL-IX) TO WS-X-ING
           MOVE WS-DISC-LINE TO INVRPT-LINE
           WRITE INVRPT-LINE.

       WRITE-MATCH-TOTALS.
           IF WS-APPROVED-CT = 0 AND WS-HELD-CT = 0
               MOVE SPACES TO INVRPT-LINE
               WRITE INVRPT-LINE
               MOVE INVM-NONE TO INVRPT-LINE
               WRITE INVRPT-LINE
           END-IF
           IF WS-APPR-CT > 0
               MOVE SPACES TO INVRPT-LINE
               WRITE INVRPT-LINE
               MOVE INVM-APPROVED-HEADER TO INVRPT-LINE
               WRITE INVRPT-LINE
               PERFORM VARYING WS-APPR-IX FROM 1 BY 1
                       UNTIL WS-APPR-IX > WS-APPR-CT
                   MOVE WS-APPR-SUPP(WS-APPR-IX) TO WS-A-SUPP
                   MOVE WS-APPR-INVNO(WS-APPR-IX) TO WS-A-INVNO
                   MOVE WS-APPR-TOTAL(WS-APPR-IX) TO WS-A-TOTAL
                   MOVE WS-APPR-LINE TO INVRPT-LINE
                   WRITE INVRPT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE SPACES TO INVRPT-LINE
           STRING INVM-APPROVED-CT DELIMITED BY SIZE
               WS-APPROVED-CT DELIMITED BY SIZE
               INTO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE SPACES TO INVRPT-LINE
           STRING INVM-HELD-CT DELIMITED BY SIZE
               WS-HELD-CT DELIMITED BY SIZE
               INTO INVRPT-LINE
           WRITE INVRPT-LINE.

       LIST-INVOICES.
           OPEN INPUT INVHDR-FILE
           IF NOT WS-INVHDR-OK
               DISPLAY INV-LIST-EMPTY
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE "N" TO WS-FOUND-ANY
               READ INVHDR-FILE NEXT RECORD
               PERFORM UNTIL WS-INVHDR-EOF
                   MOVE "Y" TO WS-FOUND-ANY
                   EVALUATE TRUE
                       WHEN INV-IS-APPROVED
                           MOVE INV-STATUS-APPROVED TO WS-STATUS-TEXT
                       WHEN INV-IS-HELD
                           MOVE INV-STATUS-HELD TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE INV-STATUS-ENTERED TO WS-STATUS-TEXT
                   END-EVALUATE
                   MOVE INV-TOTAL TO WS-EDIT-TOTAL
                   DISPLAY INV-SUPP-ID "/" INV-NUMBER SPACE
                       INV-DATE SPACE WS-EDIT-TOTAL SPACE
                       WS-STATUS-TEXT
                   READ INVHDR-FILE NEXT RECORD
               END-PERFORM
               IF WS-FOUND-ANY = "N"
                   DISPLAY INV-LIST-EMPTY
               END-IF
               DISPLAY VIEW-SPECIFIC
               ACCEPT WS-ANY-KEY
           END-IF
           CLOSE INVHDR-FILE.
