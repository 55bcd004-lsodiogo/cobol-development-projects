      *         WITH AN ORDER POLICY ON FILE THE SUGGESTED QUANTITY
      *         COVERS ING-COVER-DAYS AT ING-AVG-CONSUMPTION, AND ANY
      *         SUGGESTION IS ROUNDED UP TO A WHOLE ING-PACK-SIZE PACK
      *     V12 | EM ATUALIZACAO | 15.10.2026 | OPTION5 IS SUPPLIER
      *         INVOICES (CALLS SUPINV), EXIT MOVES TO OPTION6
      *     V13 | EM ATUALIZACAO | 15.10.2026 | OPTION6 IS RETURNS TO
      *         SUPPLIER AND CREDITS (CALLS SUPRET), EXIT MOVES TO
      *         OPTION7
      *     V14 | EM ATUALIZACAO | 15.10.2026 | RECEIVING STAMPS THE
      *         RECEIPT DATE AND UNIT COST ON THE PO LINE, OPTION7
      *         CLOSES AN ORDER SHORT (OPEN LINES MARKED S), EXIT MOVES
      *         TO OPTION8
      *     V15 | EM ATUALIZACAO | 15.10.2026 | THE RECEIVED LOT IS
      *         LOGGED WITH ITS PO, SUPPLIER AND RECEIVING LOCATION
      *     V16 | EM ATUALIZACAO | 15.10.2026 | STOCK RESERVED FOR OPEN
      *         CATERING ORDERS (CHKRESV) IS COMMITTED DEMAND: IT IS
      *         TAKEN OFF THE INVENTORY BEFORE THE TRESHOLD TEST AND
      *         THE SUGGESTED QUANTITY
      *     V17 | EM ATUALIZACAO | 15.10.2026 | PREPARED INGREDIENTS ARE
      *         MADE IN HOUSE AND NEVER SUGGESTED FOR PURCHASE
      *     V18 | EM ATUALIZACAO | 15.10.2026 | THE RECEIPT MOVEMENT
      *         CARRIES THE RECEIVING LOCATION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
               10  WS-CAND-AVGCON         PIC 9(003)V99.
               10  WS-CAND-COVER          PIC 9(003).
               10  WS-CAND-PACKSZ         PIC 9(003).
               10  WS-CAND-RESV           PIC 9(005).

      * INGREDIENT IDS ALREADY ON AN OPEN PO LINE, SWEPT ONCE UP FRONT
       01  WS-ONORD-CT                    PIC 9(003) VALUE 0.
       01  WS-QUOTE-PRICE                 PIC 9(005)V99.
       01  WS-QUOTE-PACK                  PIC X(020).
       01  WS-RECV-LOC                    PIC X(003).
       01  WS-RES-LOC                     PIC X(003).
       01  WS-RESERVED                    PIC 9(005).
       01  WS-AVAIL-QTY                   PIC S9(006).
       01  WS-LOC-SIGN                    PIC X(001).
       01  WS-ORDER-TOTAL                 PIC 9(009)V99.
       01  WS-EDIT-TOTAL                  PIC Z(008)9.99.

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
               DISPLAY PO-MENU-OPTION3
               DISPLAY PO-MENU-OPTION4
               DISPLAY PO-MENU-OPTION5
               DISPLAY PO-MENU-OPTION6
               DISPLAY PO-MENU-OPTION7
               DISPLAY PO-MENU-OPTION8
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 4
                       PERFORM REPRINT-PO-FORM
                   WHEN 5
                       CALL "SUPINV"
                   WHEN 6
                       CALL "SUPRET"
                   WHEN 7
                       PERFORM CLOSE-PO-SHORT
                   WHEN 8
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
           MOVE 0 TO WS-CAND-CT
           READ INGREDS-FILE NEXT RECORD
           PERFORM UNTIL WS-INGREDS-EOF
               MOVE 0 TO WS-RESERVED
               IF ING-IS-ACTIVE
                   MOVE LOCATION-ALL TO WS-RES-LOC
                   CALL "CHKRESV" USING ING-ID WS-RES-LOC WS-RESERVED
               END-IF
               COMPUTE WS-AVAIL-QTY = ING-INVENTORY - WS-RESERVED
               IF ING-IS-ACTIVE AND WS-AVAIL-QTY < ING-TRESHOLD
                       AND NOT ING-IS-PREPARED
                   PERFORM CHECK-ONORDER-TABLE
                   IF WS-ONORD-FOUND = "N" AND WS-CAND-CT < 999
                       ADD 1 TO WS-CAND-CT
                       MOVE ING-ID TO WS-CAND-ID(WS-CAND-CT)
                       MOVE ING-NAME TO WS-CAND-NAME(WS-CAND-CT)
                       MOVE ING-INVENTORY TO WS-CAND-INV(WS-CAND-CT)
                       MOVE WS-RESERVED TO WS-CAND-RESV(WS-CAND-CT)
                       MOVE ING-TRESHOLD TO WS-CAND-TRESH(WS-CAND-CT)
                       MOVE ING-UN-SUPP TO WS-CAND-UNSUPP(WS-CAND-CT)
                       MOVE ING-SUPP-ID TO WS-CAND-SUPP(WS-CAND-CT)
      * WITHOUT ONE IT RESTOCKS TO TWICE THE TRESHOLD AS BEFORE.
      * EITHER WAY THE SUGGESTION IS ROUNDED UP TO A WHOLE SUPPLIER
      * PACK WHEN A PACK SIZE IS SET. THE OPERATOR CAN STILL OVERRIDE
      * IT OR SKIP THE LINE WITH QUANTITY ZERO. STOCK RESERVED FOR
      * OPEN CATERING ORDERS (CHKRESV) COUNTS AS ALREADY SPENT.
      ******************************************************************
       OFFER-ONE-LINE.
           DISPLAY SCREEN-INGREDS-ID WS-CAND-ID(WS-CAND-IX)
               SPACE WS-CAND-NAME(WS-CAND-IX)
           DISPLAY SEARCH-INVENTORY WS-CAND-INV(WS-CAND-IX)
               SPACE WS-CAND-UNSUPP(WS-CAND-IX)
           IF WS-CAND-RESV(WS-CAND-IX) > 0
               DISPLAY PO-RESERVED-TAG WS-CAND-RESV(WS-CAND-IX)
           END-IF
           IF WS-CAND-QUOTED(WS-CAND-IX) = "Y"
               MOVE WS-CAND-PRICE(WS-CAND-IX) TO WS-EDIT-COST
               DISPLAY PO-QUOTE-TAG WS-EDIT-COST
               MOVE WS-CAND-ID(WS-CAND-IX) TO POL-ING-ID
               MOVE WS-IN-QTY TO POL-QTY-ORDERED
               MOVE 0 TO POL-QTY-RECEIVED
               MOVE 0 TO POL-RECEIVED-DATE
               MOVE 0 TO POL-RECEIVED-COST
               SET POL-IS-OPEN TO TRUE
               WRITE POLINE-RECORD
               ADD 1 TO WS-LINE-CT
                   WS-CAND-AVGCON(WS-CAND-IX)
                   * WS-CAND-COVER(WS-CAND-IX)
                   - WS-CAND-INV(WS-CAND-IX)
                   + WS-CAND-RESV(WS-CAND-IX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-POLICY-QTY
               END-COMPUTE
               COMPUTE WS-SUGGESTED-QTY =
                   WS-CAND-TRESH(WS-CAND-IX) * 2
                   - WS-CAND-INV(WS-CAND-IX)
                   + WS-CAND-RESV(WS-CAND-IX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SUGGESTED-QTY
               END-COMPUTE
           ACCEPT WS-ANY-KEY.

       RECEIVE-PO.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O INGREDS-FILE
           PERFORM OPEN-PO-FILES-IO
           IF NOT WS-POHDR-OK OR NOT WS-POLINE-OK
                   MOVE "+" TO WS-MOV-SIGN
                   MOVE WS-IN-QTY TO WS-MOV-QTY
                   MOVE ING-INVENTORY TO WS-MOV-BALANCE
                   MOVE WS-RECV-LOC TO WS-MOV-LOC
                   MOVE SPACES TO WS-MOV-REASON
                   STRING "PURCHASE ORDER " DELIMITED BY SIZE
                       WS-IN-PO DELIMITED BY SIZE
                       INTO WS-MOV-REASON
                   CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                       WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                       WS-MOV-REASON-CODE WS-MOV-LOC
                   PERFORM GET-LOT-AND-EXPIRY
                   MOVE PO-SUPP-ID TO WS-LTH-SUPP
                   CALL "LOTPOST" USING ING-ID WS-IN-LOT WS-IN-EXPIRY
                       WS-IN-QTY WS-IN-PO WS-LTH-SUPP WS-RECV-LOC
                   MOVE "+" TO WS-LOC-SIGN
                   CALL "LOCPOST" USING ING-ID WS-RECV-LOC
                       WS-LOC-SIGN WS-IN-QTY
                   ADD WS-IN-QTY TO POL-QTY-RECEIVED
                   MOVE WS-TODAY TO POL-RECEIVED-DATE
                   MOVE ING-UNIT-COST TO POL-RECEIVED-COST
                   IF POL-QTY-RECEIVED >= POL-QTY-ORDERED
                       SET POL-IS-RECEIVED TO TRUE
                       DISPLAY PO-LINE-DONE
               END-IF
           END-IF.

      ******************************************************************
      * WHEN THE SUPPLIER HAS SAID THE REST OF AN ORDER IS NOT COMING,
      * THE ORDER IS CLOSED SHORT: EVERY LINE STILL OPEN IS MARKED S
      * AND THE PO STOPS SHOWING AS OPEN, SO THE MISSING QUANTITY CAN
      * BE REORDERED. THE SHORTFALL STAYS ON THE LINE AND COUNTS
      * AGAINST THE SUPPLIER'S FILL RATE ON THE SCORECARD.
      ******************************************************************
       CLOSE-PO-SHORT.
           PERFORM OPEN-PO-FILES-IO
           IF NOT WS-POHDR-OK OR NOT WS-POLINE-OK
               DISPLAY ERROR-POFILE-OPEN
               ACCEPT WS-ANY-KEY
               CLOSE POHDR-FILE
               CLOSE POLINE-FILE
               GOBACK
           END-IF
           DISPLAY SCREEN-PO-NUMBER
           ACCEPT WS-IN-PO
           MOVE WS-IN-PO TO PO-NUMBER
           READ POHDR-FILE
           IF NOT WS-POHDR-OK OR NOT PO-IS-OPEN
               DISPLAY ERROR-PO-NO
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE WS-IN-PO TO POL-PO-NUMBER
               MOVE 0 TO POL-ING-ID
               START POLINE-FILE KEY IS NOT LESS THAN POL-KEY
               IF WS-POLINE-OK
                   READ POLINE-FILE NEXT RECORD
                   PERFORM UNTIL WS-POLINE-EOF
                           OR POL-PO-NUMBER NOT = WS-IN-PO
                       IF POL-IS-OPEN
                           DISPLAY SCREEN-INGREDS-ID POL-ING-ID
                               PO-LIST-ORDERED POL-QTY-ORDERED
                               PO-LIST-RECEIVED POL-QTY-RECEIVED
                       END-IF
                       READ POLINE-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               DISPLAY PO-SHORT-CONFIRM
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
                   PERFORM MARK-OPEN-LINES-SHORT
                   MOVE WS-IN-PO TO PO-NUMBER
                   READ POHDR-FILE
                   SET PO-IS-RECEIVED TO TRUE
                   REWRITE POHDR-RECORD
                   DISPLAY PO-SHORT-DONE WS-LINE-CT
               ELSE
                   DISPLAY PO-SHORT-NOT-DONE
               END-IF
               ACCEPT WS-ANY-KEY
           END-IF
           CLOSE POHDR-FILE
           CLOSE POLINE-FILE.

       MARK-OPEN-LINES-SHORT.
           MOVE 0 TO WS-LINE-CT
           MOVE WS-IN-PO TO POL-PO-NUMBER
           MOVE 0 TO POL-ING-ID
           START POLINE-FILE KEY IS NOT LESS THAN POL-KEY
           IF WS-POLINE-OK
               READ POLINE-FILE NEXT RECORD
               PERFORM UNTIL WS-POLINE-EOF
                       OR POL-PO-NUMBER NOT = WS-IN-PO
                   IF POL-IS-OPEN
                       SET POL-IS-SHORT TO TRUE
                       REWRITE POLINE-RECORD
                       ADD 1 TO WS-LINE-CT
                   END-IF
                   READ POLINE-FILE NEXT RECORD
               END-PERFORM
           END-IF.

       UPDATE-UNIT-COST.
           MOVE ING-UNIT-COST TO WS-EDIT-COST
           DISPLAY MANUALLY-ADD-UNITCOST WS-EDIT-COST
