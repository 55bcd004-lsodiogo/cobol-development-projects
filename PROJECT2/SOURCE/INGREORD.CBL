      *         SHOWS BOTH THE RAW SHORTFALL TO THE TRESHOLD AND THE
      *         ORDER-POLICY QUANTITY (COVERAGE DAYS AT THE AVERAGE
      *         RATE, ROUNDED UP TO A WHOLE SUPPLIER PACK)
      *     V10 | EM ATUALIZACAO | 15.10.2026 | STOCK RESERVED FOR OPEN
      *         CATERING ORDERS (CHKRESV) IS COMMITTED DEMAND: THE
      *         TRESHOLD, SHORTFALL AND POLICY QUANTITY ARE MEASURED
      *         AGAINST WHAT IS LEFT AFTER IT, AND THE RESERVED
      *         QUANTITY IS SHOWN ON THE LINE
      *     V11 | EM ATUALIZACAO | 15.10.2026 | PREPARED INGREDIENTS
      *         BELOW TRESHOLD GO IN THEIR OWN MAKE SECTION WITH THE
      *         POLICY QUANTITY ROUNDED UP TO WHOLE BATCHES, NOT IN A
      *         SUPPLIER GROUP
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGREORD.
       01  WS-LOC-CODE                    PIC X(003).
       01  WS-LOC-OPEN                    PIC X(001).
       01  WS-LOC-QTY                     PIC 9(005).
       01  WS-RESERVED                    PIC 9(005).
       01  WS-AVAIL-QTY                   PIC S9(006).
       01  WS-POLICY-QTY                  PIC S9(006).
       01  WS-PACK-REM                    PIC 9(003).
       01  WS-MAKE-YIELD                  PIC 9(005).
       01  WS-MAKE-BATCHES                PIC 9(006).
       01  WS-SHORT-ED                    PIC ZZZZ9.
       01  WS-POLQTY-ED                   PIC ZZZZ9.

               10  WS-CAND-SUB-NAME       PIC X(030).
               10  WS-CAND-SHORT          PIC 9(005).
               10  WS-CAND-POLQTY         PIC 9(005).
               10  WS-CAND-RESV           PIC 9(005).
               10  WS-CAND-MAKE           PIC X(001).
               10  WS-CAND-BATCHES        PIC 9(005).
               10  WS-CAND-MAKEQTY        PIC 9(005).
       01  WS-ONORDER-FLAG                PIC X(001).
           88  WS-IS-ONORDER              VALUE "Y".
       01  WS-ONORD-PO                    PIC 9(005).
           READ INGREDS-FILE NEXT RECORD
           PERFORM UNTIL WS-INGREDS-EOF
               PERFORM GET-LOCATION-QTY
               PERFORM GET-AVAILABLE-QTY
               IF ING-IS-ACTIVE AND WS-AVAIL-QTY < ING-TRESHOLD
                   CALL "CHKOPNPO" USING ING-ID WS-ONORDER-FLAG
                       WS-ONORD-PO
                   IF WS-IS-ONORDER
               MOVE REORDER-NONE TO REORDER-LINE
               WRITE REORDER-LINE
           ELSE
               PERFORM WRITE-MAKE-SECTION
               PERFORM WRITE-SUPPLIER-GROUPS
               PERFORM WRITE-UNASSIGNED-GROUP
           END-IF
               END-IF
           END-IF.

      ******************************************************************
      * STOCK ALREADY PROMISED TO OPEN CATERING ORDERS (AT THIS
      * LOCATION, OR ANYWHERE FOR "ALL") IS COMMITTED DEMAND: WHAT IS
      * LEFT AFTER IT IS WHAT THE TRESHOLD AND THE POLICY QUANTITY
      * ARE MEASURED AGAINST.
      ******************************************************************
       GET-AVAILABLE-QTY.
           MOVE 0 TO WS-RESERVED
           IF ING-IS-ACTIVE
               CALL "CHKRESV" USING ING-ID WS-LOC-CODE WS-RESERVED
           END-IF
           COMPUTE WS-AVAIL-QTY = WS-LOC-QTY - WS-RESERVED.

       SAVE-ONE-ONORDER.
           IF WS-ONORD-CT < 999
               ADD 1 TO WS-ONORD-CT
               MOVE ING-ID TO WS-CAND-ID(WS-CAND-CT)
               MOVE ING-NAME TO WS-CAND-NAME(WS-CAND-CT)
               MOVE WS-LOC-QTY TO WS-CAND-INV(WS-CAND-CT)
               MOVE WS-RESERVED TO WS-CAND-RESV(WS-CAND-CT)
               MOVE ING-TRESHOLD TO WS-CAND-TRESH(WS-CAND-CT)
               MOVE ING-UN-SUPP TO WS-CAND-UNSUPP(WS-CAND-CT)
               MOVE ING-SUPP-ID TO WS-CAND-SUPP(WS-CAND-CT)
               MOVE "N" TO WS-CAND-PRINTED(WS-CAND-CT)
               MOVE "N" TO WS-CAND-MAKE(WS-CAND-CT)
               MOVE 0 TO WS-CAND-BATCHES(WS-CAND-CT)
               MOVE 0 TO WS-CAND-MAKEQTY(WS-CAND-CT)
               CALL "CHKUNAVL" USING ING-ID WS-BLOCKED-FLAG
                   WS-BLOCKED-UNTIL WS-BLOCKED-REASON
               MOVE WS-BLOCKED-FLAG TO WS-CAND-BLOCKED(WS-CAND-CT)
               MOVE WS-SUBST-ID TO WS-CAND-SUB-ID(WS-CAND-CT)
               MOVE WS-SUBST-NAME TO WS-CAND-SUB-NAME(WS-CAND-CT)
               PERFORM CALC-POLICY-QUANTITY
               IF ING-IS-PREPARED
                   PERFORM CALC-MAKE-QUANTITY
               END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
       CALC-POLICY-QUANTITY.
           COMPUTE WS-CAND-SHORT(WS-CAND-CT) =
               ING-TRESHOLD - WS-AVAIL-QTY
               ON SIZE ERROR
                   MOVE 99999 TO WS-CAND-SHORT(WS-CAND-CT)
           END-COMPUTE
           MOVE 0 TO WS-POLICY-QTY
           IF ING-COVER-DAYS > 0 AND ING-AVG-CONSUMPTION > 0
               COMPUTE WS-POLICY-QTY ROUNDED =
                   ING-AVG-CONSUMPTION * ING-COVER-DAYS - WS-AVAIL-QTY
                   ON SIZE ERROR
                       MOVE 99999 TO WS-POLICY-QTY
               END-COMPUTE
           END-IF
           IF WS-POLICY-QTY <= 0
               COMPUTE WS-POLICY-QTY = ING-TRESHOLD * 2 - WS-AVAIL-QTY
                   ON SIZE ERROR
                       MOVE 99999 TO WS-POLICY-QTY
               END-COMPUTE
           END-IF
           MOVE WS-POLICY-QTY TO WS-CAND-POLQTY(WS-CAND-CT).

      ******************************************************************
      * A PREPARED INGREDIENT IS MADE IN THE KITCHEN, NOT BOUGHT: THE
      * POLICY QUANTITY BECOMES WHOLE BATCHES OF ITS BATCH YIELD (ONE
      * UNIT A BATCH WHEN NO YIELD IS SET), AND THE LINE GOES IN THE
      * MAKE SECTION INSTEAD OF A SUPPLIER GROUP.
      ******************************************************************
       CALC-MAKE-QUANTITY.
           MOVE 1 TO WS-MAKE-YIELD
           IF ING-BATCH-YIELD NUMERIC AND ING-BATCH-YIELD > 0
               MOVE ING-BATCH-YIELD TO WS-MAKE-YIELD
           END-IF
           MOVE 0 TO WS-MAKE-BATCHES
           IF WS-POLICY-QTY > 0
               COMPUTE WS-MAKE-BATCHES =
                   (WS-POLICY-QTY + WS-MAKE-YIELD - 1) / WS-MAKE-YIELD
           END-IF
           MOVE "Y" TO WS-CAND-MAKE(WS-CAND-CT)
           MOVE WS-MAKE-BATCHES TO WS-CAND-BATCHES(WS-CAND-CT)
           COMPUTE WS-CAND-MAKEQTY(WS-CAND-CT) =
               WS-MAKE-BATCHES * WS-MAKE-YIELD
               ON SIZE ERROR
                   MOVE 99999 TO WS-CAND-MAKEQTY(WS-CAND-CT)
           END-COMPUTE.

       WRITE-MAKE-SECTION.
           MOVE "N" TO WS-GROUP-HAS
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                   UNTIL WS-CAND-IX > WS-CAND-CT
               IF WS-CAND-PRINTED(WS-CAND-IX) = "N"
                       AND WS-CAND-MAKE(WS-CAND-IX) = "Y"
                   IF WS-GROUP-HAS = "N"
                       MOVE SPACES TO REORDER-LINE
                       WRITE REORDER-LINE
                       MOVE REORDER-MAKE-HEADER TO REORDER-LINE
                       WRITE REORDER-LINE
                       MOVE REORDER-HEADER TO REORDER-LINE
                       WRITE REORDER-LINE
                       MOVE "Y" TO WS-GROUP-HAS
                   END-IF
                   PERFORM WRITE-REORDER-LINE
                   MOVE "Y" TO WS-CAND-PRINTED(WS-CAND-IX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE GROUP PER SUPPLIER ON THE MASTER, IN SUPPLIER-ID ORDER.
      * A SUPPLIER WITH NO CANDIDATES PRODUCES NO OUTPUT AT ALL.
               WS-POLQTY-ED DELIMITED BY SIZE
               INTO REORDER-LINE
           WRITE REORDER-LINE
           IF WS-CAND-MAKE(WS-CAND-IX) = "Y"
               MOVE WS-CAND-BATCHES(WS-CAND-IX) TO WS-SHORT-ED
               MOVE WS-CAND-MAKEQTY(WS-CAND-IX) TO WS-POLQTY-ED
               MOVE SPACES TO REORDER-LINE
               STRING REORDER-MAKE-TAG DELIMITED BY SIZE
                   WS-SHORT-ED DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-POLQTY-ED DELIMITED BY SIZE
                   INTO REORDER-LINE
               WRITE REORDER-LINE
           END-IF
           IF WS-CAND-RESV(WS-CAND-IX) > 0
               MOVE WS-CAND-RESV(WS-CAND-IX) TO WS-SHORT-ED
               MOVE SPACES TO REORDER-LINE
               STRING REORDER-RESERVED-TAG DELIMITED BY SIZE
                   WS-SHORT-ED DELIMITED BY SIZE
                   INTO REORDER-LINE
               WRITE REORDER-LINE
           END-IF
           IF WS-CAND-BLOCKED(WS-CAND-IX) = "Y"
               MOVE SPACES TO REORDER-LINE
               STRING REORDER-BLOCKED-TAG DELIMITED BY SIZE
