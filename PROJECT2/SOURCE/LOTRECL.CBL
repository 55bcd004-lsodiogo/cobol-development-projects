      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOTRECL | LOT RECALL / TRACE
      ******************************************************************
      *    WHEN A SUPPLIER RECALLS A LOT - OR A WHOLE RANGE OF ITS
      *    DELIVERIES - THIS TRACES EVERY MATCHING LOT THROUGH THE LOT
      *    HISTORY (LOTHIST.DAT): WHEN AND ON WHICH PO IT WAS RECEIVED,
      *    EVERY DAY IT WAS DRAWN ON AND WHY, AND FOR EACH DAY OF SALES
      *    THE SANDWICHES THAT COULD HAVE CONTAINED IT (THE RECIPES
      *    USING THE INGREDIENT CROSSED WITH THAT DAY'S SALES FROM
      *    SALEHIST.DAT). IT CLOSES EACH LOT WITH WHAT IS STILL ON IT,
      *    WHERE IT WAS RECEIVED, AND THE INGREDIENT'S STOCK AT EACH
      *    LOCATION TODAY - LOTS ARE NOT KEPT PER LOCATION, SO THAT IS
      *    WHERE TO LOOK FOR IT. THE TRACE IS SHOWN ON SCREEN AND
      *    WRITTEN TO RECALL.PRN.
      *    A LOT STILL ON HAND THAT WAS RECEIVED BEFORE THE LOT HISTORY
      *    STARTED HAS NO RECEIPT RECORD: IT IS TRACED FROM THE LOTS
      *    FILE UNDER THE INGREDIENT'S OWN SUPPLIER, WITH NO PO.
      *    STOCK USED IN A PRODUCTION RUN IS FOLLOWED INTO THE PREPARED
      *    LOT THE RUN MADE (PRODRUN.DAT), WHICH IS THEN TRACED IN ITS
      *    OWN RIGHT - ITS USES, THE SANDWICHES SOLD FROM IT, AND ANY
      *    FURTHER BATCH IT WENT INTO.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | STOCK USED UP IN A
      *         PREPARED-INGREDIENT BATCH IS NAMED AS SUCH
      *     V3 | EM ATUALIZACAO | 15.10.2026 | STOCK USED IN A
      *         PRODUCTION RUN IS FOLLOWED INTO THE PREPARED LOT MADE
      *         FROM IT, AND THAT LOT IS TRACED IN TURN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTRECL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "SUPPLIER-SEL.cpy".
           COPY "INGLOT-SEL.cpy".
           COPY "INGLOC-SEL.cpy".
           COPY "SANDCOMP-SEL.cpy".
           COPY "LOTHIST-SEL.cpy".
           COPY "SALEHIST-SEL.cpy".
           COPY "RECRPT-SEL.cpy".
           COPY "PRODRUN-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "SUPPLIER-RECORD.cpy".
           COPY "INGLOT-RECORD.cpy".
           COPY "INGLOC-RECORD.cpy".
           COPY "SANDCOMP-RECORD.cpy".
           COPY "LOTHIST-RECORD.cpy".
           COPY "SALEHIST-RECORD.cpy".
           COPY "RECRPT-RECORD.cpy".
           COPY "PRODRUN-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-SUPPLIER-STATUS             PIC X(002).
           88  WS-SUPPLIER-OK             VALUE "00".
       01  WS-INGLOT-STATUS               PIC X(002).
           88  WS-INGLOT-OK               VALUE "00".
           88  WS-INGLOT-EOF              VALUE "10".
       01  WS-INGLOC-STATUS               PIC X(002).
           88  WS-INGLOC-OK               VALUE "00".
           88  WS-INGLOC-EOF              VALUE "10".
       01  WS-SANDCOMP-STATUS             PIC X(002).
           88  WS-SANDCOMP-OK             VALUE "00".
       01  WS-LOTHIST-STATUS              PIC X(002).
           88  WS-LOTHIST-OK              VALUE "00".
           88  WS-LOTHIST-EOF             VALUE "10".
       01  WS-SALEHIST-STATUS             PIC X(002).
           88  WS-SALEHIST-OK             VALUE "00".
           88  WS-SALEHIST-EOF            VALUE "10".
       01  WS-RECRPT-STATUS               PIC X(002).
           88  WS-RECRPT-OK               VALUE "00".
       01  WS-PRODRUN-STATUS              PIC X(002).
           88  WS-PRODRUN-OK              VALUE "00".
       01  WS-RUNS-OPEN                   PIC X(001).
       01  WS-RUN-FOUND                   PIC X(001).
       01  WS-PREP-NAME                   PIC X(030).
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SEL-OK                      PIC X(001).
       01  WS-MODE                        PIC X(001).
           88  WS-BY-LOT                  VALUE "L".
           88  WS-BY-SUPP                 VALUE "S".
       01  WS-IN-LOT                      PIC X(010).
       01  WS-IN-SUPP                     PIC 9(003).
       01  WS-IN-SUPP-NAME                PIC X(030).
       01  WS-IN-FROM                     PIC 9(008).
       01  WS-IN-FROM-X REDEFINES WS-IN-FROM.
           05  WS-IN-FROM-CC              PIC 9(004).
           05  WS-IN-FROM-MM              PIC 9(002).
           05  WS-IN-FROM-DD              PIC 9(002).
       01  WS-IN-TO                       PIC 9(008).
       01  WS-IN-TO-X REDEFINES WS-IN-TO.
           05  WS-IN-TO-CC                PIC 9(004).
           05  WS-IN-TO-MM                PIC 9(002).
           05  WS-IN-TO-DD                PIC 9(002).
       01  WS-HIST-START                  PIC 9(008).
       01  WS-FULL                        PIC X(001).
       01  WS-SUPP-NAME                   PIC X(030).
       01  WS-ING-NAME                    PIC X(030).
       01  WS-USED-TOTAL                  PIC 9(007).
       01  WS-LOC-SEEN                    PIC X(001).
       01  WS-DATE-SEEN                   PIC X(001).
       01  WS-SAND-SEEN                   PIC X(001).
       01  WS-SOURCE-TEXT                 PIC X(018).
       01  WS-ED-QTY                      PIC ZZZZ9.
       01  WS-ED-TOTAL                    PIC Z(006)9.
       01  WS-ED-COUNT                    PIC ZZ9.
       01  WS-PRT-LINE                    PIC X(100).

      * KEY OF THE LOT BEING LOOKED UP IN THE TRACE TABLE
       01  WS-K-ING                       PIC 9(003).
       01  WS-K-LOT                       PIC X(010).
       01  WS-K-EXPIRY                    PIC 9(008).

      * EVERY LOT THE SELECTION MATCHES, GATHERED FROM THE LOT HISTORY
      * AND THE LOTS FILE BEFORE ANYTHING IS PRINTED. RC-HIST IS "Y"
      * ONCE THE LOT'S RECEIPT RECORD HAS BEEN SEEN. A PREPARED LOT
      * REACHED THROUGH A PRODUCTION RUN IS ADDED WHILE PRINTING, WITH
      * RC-HIST "P" AND THE BATCH NUMBER IN RC-PO; THE PRINT LOOP
      * RUNS TO THE END OF THE TABLE, SO IT IS TRACED IN TURN.
       01  WS-RC-MAX                      PIC 9(003) VALUE 300.
       01  WS-RC-CT                       PIC 9(003).
       01  WS-RC-IX                       PIC 9(003).
       01  WS-RC-FIND                     PIC 9(003).
       01  WS-RC-SAVE                     PIC 9(003).
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 300 TIMES.
               10  WS-RC-ING              PIC 9(003).
               10  WS-RC-LOT              PIC X(010).
               10  WS-RC-EXPIRY           PIC 9(008).
               10  WS-RC-HIST             PIC X(001).
               10  WS-RC-RECEIVED         PIC 9(008).
               10  WS-RC-PO               PIC 9(005).
               10  WS-RC-SUPP             PIC 9(003).
               10  WS-RC-QTY              PIC 9(005).
               10  WS-RC-LOC              PIC X(003).
               10  WS-RC-REMAIN           PIC 9(007).

       01  WS-USE-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-U-DATE                  PIC 9(008).
           05  FILLER                     PIC X(003) VALUE SPACES.
           05  WS-U-SOURCE                PIC X(018).
           05  WS-U-QTY                   PIC ZZZZ9.

           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-LOTRECL
               DISPLAY RECL-MENU-OPTION1
               DISPLAY RECL-MENU-OPTION2
               DISPLAY RECL-MENU-OPTION3
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       SET WS-BY-LOT TO TRUE
                       PERFORM GET-LOT-SELECTION
                       PERFORM RUN-TRACE
                   WHEN 2
                       SET WS-BY-SUPP TO TRUE
                       PERFORM GET-SUPP-SELECTION
                       IF WS-SEL-OK = "Y"
                           PERFORM RUN-TRACE
                       END-IF
                   WHEN 3
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       GET-LOT-SELECTION.
           DISPLAY RECL-LOT-PROMPT
           MOVE SPACES TO WS-IN-LOT
           ACCEPT WS-IN-LOT
           PERFORM UNTIL WS-IN-LOT NOT = SPACES
               DISPLAY ERROR-RECL-LOT
               DISPLAY RECL-LOT-PROMPT
               ACCEPT WS-IN-LOT
           END-PERFORM.

      ******************************************************************
      * THE SUPPLIER MUST BE ON FILE (ARCHIVED ONES INCLUDED - A RECALL
      * CAN COME AFTER WE STOP BUYING FROM THEM). A ZERO TO-DATE MEANS
      * UP TO TODAY.
      ******************************************************************
       GET-SUPP-SELECTION.
           MOVE "N" TO WS-SEL-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT SUPPLIER-FILE
           DISPLAY RECL-SUPP-PROMPT
           ACCEPT WS-IN-SUPP
           MOVE WS-IN-SUPP TO SUPP-ID
           READ SUPPLIER-FILE
           PERFORM UNTIL WS-IN-SUPP = 0 OR WS-SUPPLIER-OK
               DISPLAY ERROR-SUPPID-NO
               DISPLAY RECL-SUPP-PROMPT
               ACCEPT WS-IN-SUPP
               MOVE WS-IN-SUPP TO SUPP-ID
               READ SUPPLIER-FILE
           END-PERFORM
           MOVE SUPP-NAME TO WS-IN-SUPP-NAME
           CLOSE SUPPLIER-FILE
           IF WS-IN-SUPP > 0
               DISPLAY RECL-FROM-PROMPT
               ACCEPT WS-IN-FROM
               PERFORM UNTIL WS-IN-FROM-CC >= 1900
                       AND WS-IN-FROM-MM >= 1 AND WS-IN-FROM-MM <= 12
                       AND WS-IN-FROM-DD >= 1 AND WS-IN-FROM-DD <= 31
                   DISPLAY ERROR-RECL-DATE
                   DISPLAY RECL-FROM-PROMPT
                   ACCEPT WS-IN-FROM
               END-PERFORM

               DISPLAY RECL-TO-PROMPT
               ACCEPT WS-IN-TO
               IF WS-IN-TO = 0
                   MOVE WS-TODAY TO WS-IN-TO
               END-IF
               PERFORM UNTIL WS-IN-TO-CC >= 1900
                       AND WS-IN-TO-MM >= 1 AND WS-IN-TO-MM <= 12
                       AND WS-IN-TO-DD >= 1 AND WS-IN-TO-DD <= 31
                       AND WS-IN-TO >= WS-IN-FROM
                   DISPLAY ERROR-RECL-DATE
                   DISPLAY RECL-TO-PROMPT
                   ACCEPT WS-IN-TO
                   IF WS-IN-TO = 0
                       MOVE WS-TODAY TO WS-IN-TO
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-SEL-OK
           END-IF.

       RUN-TRACE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RECRPT-FILE
           IF NOT WS-RECRPT-OK
               DISPLAY ERROR-RECALL-FILE
               ACCEPT WS-ANY-KEY
               CLOSE RECRPT-FILE
           ELSE
               MOVE 0 TO WS-RC-CT
               MOVE "N" TO WS-FULL
               OPEN INPUT INGREDS-FILE
               OPEN INPUT SUPPLIER-FILE
               PERFORM COLLECT-FROM-HISTORY
               PERFORM COLLECT-FROM-LOTS

               OPEN INPUT SANDCOMP-FILE
               OPEN INPUT INGLOC-FILE
               MOVE "N" TO WS-RUNS-OPEN
               OPEN INPUT PRODRUN-FILE
               IF WS-PRODRUN-OK
                   MOVE "Y" TO WS-RUNS-OPEN
               END-IF
               PERFORM WRITE-TRACE-HEADING
               PERFORM VARYING WS-RC-IX FROM 1 BY 1
                       UNTIL WS-RC-IX > WS-RC-CT
                   PERFORM PRINT-ONE-LOT
               END-PERFORM
               PERFORM WRITE-TRACE-FOOTING
               IF WS-RUNS-OPEN = "Y"
                   CLOSE PRODRUN-FILE
               END-IF
               CLOSE INGLOC-FILE
               CLOSE SANDCOMP-FILE
               CLOSE SUPPLIER-FILE
               CLOSE INGREDS-FILE
               CLOSE RECRPT-FILE
               DISPLAY RECL-DONE
               ACCEPT WS-ANY-KEY
           END-IF.

      ******************************************************************
      * BY LOT NUMBER EVERY HISTORY RECORD OF THE LOT COUNTS, SO A LOT
      * THAT PREDATES THE HISTORY BUT WAS USED SINCE IS STILL FOUND.
      * BY SUPPLIER ONLY RECEIPTS IN THE DATE RANGE SELECT A LOT. THE
      * EARLIEST DATE ON THE HISTORY IS KEPT: LOTS RECEIVED BEFORE IT
      * HAVE NO RECEIPT RECORD TO FIND.
      ******************************************************************
       COLLECT-FROM-HISTORY.
           MOVE 99999999 TO WS-HIST-START
           OPEN INPUT LOTHIST-FILE
           IF WS-LOTHIST-OK
               READ LOTHIST-FILE
               PERFORM UNTIL WS-LOTHIST-EOF
                   IF LTH-TIMESTAMP(1:8) < WS-HIST-START
                       MOVE LTH-TIMESTAMP(1:8) TO WS-HIST-START
                   END-IF
                   PERFORM CHECK-HISTORY-RECORD
                   READ LOTHIST-FILE
               END-PERFORM
           END-IF
           CLOSE LOTHIST-FILE.

       CHECK-HISTORY-RECORD.
           MOVE 0 TO WS-RC-IX
           MOVE LTH-ING-ID TO WS-K-ING
           MOVE LTH-LOT-NUMBER TO WS-K-LOT
           MOVE LTH-EXPIRY-DATE TO WS-K-EXPIRY
           EVALUATE TRUE
               WHEN WS-BY-LOT AND LTH-LOT-NUMBER = WS-IN-LOT
                   PERFORM FIND-OR-ADD-ENTRY
               WHEN WS-BY-SUPP AND LTH-IS-RECEIPT
                       AND LTH-SUPP-ID = WS-IN-SUPP
                       AND LTH-BUS-DATE >= WS-IN-FROM
                       AND LTH-BUS-DATE <= WS-IN-TO
                   PERFORM FIND-OR-ADD-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RC-IX > 0 AND LTH-IS-RECEIPT
               MOVE "Y" TO WS-RC-HIST(WS-RC-IX)
               MOVE LTH-BUS-DATE TO WS-RC-RECEIVED(WS-RC-IX)
               MOVE LTH-PO-NUMBER TO WS-RC-PO(WS-RC-IX)
               MOVE LTH-SUPP-ID TO WS-RC-SUPP(WS-RC-IX)
               ADD LTH-QTY TO WS-RC-QTY(WS-RC-IX)
               MOVE LTH-LOC-CODE TO WS-RC-LOC(WS-RC-IX)
           END-IF.

      ******************************************************************
      * WHAT IS STILL ON EACH TRACED LOT COMES FROM THE LOTS FILE. A
      * LOT ON HAND WITH NO RECEIPT RECORD WAS RECEIVED BEFORE THE
      * HISTORY STARTED: IT JOINS THE TRACE UNDER ITS LOT RECEIVED DATE
      * AND THE INGREDIENT'S OWN SUPPLIER.
      ******************************************************************
       COLLECT-FROM-LOTS.
           OPEN INPUT INGLOT-FILE
           IF WS-INGLOT-OK
               READ INGLOT-FILE NEXT RECORD
               PERFORM UNTIL WS-INGLOT-EOF
                   PERFORM CHECK-ONE-LOT
                   READ INGLOT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE INGLOT-FILE.

       CHECK-ONE-LOT.
           MOVE LOT-ING-ID TO WS-K-ING
           MOVE LOT-NUMBER TO WS-K-LOT
           MOVE LOT-EXPIRY-DATE TO WS-K-EXPIRY
           PERFORM FIND-ENTRY
           MOVE LOT-ING-ID TO ING-ID
           READ INGREDS-FILE
           IF NOT WS-INGREDS-OK
               MOVE 0 TO ING-SUPP-ID
           END-IF
           IF WS-RC-IX = 0
               EVALUATE TRUE
                   WHEN WS-BY-LOT AND LOT-NUMBER = WS-IN-LOT
                       PERFORM FIND-OR-ADD-ENTRY
                   WHEN WS-BY-SUPP AND ING-SUPP-ID = WS-IN-SUPP
                           AND LOT-RECEIVED-DATE < WS-HIST-START
                           AND LOT-RECEIVED-DATE >= WS-IN-FROM
                           AND LOT-RECEIVED-DATE <= WS-IN-TO
                       PERFORM FIND-OR-ADD-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-RC-IX > 0
               ADD LOT-QTY-REMAINING TO WS-RC-REMAIN(WS-RC-IX)
               IF WS-RC-HIST(WS-RC-IX) = "N"
                       AND WS-RC-RECEIVED(WS-RC-IX) = 0
                   MOVE LOT-RECEIVED-DATE TO WS-RC-RECEIVED(WS-RC-IX)
                   MOVE ING-SUPP-ID TO WS-RC-SUPP(WS-RC-IX)
               END-IF
           END-IF.

       FIND-ENTRY.
           MOVE 0 TO WS-RC-IX
           PERFORM VARYING WS-RC-FIND FROM 1 BY 1
                   UNTIL WS-RC-FIND > WS-RC-CT OR WS-RC-IX > 0
               IF WS-RC-ING(WS-RC-FIND) = WS-K-ING
                       AND WS-RC-LOT(WS-RC-FIND) = WS-K-LOT
                       AND WS-RC-EXPIRY(WS-RC-FIND) = WS-K-EXPIRY
                   MOVE WS-RC-FIND TO WS-RC-IX
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ENTRY.
           PERFORM FIND-ENTRY
           IF WS-RC-IX = 0
               IF WS-RC-CT < WS-RC-MAX
                   ADD 1 TO WS-RC-CT
                   MOVE WS-RC-CT TO WS-RC-IX
                   MOVE WS-K-ING TO WS-RC-ING(WS-RC-IX)
                   MOVE WS-K-LOT TO WS-RC-LOT(WS-RC-IX)
                   MOVE WS-K-EXPIRY TO WS-RC-EXPIRY(WS-RC-IX)
                   MOVE "N" TO WS-RC-HIST(WS-RC-IX)
                   MOVE 0 TO WS-RC-RECEIVED(WS-RC-IX)
                       WS-RC-PO(WS-RC-IX) WS-RC-SUPP(WS-RC-IX)
                       WS-RC-QTY(WS-RC-IX) WS-RC-REMAIN(WS-RC-IX)
                   MOVE SPACES TO WS-RC-LOC(WS-RC-IX)
               ELSE
                   MOVE "Y" TO WS-FULL
               END-IF
           END-IF.

       WRITE-TRACE-HEADING.
           MOVE RECL-TITLE TO WS-PRT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-PRT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-PRT-LINE
           IF WS-BY-LOT
               STRING RECL-SEL-LOT DELIMITED BY SIZE
                   WS-IN-LOT DELIMITED BY SIZE
                   INTO WS-PRT-LINE
           ELSE
               STRING RECL-SEL-SUPP DELIMITED BY SIZE
                   WS-IN-SUPP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IN-SUPP-NAME DELIMITED BY "  "
                   "  " DELIMITED BY SIZE
                   RECL-SEL-RANGE DELIMITED BY SIZE
                   WS-IN-FROM DELIMITED BY SIZE
                   RECL-SEL-AND DELIMITED BY SIZE
                   WS-IN-TO DELIMITED BY SIZE
                   INTO WS-PRT-LINE
           END-IF
           PERFORM PUT-LINE.

       PRINT-ONE-LOT.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PUT-LINE

           MOVE WS-RC-ING(WS-RC-IX) TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE ING-NAME TO WS-ING-NAME
           ELSE
               MOVE SPACES TO WS-ING-NAME
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING RECL-LOT-HEAD DELIMITED BY SIZE
               WS-RC-LOT(WS-RC-IX) DELIMITED BY SIZE
               RECL-ING-HEAD DELIMITED BY SIZE
               WS-RC-ING(WS-RC-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ING-NAME DELIMITED BY "  "
               RECL-EXP-HEAD DELIMITED BY SIZE
               WS-RC-EXPIRY(WS-RC-IX) DELIMITED BY SIZE
               INTO WS-PRT-LINE
           PERFORM PUT-LINE

           PERFORM PRINT-LOT-RECEIPT
           PERFORM PRINT-LOT-USAGE
           PERFORM PRINT-LOT-REMAINING.

       PRINT-LOT-RECEIPT.
           IF WS-RC-HIST(WS-RC-IX) = "P"
               MOVE WS-RC-QTY(WS-RC-IX) TO WS-ED-QTY
               MOVE SPACES TO WS-PRT-LINE
               STRING RECL-MADE-HEAD DELIMITED BY SIZE
                   WS-RC-RECEIVED(WS-RC-IX) DELIMITED BY SIZE
                   RECL-BATCH-HEAD DELIMITED BY SIZE
                   WS-RC-PO(WS-RC-IX) DELIMITED BY SIZE
                   RECL-QTY-HEAD DELIMITED BY SIZE
                   WS-ED-QTY DELIMITED BY SIZE
                   RECL-AT-HEAD DELIMITED BY SIZE
                   WS-RC-LOC(WS-RC-IX) DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               PERFORM PUT-LINE
           ELSE
               PERFORM PRINT-LOT-RECEIVED
           END-IF.

       PRINT-LOT-RECEIVED.
           IF WS-RC-RECEIVED(WS-RC-IX) = 0
               MOVE RECL-NO-RECEIPT TO WS-PRT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE SPACES TO WS-PRT-LINE
               IF WS-RC-HIST(WS-RC-IX) = "Y"
                   MOVE WS-RC-QTY(WS-RC-IX) TO WS-ED-QTY
                   STRING RECL-RECV-HEAD DELIMITED BY SIZE
                       WS-RC-RECEIVED(WS-RC-IX) DELIMITED BY SIZE
                       RECL-PO-HEAD DELIMITED BY SIZE
                       WS-RC-PO(WS-RC-IX) DELIMITED BY SIZE
                       RECL-QTY-HEAD DELIMITED BY SIZE
                       WS-ED-QTY DELIMITED BY SIZE
                       RECL-AT-HEAD DELIMITED BY SIZE
                       WS-RC-LOC(WS-RC-IX) DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                   PERFORM PUT-LINE
               ELSE
                   STRING RECL-RECV-HEAD DELIMITED BY SIZE
                       WS-RC-RECEIVED(WS-RC-IX) DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                   PERFORM PUT-LINE
                   MOVE RECL-NO-PO TO WS-PRT-LINE
                   PERFORM PUT-LINE
               END-IF
               MOVE WS-RC-SUPP(WS-RC-IX) TO SUPP-ID
               READ SUPPLIER-FILE
               IF WS-SUPPLIER-OK
                   MOVE SUPP-NAME TO WS-SUPP-NAME
               ELSE
                   MOVE SPACES TO WS-SUPP-NAME
               END-IF
               MOVE SPACES TO WS-PRT-LINE
               STRING RECL-SUPP-HEAD DELIMITED BY SIZE
                   WS-RC-SUPP(WS-RC-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SUPP-NAME DELIMITED BY "  "
                   INTO WS-PRT-LINE
               PERFORM PUT-LINE
           END-IF.

      ******************************************************************
      * ONE LINE PER DEPLETION RECORD OF THE LOT, IN THE ORDER THEY
      * HAPPENED. A SALES DAY IS FOLLOWED BY THE SANDWICHES THAT COULD
      * HAVE CARRIED THE LOT, A PRODUCTION RUN BY THE PREPARED LOT IT
      * WENT INTO.
      ******************************************************************
       PRINT-LOT-USAGE.
           MOVE RECL-USE-HEAD TO WS-PRT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO WS-USED-TOTAL
           OPEN INPUT LOTHIST-FILE
           IF WS-LOTHIST-OK
               READ LOTHIST-FILE
               PERFORM UNTIL WS-LOTHIST-EOF
                   IF LTH-ING-ID = WS-RC-ING(WS-RC-IX)
                           AND LTH-LOT-NUMBER = WS-RC-LOT(WS-RC-IX)
                           AND LTH-EXPIRY-DATE = WS-RC-EXPIRY(WS-RC-IX)
                           AND NOT LTH-IS-RECEIPT
                       PERFORM PRINT-ONE-USAGE
                   END-IF
                   READ LOTHIST-FILE
               END-PERFORM
           END-IF
           CLOSE LOTHIST-FILE
           IF WS-USED-TOTAL = 0
               MOVE RECL-NO-USE TO WS-PRT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE WS-USED-TOTAL TO WS-ED-TOTAL
               MOVE SPACES TO WS-PRT-LINE
               STRING RECL-USED-TOTAL DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               PERFORM PUT-LINE
           END-IF.

       PRINT-ONE-USAGE.
           EVALUATE TRUE
               WHEN LTH-IS-SALES
                   MOVE RECL-SRC-SALES TO WS-SOURCE-TEXT
               WHEN LTH-IS-USAGE
                   MOVE RECL-SRC-USAGE TO WS-SOURCE-TEXT
               WHEN LTH-IS-LOSS
                   MOVE RECL-SRC-LOSS TO WS-SOURCE-TEXT
               WHEN LTH-IS-WRITEOFF
                   MOVE RECL-SRC-WROFF TO WS-SOURCE-TEXT
               WHEN LTH-IS-COUNT
                   MOVE RECL-SRC-COUNT TO WS-SOURCE-TEXT
               WHEN LTH-IS-RETURN
                   MOVE RECL-SRC-RETURN TO WS-SOURCE-TEXT
               WHEN LTH-IS-PRODUCTION
                   MOVE RECL-SRC-PROD TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE RECL-SRC-OTHER TO WS-SOURCE-TEXT
           END-EVALUATE
           MOVE LTH-BUS-DATE TO WS-U-DATE
           MOVE WS-SOURCE-TEXT TO WS-U-SOURCE
           MOVE LTH-QTY TO WS-U-QTY
           MOVE WS-USE-LINE TO WS-PRT-LINE
           PERFORM PUT-LINE
           ADD LTH-QTY TO WS-USED-TOTAL
           IF LTH-IS-SALES
               PERFORM PRINT-SANDWICHES-SOLD
           END-IF
           IF LTH-IS-PRODUCTION
               PERFORM PRINT-PREPARED-LOT
           END-IF.

      ******************************************************************
      * THE PRODUCTION RECORD NAMES ITS BATCH; THE RUN GIVES THE
      * PREPARED LOT MADE. THAT LOT JOINS THE END OF THE TRACE TABLE
      * (ONCE - TWO RAW LOTS IN ONE BATCH LEAD TO THE SAME LOT) WITH
      * WHAT IS STILL ON IT FROM THE LOTS FILE. RECORDS WRITTEN BEFORE
      * THE BATCH WAS LOGGED CARRY NO NUMBER AND CAN'T BE FOLLOWED.
      ******************************************************************
       PRINT-PREPARED-LOT.
           MOVE "N" TO WS-RUN-FOUND
           IF LTH-PO-NUMBER NOT = 0 AND WS-RUNS-OPEN = "Y"
               MOVE LTH-PO-NUMBER TO PRD-BATCH-NO
               READ PRODRUN-FILE
               IF WS-PRODRUN-OK
                   MOVE "Y" TO WS-RUN-FOUND
               END-IF
           END-IF
           IF WS-RUN-FOUND = "N"
               MOVE RECL-NO-BATCH TO WS-PRT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE PRD-PREP-ID TO ING-ID
               READ INGREDS-FILE
               IF WS-INGREDS-OK
                   MOVE ING-NAME TO WS-PREP-NAME
               ELSE
                   MOVE SPACES TO WS-PREP-NAME
               END-IF
               MOVE SPACES TO WS-PRT-LINE
               STRING RECL-INTO-TAG DELIMITED BY SIZE
                   PRD-LOT-NUMBER DELIMITED BY SIZE
                   RECL-ING-HEAD DELIMITED BY SIZE
                   PRD-PREP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PREP-NAME DELIMITED BY "  "
                   RECL-BATCH-HEAD DELIMITED BY SIZE
                   PRD-BATCH-NO DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               PERFORM PUT-LINE
               MOVE WS-RC-IX TO WS-RC-SAVE
               MOVE PRD-PREP-ID TO WS-K-ING
               MOVE PRD-LOT-NUMBER TO WS-K-LOT
               MOVE PRD-EXPIRY-DATE TO WS-K-EXPIRY
               PERFORM FIND-ENTRY
               IF WS-RC-IX = 0
                   PERFORM FIND-OR-ADD-ENTRY
                   IF WS-RC-IX > 0
                       PERFORM ADD-PREPARED-LOT
                   END-IF
               END-IF
               MOVE WS-RC-SAVE TO WS-RC-IX
           END-IF.

       ADD-PREPARED-LOT.
           MOVE "P" TO WS-RC-HIST(WS-RC-IX)
           MOVE PRD-DATE TO WS-RC-RECEIVED(WS-RC-IX)
           MOVE PRD-BATCH-NO TO WS-RC-PO(WS-RC-IX)
           MOVE PRD-YIELD-QTY TO WS-RC-QTY(WS-RC-IX)
           MOVE PRD-LOC-CODE TO WS-RC-LOC(WS-RC-IX)
           OPEN INPUT INGLOT-FILE
           IF WS-INGLOT-OK
               MOVE PRD-PREP-ID TO LOT-ING-ID
               MOVE PRD-EXPIRY-DATE TO LOT-EXPIRY-DATE
               MOVE 0 TO LOT-SEQ-NO
               START INGLOT-FILE KEY IS NOT LESS THAN LOT-KEY
               IF WS-INGLOT-OK
                   READ INGLOT-FILE NEXT RECORD
                   PERFORM UNTIL WS-INGLOT-EOF
                           OR NOT WS-INGLOT-OK
                           OR LOT-ING-ID NOT = PRD-PREP-ID
                           OR LOT-EXPIRY-DATE NOT = PRD-EXPIRY-DATE
                       IF LOT-NUMBER = PRD-LOT-NUMBER
                           ADD LOT-QTY-REMAINING
                               TO WS-RC-REMAIN(WS-RC-IX)
                       END-IF
                       READ INGLOT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE INGLOT-FILE.

      ******************************************************************
      * THE COMPOSITION KEY LEADS WITH THE INGREDIENT, SO EACH SANDWICH
      * SOLD THAT DAY IS A DIRECT READ. A LOT USED AS A SUBSTITUTE WAS
      * SOLD UNDER ANOTHER INGREDIENT'S RECIPES AND MATCHES NONE HERE.
      ******************************************************************
       PRINT-SANDWICHES-SOLD.
           MOVE "N" TO WS-DATE-SEEN
           MOVE "N" TO WS-SAND-SEEN
           OPEN INPUT SALEHIST-FILE
           IF WS-SALEHIST-OK
               READ SALEHIST-FILE
               PERFORM UNTIL WS-SALEHIST-EOF
                   IF SLH-BUS-DATE = LTH-BUS-DATE
                       MOVE "Y" TO WS-DATE-SEEN
                       MOVE WS-RC-ING(WS-RC-IX) TO SANDCOMP-ING-ID
                       MOVE SLH-SAND-ID TO SANDCOMP-SAND-ID
                       READ SANDCOMP-FILE
                       IF WS-SANDCOMP-OK
                           MOVE "Y" TO WS-SAND-SEEN
                           MOVE SLH-QTY TO WS-ED-QTY
                           MOVE SPACES TO WS-PRT-LINE
                           STRING RECL-SAND-TAG DELIMITED BY SIZE
                               SLH-SAND-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SANDCOMP-SAND-NAME DELIMITED BY "  "
                               RECL-SOLD-TAG DELIMITED BY SIZE
                               WS-ED-QTY DELIMITED BY SIZE
                               INTO WS-PRT-LINE
                           PERFORM PUT-LINE
                       END-IF
                   END-IF
                   READ SALEHIST-FILE
               END-PERFORM
           END-IF
           CLOSE SALEHIST-FILE
           IF WS-DATE-SEEN = "N"
               MOVE RECL-NO-SALEHIST TO WS-PRT-LINE
               PERFORM PUT-LINE
           ELSE
               IF WS-SAND-SEEN = "N"
                   MOVE RECL-NO-RECIPE TO WS-PRT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-IF.

      ******************************************************************
      * LOTS ARE NOT KEPT PER LOCATION: THE LOT'S OWN REMAINING
      * QUANTITY IS FOLLOWED BY THE INGREDIENT'S STOCK AT EVERY
      * LOCATION, WHICH IS WHERE ANY OF IT LEFT WILL BE.
      ******************************************************************
       PRINT-LOT-REMAINING.
           MOVE SPACES TO WS-PRT-LINE
           IF WS-RC-REMAIN(WS-RC-IX) > 0
               MOVE WS-RC-REMAIN(WS-RC-IX) TO WS-ED-TOTAL
               STRING RECL-REMAINING DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
                   INTO WS-PRT-LINE
           ELSE
               MOVE RECL-GONE TO WS-PRT-LINE
           END-IF
           PERFORM PUT-LINE

           MOVE "N" TO WS-LOC-SEEN
           MOVE WS-RC-ING(WS-RC-IX) TO LOC-ING-ID
           MOVE LOW-VALUES TO LOC-CODE
           START INGLOC-FILE KEY IS NOT LESS THAN LOC-KEY
           IF WS-INGLOC-OK
               READ INGLOC-FILE NEXT RECORD
               PERFORM UNTIL WS-INGLOC-EOF
                       OR NOT WS-INGLOC-OK
                       OR LOC-ING-ID NOT = WS-RC-ING(WS-RC-IX)
                   MOVE "Y" TO WS-LOC-SEEN
                   MOVE LOC-QTY TO WS-ED-QTY
                   MOVE SPACES TO WS-PRT-LINE
                   STRING RECL-LOC-HEAD DELIMITED BY SIZE
                       LOC-CODE DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-ED-QTY DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                   PERFORM PUT-LINE
                   READ INGLOC-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-LOC-SEEN = "N"
               MOVE RECL-NO-LOC TO WS-PRT-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-TRACE-FOOTING.
           MOVE SPACES TO WS-PRT-LINE
           PERFORM PUT-LINE
           IF WS-RC-CT = 0
               MOVE RECL-NONE TO WS-PRT-LINE
           ELSE
               MOVE WS-RC-CT TO WS-ED-COUNT
               STRING RECL-LOT-CT DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   INTO WS-PRT-LINE
           END-IF
           PERFORM PUT-LINE
           IF WS-FULL = "Y"
               MOVE RECL-FULL TO WS-PRT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.
           MOVE WS-PRT-LINE TO RECRPT-LINE
           WRITE RECRPT-LINE
           DISPLAY FUNCTION TRIM(WS-PRT-LINE TRAILING).
