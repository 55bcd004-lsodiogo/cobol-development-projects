      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PREPPROD | PREPARED INGREDIENTS AND PRODUCTION RUNS
      ******************************************************************
      *    SOME INGREDIENTS (HOUSE MAYO, PESTO...) ARE NOT BOUGHT BUT
      *    MADE IN THE KITCHEN FROM OTHER INGREDIENTS. THIS PROGRAM
      *    FLAGS AN INGREDIENT AS PREPARED, GIVES IT A BATCH YIELD AND
      *    A SHELF LIFE, AND KEEPS ITS SUB-RECIPE (PREPRCP.DAT) - THE
      *    RAW INGREDIENTS THAT GO INTO ONE BATCH, IN THEIR OWN STOCK
      *    UNITS. POSTING A PRODUCTION RUN TAKES THE RAW INGREDIENTS
      *    OFF THE BOOK (MASTER, LEDGER AS TYPE P, LOTS CLOSEST TO
      *    EXPIRY AND THE MAKING LOCATION), PUTS THE YIELD ON THE
      *    PREPARED INGREDIENT AS A NEW LOT WITH ITS OWN EXPIRY DATE,
      *    AND LOGS THE RUN (PRODRUN.DAT) WITH THE COST OF THE LOT -
      *    THE RAW INGREDIENTS AT THEIR UNIT COST. THE UNIT COST OF THE
      *    PREPARED INGREDIENT BECOMES THE AVERAGE OF WHAT WAS ALREADY
      *    ON HAND AND THE NEW LOT, SO THE STOCK VALUATION FOLLOWS.
      *    A RUN IS ONLY POSTED WHEN THE BOOK STOCK COVERS EVERY RAW
      *    INGREDIENT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | LEDGER MOVEMENTS ARE
      *         WRITTEN WITH NO LOSS REASON CODE OR LOCATION
      *     V3 | EM ATUALIZACAO | 15.10.2026 | THE BATCH NUMBER IS
      *         LOGGED WITH EVERY RAW LOT PORTION USED, SO A RECALL
      *         FOLLOWS A RAW LOT INTO THE PREPARED LOT MADE FROM IT
      *     V4 | EM ATUALIZACAO | 15.10.2026 | PRODUCTION MOVEMENTS
      *         CARRY THE MAKING LOCATION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPPROD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".
           COPY "PREPRCP-SEL.cpy".
           COPY "PRODRUN-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".
           COPY "PREPRCP-RECORD.cpy".
           COPY "PRODRUN-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
           88  WS-INGREDS-EOF             VALUE "10".
       01  WS-PREPRCP-STATUS              PIC X(002).
           88  WS-PREPRCP-OK              VALUE "00".
           88  WS-PREPRCP-EOF             VALUE "10".
           88  WS-PREPRCP-NOT-FOUND       VALUE "35".
       01  WS-PRODRUN-STATUS              PIC X(002).
           88  WS-PRODRUN-OK              VALUE "00".
           88  WS-PRODRUN-EOF             VALUE "10".
           88  WS-PRODRUN-NOT-FOUND       VALUE "35".
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-IN-VALUE                    PIC X(060).
       01  WS-IN-PREP                     PIC 9(003).
       01  WS-IN-RAW                      PIC 9(003).
       01  WS-IN-BATCHES                  PIC 9(003).
       01  WS-IN-LOC                      PIC X(003).
       01  WS-IN-EXPIRY                   PIC 9(008).
       01  WS-IN-EXPIRY-X REDEFINES WS-IN-EXPIRY.
           05  WS-IN-EXP-CC               PIC 9(004).
           05  WS-IN-EXP-MM               PIC 9(002).
           05  WS-IN-EXP-DD               PIC 9(002).
       01  WS-DEFAULT-EXPIRY              PIC 9(008).
       01  WS-OLD-FLAG                    PIC X(001).
       01  WS-OLD-YIELD                   PIC 9(005).
       01  WS-OLD-SHELF                   PIC 9(003).
       01  WS-RAW-QTY                     PIC 9(005)V99.
       01  WS-LINE-FOUND                  PIC X(001).
       01  WS-PREP-NAME                   PIC X(030).
       01  WS-PREP-UNIT                   PIC X(010).
       01  WS-PREP-YIELD                  PIC 9(005).
       01  WS-PREP-SHELF                  PIC 9(003).
       01  WS-YIELD-QTY                   PIC 9(005).
       01  WS-BATCH-COST                  PIC 9(007)V99.
       01  WS-LOT-UNIT-COST               PIC 9(005)V99.
       01  WS-NEW-STOCK                   PIC 9(006).
       01  WS-ANY-SHORT                   PIC X(001).
       01  WS-BATCH-NO                    PIC 9(005).
       01  WS-LOC-SIGN                    PIC X(001).
       01  WS-PREP-CT                     PIC 9(005).
       01  WS-LAST-PREP                   PIC 9(003).
       01  WS-EDIT-QTY                    PIC ZZZZ9.
       01  WS-EDIT-RAW-QTY                PIC ZZZZ9.99.
       01  WS-EDIT-COST                   PIC ZZZZ9.99.
       01  WS-EDIT-BATCH-COST             PIC ZZZZZZ9.99.

      * SUB-RECIPE OF THE BATCH BEING POSTED, WITH WHAT EACH RAW
      * INGREDIENT GIVES UP FOR THE NUMBER OF BATCHES MADE
       01  WS-RCP-CT                      PIC 9(003) VALUE 0.
       01  WS-RCP-IX                      PIC 9(003).
       01  WS-RCP-TABLE.
           05  WS-RCP-ENTRY OCCURS 50 TIMES.
               10  WS-RCP-ID              PIC 9(003).
               10  WS-RCP-PER-BATCH       PIC 9(005)V99.
               10  WS-RCP-NEED            PIC 9(005).

       01  WS-RECIPE-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-ID                    PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-R-NAME                  PIC X(030).
           05  FILLER                     PIC X(007) VALUE SPACES.
           05  WS-R-QTY                   PIC ZZZZ9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-UNIT                  PIC X(010).

       01  WS-SHORT-LINE.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-S-ID                    PIC 9(003).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-S-NAME                  PIC X(030).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-S-NEED                  PIC ZZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-S-ONHAND                PIC ZZZZZZ9.

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "OPERATOR-ID.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               DISPLAY MODULE-NAME-PREPPROD
               DISPLAY PREP-MENU-OPTION1
               DISPLAY PREP-MENU-OPTION2
               DISPLAY PREP-MENU-OPTION3
               DISPLAY PREP-MENU-OPTION4
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-PREPARED
                   WHEN 2
                       PERFORM POST-PRODUCTION
                   WHEN 3
                       PERFORM LIST-PREPARED
                   WHEN 4
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
                       ACCEPT WS-ANY-KEY
               END-EVALUATE
           END-PERFORM
           GOBACK.

       OPEN-PREPRCP-IO.
           OPEN I-O PREPRCP-FILE
           IF WS-PREPRCP-NOT-FOUND
               CLOSE PREPRCP-FILE
               OPEN OUTPUT PREPRCP-FILE
               CLOSE PREPRCP-FILE
               OPEN I-O PREPRCP-FILE
           END-IF.

       OPEN-PRODRUN-IO.
           OPEN I-O PRODRUN-FILE
           IF WS-PRODRUN-NOT-FOUND
               CLOSE PRODRUN-FILE
               OPEN OUTPUT PRODRUN-FILE
               CLOSE PRODRUN-FILE
               OPEN I-O PRODRUN-FILE
           END-IF.

      ******************************************************************
      * SET-UP OF ONE INGREDIENT: THE PREPARED FLAG, BATCH YIELD AND
      * SHELF LIFE ON THE MASTER (AUDITED), THEN ITS SUB-RECIPE LINES.
      * TURNING THE FLAG OFF KEEPS THE SUB-RECIPE ON FILE BUT IT IS NO
      * LONGER USED - THE INGREDIENT IS ORDERED FROM ITS SUPPLIER AGAIN.
      ******************************************************************
       MAINTAIN-PREPARED.
           OPEN I-O INGREDS-FILE
           IF NOT WS-INGREDS-OK
               DISPLAY ERROR-INGREDS-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               PERFORM OPEN-PREPRCP-IO
               IF NOT WS-PREPRCP-OK
                   DISPLAY ERROR-PREPFILE-OPEN
                   ACCEPT WS-ANY-KEY
               ELSE
                   DISPLAY PREP-ING-PROMPT
                   ACCEPT WS-IN-PREP
                   MOVE WS-IN-PREP TO ING-ID
                   READ INGREDS-FILE
                   IF NOT WS-INGREDS-OK OR NOT ING-IS-ACTIVE
                       DISPLAY ERROR-INGREDID-NO
                       ACCEPT WS-ANY-KEY
                   ELSE
                       PERFORM SET-PREPARED-FIELDS
                       IF ING-IS-PREPARED
                           PERFORM KEY-SUB-RECIPE
                       ELSE
                           DISPLAY PREP-NOW-BOUGHT
                           ACCEPT WS-ANY-KEY
                       END-IF
                   END-IF
               END-IF
               CLOSE PREPRCP-FILE
           END-IF
           CLOSE INGREDS-FILE.

       SET-PREPARED-FIELDS.
           IF ING-BATCH-YIELD NOT NUMERIC
               MOVE 0 TO ING-BATCH-YIELD
           END-IF
           IF ING-SHELF-DAYS NOT NUMERIC
               MOVE 0 TO ING-SHELF-DAYS
           END-IF
           IF NOT ING-IS-PREPARED
               MOVE "N" TO ING-PREP-FLAG
           END-IF
           MOVE ING-PREP-FLAG TO WS-OLD-FLAG
           MOVE ING-BATCH-YIELD TO WS-OLD-YIELD
           MOVE ING-SHELF-DAYS TO WS-OLD-SHELF
           DISPLAY MANUALLY-ADD-NAME ING-NAME
           DISPLAY MANUALLY-ADD-UN-SUPP ING-UN-SUPP
           DISPLAY PREP-CURRENT-SETUP ING-PREP-FLAG " / "
               ING-BATCH-YIELD " / " ING-SHELF-DAYS

           DISPLAY PREP-FLAG-PROMPT
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
               MOVE "Y" TO ING-PREP-FLAG
               DISPLAY PREP-YIELD-PROMPT
               ACCEPT WS-IN-VALUE
               PERFORM UNTIL WS-IN-VALUE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-IN-VALUE) = 0
                       AND FUNCTION NUMVAL(WS-IN-VALUE) >= 1
                       AND FUNCTION NUMVAL(WS-IN-VALUE) <= 99999
                   DISPLAY ERROR-PREP-YIELD
                   DISPLAY PREP-YIELD-PROMPT
                   ACCEPT WS-IN-VALUE
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-IN-VALUE) TO ING-BATCH-YIELD
               DISPLAY PREP-SHELF-PROMPT
               ACCEPT WS-IN-VALUE
               PERFORM UNTIL WS-IN-VALUE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-IN-VALUE) = 0
                       AND FUNCTION NUMVAL(WS-IN-VALUE) >= 0
                       AND FUNCTION NUMVAL(WS-IN-VALUE) <= 999
                   DISPLAY ERROR-PREP-SHELF
                   DISPLAY PREP-SHELF-PROMPT
                   ACCEPT WS-IN-VALUE
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-IN-VALUE) TO ING-SHELF-DAYS
           ELSE
               MOVE "N" TO ING-PREP-FLAG
           END-IF

           IF ING-PREP-FLAG NOT = WS-OLD-FLAG
                   OR ING-BATCH-YIELD NOT = WS-OLD-YIELD
                   OR ING-SHELF-DAYS NOT = WS-OLD-SHELF
               REWRITE INGRED-RECORD
               MOVE "EDIT" TO WS-AUD-ACTION
               IF ING-PREP-FLAG NOT = WS-OLD-FLAG
                   MOVE "PREPARED" TO WS-AUD-FIELD
                   MOVE WS-OLD-FLAG TO WS-AUD-BEFORE
                   MOVE ING-PREP-FLAG TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               END-IF
               IF ING-BATCH-YIELD NOT = WS-OLD-YIELD
                   MOVE "BATCH-YIELD" TO WS-AUD-FIELD
                   MOVE WS-OLD-YIELD TO WS-AUD-BEFORE
                   MOVE ING-BATCH-YIELD TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               END-IF
               IF ING-SHELF-DAYS NOT = WS-OLD-SHELF
                   MOVE "SHELF-DAYS" TO WS-AUD-FIELD
                   MOVE WS-OLD-SHELF TO WS-AUD-BEFORE
                   MOVE ING-SHELF-DAYS TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               END-IF
               DISPLAY PREP-SETUP-SAVED
           END-IF.

      ******************************************************************
      * RAW INGREDIENTS ARE KEYED UNTIL ID ZERO. A RAW INGREDIENT
      * ALREADY ON THE SUB-RECIPE GETS ITS NEW QUANTITY; ZERO TAKES IT
      * OFF. EVERY CHANGE GOES TO THE AUDIT LOG UNDER THE PREPARED ID.
      ******************************************************************
       KEY-SUB-RECIPE.
           PERFORM SHOW-SUB-RECIPE
           DISPLAY PREP-RAW-PROMPT
           ACCEPT WS-IN-RAW
           PERFORM UNTIL WS-IN-RAW = 0
               PERFORM KEY-ONE-RAW-LINE
               DISPLAY PREP-RAW-PROMPT
               ACCEPT WS-IN-RAW
           END-PERFORM
           PERFORM SHOW-SUB-RECIPE
           ACCEPT WS-ANY-KEY.

       SHOW-SUB-RECIPE.
           MOVE "N" TO WS-LINE-FOUND
           MOVE WS-IN-PREP TO PRP-PREP-ID
           MOVE 0 TO PRP-RAW-ID
           START PREPRCP-FILE KEY IS NOT LESS THAN PRP-KEY
           IF WS-PREPRCP-OK
               READ PREPRCP-FILE NEXT RECORD
               PERFORM UNTIL WS-PREPRCP-EOF
                       OR PRP-PREP-ID NOT = WS-IN-PREP
                   IF WS-LINE-FOUND = "N"
                       DISPLAY PREP-RECIPE-HEADER
                       MOVE "Y" TO WS-LINE-FOUND
                   END-IF
                   PERFORM SHOW-ONE-RECIPE-LINE
                   READ PREPRCP-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-LINE-FOUND = "N"
               DISPLAY PREP-RECIPE-EMPTY
           END-IF.

       SHOW-ONE-RECIPE-LINE.
           MOVE PRP-RAW-ID TO WS-R-ID
           MOVE PRP-QTY-PER-BATCH TO WS-R-QTY
           MOVE PRP-RAW-ID TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE ING-NAME TO WS-R-NAME
               MOVE ING-UN-SUPP TO WS-R-UNIT
           ELSE
               MOVE SPACES TO WS-R-NAME WS-R-UNIT
           END-IF
           DISPLAY WS-RECIPE-LINE.

       KEY-ONE-RAW-LINE.
           IF WS-IN-RAW = WS-IN-PREP
               DISPLAY ERROR-PREP-SELF
           ELSE
               MOVE WS-IN-RAW TO ING-ID
               READ INGREDS-FILE
               IF NOT WS-INGREDS-OK OR NOT ING-IS-ACTIVE
                   DISPLAY ERROR-INGREDID-NO
               ELSE
                   DISPLAY MANUALLY-ADD-NAME ING-NAME
                   DISPLAY MANUALLY-ADD-UN-SUPP ING-UN-SUPP
                   MOVE WS-IN-PREP TO PRP-PREP-ID
                   MOVE WS-IN-RAW TO PRP-RAW-ID
                   READ PREPRCP-FILE
                   IF WS-PREPRCP-OK
                       MOVE "Y" TO WS-LINE-FOUND
                       MOVE PRP-QTY-PER-BATCH TO WS-EDIT-RAW-QTY
                       MOVE WS-EDIT-RAW-QTY TO WS-AUD-BEFORE
                   ELSE
                       MOVE "N" TO WS-LINE-FOUND
                       MOVE SPACES TO WS-AUD-BEFORE
                   END-IF
                   DISPLAY PREP-RAW-QTY-PROMPT
                   ACCEPT WS-IN-VALUE
                   PERFORM UNTIL WS-IN-VALUE NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-IN-VALUE) = 0
                           AND FUNCTION NUMVAL(WS-IN-VALUE) >= 0
                           AND FUNCTION NUMVAL(WS-IN-VALUE) < 100000
                       DISPLAY ERROR-PREP-RAW-QTY
                       DISPLAY PREP-RAW-QTY-PROMPT
                       ACCEPT WS-IN-VALUE
                   END-PERFORM
                   COMPUTE WS-RAW-QTY = FUNCTION NUMVAL(WS-IN-VALUE)
                   PERFORM SAVE-RAW-LINE
               END-IF
           END-IF.

       SAVE-RAW-LINE.
           MOVE "RECIPE" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-FIELD
           STRING "RAW INGREDIENT " DELIMITED BY SIZE
               WS-IN-RAW DELIMITED BY SIZE
               INTO WS-AUD-FIELD
           MOVE WS-RAW-QTY TO WS-EDIT-RAW-QTY
           MOVE WS-EDIT-RAW-QTY TO WS-AUD-AFTER
           IF WS-RAW-QTY = 0
               IF WS-LINE-FOUND = "Y"
                   DELETE PREPRCP-FILE RECORD
                   MOVE SPACES TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION WS-IN-PREP
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
                   DISPLAY PREP-LINE-REMOVED
               END-IF
           ELSE
               MOVE WS-RAW-QTY TO PRP-QTY-PER-BATCH
               IF WS-LINE-FOUND = "Y"
                   REWRITE PREPRCP-RECORD
               ELSE
                   WRITE PREPRCP-RECORD
               END-IF
               CALL "AUDITLOG" USING WS-AUD-ACTION WS-IN-PREP
                   WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               DISPLAY PREP-LINE-SAVED
           END-IF.

      ******************************************************************
      * THE SUB-RECIPE FILE LEADS WITH THE PREPARED INGREDIENT, SO ONE
      * PASS GIVES EVERY PREPARED INGREDIENT WITH ITS RAW LINES. LINES
      * LEFT BEHIND BY AN INGREDIENT NO LONGER PREPARED ARE SKIPPED.
      ******************************************************************
       LIST-PREPARED.
           MOVE 0 TO WS-PREP-CT
           MOVE 0 TO WS-LAST-PREP
           OPEN INPUT INGREDS-FILE
           OPEN INPUT PREPRCP-FILE
           IF NOT WS-INGREDS-OK OR NOT WS-PREPRCP-OK
               DISPLAY PREP-LIST-EMPTY
           ELSE
               READ PREPRCP-FILE NEXT RECORD
               PERFORM UNTIL WS-PREPRCP-EOF
                   IF PRP-PREP-ID NOT = WS-LAST-PREP
                       MOVE PRP-PREP-ID TO WS-LAST-PREP
                       PERFORM SHOW-PREPARED-HEADING
                   END-IF
                   IF WS-LINE-FOUND = "Y"
                       DISPLAY PREP-LIST-TAG WITH NO ADVANCING
                       PERFORM SHOW-ONE-RECIPE-LINE
                   END-IF
                   READ PREPRCP-FILE NEXT RECORD
               END-PERFORM
               IF WS-PREP-CT = 0
                   DISPLAY PREP-LIST-EMPTY
               ELSE
                   DISPLAY PREP-LIST-COUNT WS-PREP-CT
               END-IF
           END-IF
           CLOSE PREPRCP-FILE
           CLOSE INGREDS-FILE
           ACCEPT WS-ANY-KEY.

       SHOW-PREPARED-HEADING.
           MOVE "N" TO WS-LINE-FOUND
           MOVE PRP-PREP-ID TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK AND ING-IS-ACTIVE AND ING-IS-PREPARED
               MOVE "Y" TO WS-LINE-FOUND
               ADD 1 TO WS-PREP-CT
               IF ING-BATCH-YIELD NOT NUMERIC
                   MOVE 0 TO ING-BATCH-YIELD
               END-IF
               IF ING-SHELF-DAYS NOT NUMERIC
                   MOVE 0 TO ING-SHELF-DAYS
               END-IF
               DISPLAY " "
               DISPLAY ING-ID SPACE ING-NAME SPACE ING-UN-SUPP
               DISPLAY PREP-CURRENT-SETUP ING-PREP-FLAG " / "
                   ING-BATCH-YIELD " / " ING-SHELF-DAYS
               DISPLAY PREP-RECIPE-HEADER
           END-IF.

      ******************************************************************
      * ONE PRODUCTION RUN OF ONE PREPARED INGREDIENT: A NUMBER OF
      * BATCHES MADE AT ONE LOCATION. EACH RAW QUANTITY IS THE
      * PER-BATCH QUANTITY TIMES THE BATCHES, ROUNDED TO WHOLE STOCK
      * UNITS; NOTHING IS POSTED UNLESS THE BOOK COVERS ALL OF THEM.
      ******************************************************************
       POST-PRODUCTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O INGREDS-FILE
           IF NOT WS-INGREDS-OK
               DISPLAY ERROR-INGREDS-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               OPEN INPUT PREPRCP-FILE
               PERFORM OPEN-PRODRUN-IO
               IF NOT WS-PREPRCP-OK OR NOT WS-PRODRUN-OK
                   DISPLAY ERROR-PREPFILE-OPEN
                   ACCEPT WS-ANY-KEY
               ELSE
                   PERFORM KEY-ONE-RUN
               END-IF
               CLOSE PREPRCP-FILE
               CLOSE PRODRUN-FILE
           END-IF
           CLOSE INGREDS-FILE.

       KEY-ONE-RUN.
           DISPLAY PREP-ING-PROMPT
           ACCEPT WS-IN-PREP
           MOVE WS-IN-PREP TO ING-ID
           READ INGREDS-FILE
           IF NOT WS-INGREDS-OK OR NOT ING-IS-ACTIVE
               DISPLAY ERROR-INGREDID-NO
               ACCEPT WS-ANY-KEY
           ELSE
               IF NOT ING-IS-PREPARED OR ING-BATCH-YIELD NOT NUMERIC
                       OR ING-BATCH-YIELD = 0
                   DISPLAY ERROR-PREP-NOT-PREPARED
                   ACCEPT WS-ANY-KEY
               ELSE
                   MOVE ING-NAME TO WS-PREP-NAME
                   MOVE ING-UN-SUPP TO WS-PREP-UNIT
                   MOVE ING-BATCH-YIELD TO WS-PREP-YIELD
                   MOVE 0 TO WS-PREP-SHELF
                   IF ING-SHELF-DAYS NUMERIC
                       MOVE ING-SHELF-DAYS TO WS-PREP-SHELF
                   END-IF
                   DISPLAY MANUALLY-ADD-NAME WS-PREP-NAME
                   PERFORM LOAD-BATCH-RECIPE
                   IF WS-RCP-CT = 0
                       DISPLAY PREP-NO-RECIPE
                       ACCEPT WS-ANY-KEY
                   ELSE
                       PERFORM SHOW-SUB-RECIPE
                       PERFORM KEY-RUN-DETAILS
                   END-IF
               END-IF
           END-IF.

       LOAD-BATCH-RECIPE.
           MOVE 0 TO WS-RCP-CT
           MOVE WS-IN-PREP TO PRP-PREP-ID
           MOVE 0 TO PRP-RAW-ID
           START PREPRCP-FILE KEY IS NOT LESS THAN PRP-KEY
           IF WS-PREPRCP-OK
               READ PREPRCP-FILE NEXT RECORD
               PERFORM UNTIL WS-PREPRCP-EOF
                       OR PRP-PREP-ID NOT = WS-IN-PREP
                       OR WS-RCP-CT >= 50
                   ADD 1 TO WS-RCP-CT
                   MOVE PRP-RAW-ID TO WS-RCP-ID(WS-RCP-CT)
                   MOVE PRP-QTY-PER-BATCH
                       TO WS-RCP-PER-BATCH(WS-RCP-CT)
                   MOVE 0 TO WS-RCP-NEED(WS-RCP-CT)
                   READ PREPRCP-FILE NEXT RECORD
               END-PERFORM
           END-IF.

       KEY-RUN-DETAILS.
           DISPLAY PREP-BATCHES-PROMPT
           ACCEPT WS-IN-BATCHES
           IF WS-IN-BATCHES = 0
               DISPLAY MESSAGE-PREP-CANCELLED
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE WS-IN-PREP TO ING-ID
               READ INGREDS-FILE
               COMPUTE WS-NEW-STOCK = ING-INVENTORY +
                   WS-PREP-YIELD * WS-IN-BATCHES
                   ON SIZE ERROR
                       MOVE 999999 TO WS-NEW-STOCK
               END-COMPUTE
               IF WS-NEW-STOCK > 99999
                   DISPLAY ERROR-PREP-TOO-BIG
                   ACCEPT WS-ANY-KEY
               ELSE
                   COMPUTE WS-YIELD-QTY = WS-PREP-YIELD * WS-IN-BATCHES
                   PERFORM GET-RUN-LOCATION
                   PERFORM GET-RUN-EXPIRY
                   PERFORM CHECK-RAW-STOCK
                   IF WS-ANY-SHORT = "Y"
                       DISPLAY PREP-SHORT-REFUSED
                       ACCEPT WS-ANY-KEY
                   ELSE
                       PERFORM CONFIRM-AND-POST-RUN
                   END-IF
               END-IF
           END-IF.

       GET-RUN-LOCATION.
           DISPLAY PREP-LOC-PROMPT
           ACCEPT WS-IN-LOC
           MOVE FUNCTION UPPER-CASE(WS-IN-LOC) TO WS-IN-LOC
           PERFORM UNTIL WS-IN-LOC NOT = SPACES
                   AND WS-IN-LOC NOT = LOCATION-ALL
               DISPLAY ERROR-LOCATION
               DISPLAY PREP-LOC-PROMPT
               ACCEPT WS-IN-LOC
               MOVE FUNCTION UPPER-CASE(WS-IN-LOC) TO WS-IN-LOC
           END-PERFORM.

      ******************************************************************
      * ZERO TAKES TODAY PLUS THE SHELF LIFE; WITH NO SHELF LIFE SET
      * THE DATE MUST BE KEYED.
      ******************************************************************
       GET-RUN-EXPIRY.
           MOVE 0 TO WS-DEFAULT-EXPIRY
           IF WS-PREP-SHELF > 0
               COMPUTE WS-DEFAULT-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-PREP-SHELF)
           END-IF
           DISPLAY PREP-EXPIRY-PROMPT
           ACCEPT WS-IN-EXPIRY
           IF WS-IN-EXPIRY = 0
               MOVE WS-DEFAULT-EXPIRY TO WS-IN-EXPIRY
           END-IF
           PERFORM UNTIL WS-IN-EXP-CC >= 1900
                   AND WS-IN-EXP-MM >= 1 AND WS-IN-EXP-MM <= 12
                   AND WS-IN-EXP-DD >= 1 AND WS-IN-EXP-DD <= 31
                   AND WS-IN-EXPIRY >= WS-TODAY
               DISPLAY ERROR-PREP-EXPIRY
               DISPLAY PREP-EXPIRY-PROMPT
               ACCEPT WS-IN-EXPIRY
               IF WS-IN-EXPIRY = 0
                   MOVE WS-DEFAULT-EXPIRY TO WS-IN-EXPIRY
               END-IF
           END-PERFORM.

      ******************************************************************
      * EVERY RAW LINE IS PRICED AT THE RAW INGREDIENT'S UNIT COST, AND
      * EVERY ONE THE BOOK CANNOT COVER IS LISTED.
      ******************************************************************
       CHECK-RAW-STOCK.
           MOVE "N" TO WS-ANY-SHORT
           MOVE 0 TO WS-BATCH-COST
           PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                   UNTIL WS-RCP-IX > WS-RCP-CT
               PERFORM CHECK-ONE-RAW
           END-PERFORM.

       CHECK-ONE-RAW.
           MOVE WS-RCP-ID(WS-RCP-IX) TO ING-ID
           READ INGREDS-FILE
           COMPUTE WS-RCP-NEED(WS-RCP-IX) ROUNDED =
               WS-RCP-PER-BATCH(WS-RCP-IX) * WS-IN-BATCHES
               ON SIZE ERROR
                   MOVE 99999 TO WS-RCP-NEED(WS-RCP-IX)
           END-COMPUTE
           IF NOT WS-INGREDS-OK
               MOVE 0 TO ING-INVENTORY ING-UNIT-COST
               MOVE SPACES TO ING-NAME
           END-IF
           IF WS-RCP-NEED(WS-RCP-IX) > ING-INVENTORY
               IF WS-ANY-SHORT = "N"
                   DISPLAY PREP-SHORT-HEADER
                   DISPLAY PREP-SHORT-COLUMNS
                   MOVE "Y" TO WS-ANY-SHORT
               END-IF
               MOVE WS-RCP-ID(WS-RCP-IX) TO WS-S-ID
               MOVE ING-NAME TO WS-S-NAME
               MOVE WS-RCP-NEED(WS-RCP-IX) TO WS-S-NEED
               MOVE ING-INVENTORY TO WS-S-ONHAND
               DISPLAY WS-SHORT-LINE
           END-IF
           COMPUTE WS-BATCH-COST = WS-BATCH-COST +
               WS-RCP-NEED(WS-RCP-IX) * ING-UNIT-COST
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-BATCH-COST
           END-COMPUTE.

       CONFIRM-AND-POST-RUN.
           COMPUTE WS-LOT-UNIT-COST ROUNDED =
               WS-BATCH-COST / WS-YIELD-QTY
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LOT-UNIT-COST
           END-COMPUTE
           MOVE WS-YIELD-QTY TO WS-EDIT-QTY
           DISPLAY PREP-SUMMARY-YIELD WS-EDIT-QTY SPACE WS-PREP-UNIT
           MOVE WS-BATCH-COST TO WS-EDIT-BATCH-COST
           DISPLAY PREP-SUMMARY-COST WS-EDIT-BATCH-COST
           MOVE WS-LOT-UNIT-COST TO WS-EDIT-COST
           DISPLAY PREP-SUMMARY-UNIT WS-EDIT-COST
           DISPLAY MESSAGE-PREP-POST
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
               PERFORM FIND-NEXT-BATCH-NO
               MOVE SPACES TO WS-LTH-LOT-NUMBER
               STRING PREP-LOT-PREFIX DELIMITED BY SIZE
                   WS-BATCH-NO DELIMITED BY SIZE
                   INTO WS-LTH-LOT-NUMBER
               MOVE SPACES TO WS-MOV-REASON
               STRING PREP-MOVE-REASON DELIMITED BY SIZE
                   WS-BATCH-NO DELIMITED BY SIZE
                   INTO WS-MOV-REASON
               PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                       UNTIL WS-RCP-IX > WS-RCP-CT
                   IF WS-RCP-NEED(WS-RCP-IX) > 0
                       PERFORM POST-ONE-RAW
                   END-IF
               END-PERFORM
               PERFORM POST-PREPARED-YIELD
               PERFORM WRITE-PRODUCTION-RUN
               DISPLAY PREP-POSTED-MSG WS-BATCH-NO " / "
                   WS-LTH-LOT-NUMBER
           ELSE
               DISPLAY MESSAGE-PREP-CANCELLED
           END-IF
           ACCEPT WS-ANY-KEY.

       FIND-NEXT-BATCH-NO.
           MOVE 0 TO WS-BATCH-NO
           MOVE 0 TO PRD-BATCH-NO
           START PRODRUN-FILE KEY IS NOT LESS THAN PRD-BATCH-NO
           IF WS-PRODRUN-OK
               READ PRODRUN-FILE NEXT RECORD
               PERFORM UNTIL WS-PRODRUN-EOF
                   IF PRD-BATCH-NO > WS-BATCH-NO
                       MOVE PRD-BATCH-NO TO WS-BATCH-NO
                   END-IF
                   READ PRODRUN-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-BATCH-NO.

      ******************************************************************
      * A RAW INGREDIENT GOES OUT AS PRODUCTION: OFF THE MASTER
      * (AUDITED), A TYPE P LEDGER MOVEMENT NAMING THE BATCH, OFF THE
      * LOTS CLOSEST TO EXPIRY (THE LOT HISTORY NAMING THE BATCH TOO)
      * AND OFF THE LOCATION THAT MADE IT.
      ******************************************************************
       POST-ONE-RAW.
           MOVE WS-RCP-ID(WS-RCP-IX) TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE "PRODUCTION" TO WS-AUD-ACTION
               MOVE "INVENTORY" TO WS-AUD-FIELD
               MOVE ING-INVENTORY TO WS-AUD-BEFORE
               SUBTRACT WS-RCP-NEED(WS-RCP-IX) FROM ING-INVENTORY
               MOVE ING-INVENTORY TO WS-AUD-AFTER
               REWRITE INGRED-RECORD
               CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                   WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               MOVE "P" TO WS-MOV-TYPE
               MOVE "-" TO WS-MOV-SIGN
               MOVE WS-RCP-NEED(WS-RCP-IX) TO WS-MOV-QTY
               MOVE ING-INVENTORY TO WS-MOV-BALANCE
               MOVE WS-IN-LOC TO WS-MOV-LOC
               CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                   WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                   WS-MOV-REASON-CODE WS-MOV-LOC
               MOVE "P" TO WS-LTH-SOURCE
               MOVE 0 TO WS-LTH-BUS-DATE
               MOVE WS-RCP-NEED(WS-RCP-IX) TO WS-LTH-QTY
               CALL "LOTUSE" USING ING-ID WS-LTH-QTY
                   WS-LTH-SOURCE WS-LTH-BUS-DATE WS-BATCH-NO
               MOVE "-" TO WS-LOC-SIGN
               CALL "LOCPOST" USING ING-ID WS-IN-LOC
                   WS-LOC-SIGN WS-LTH-QTY
           END-IF.

      ******************************************************************
      * THE YIELD COMES IN AS A NEW LOT AT THE MAKING LOCATION. THE
      * LOTS CARRY NO COST, SO THE MASTER UNIT COST IS RE-AVERAGED:
      * (STOCK ON HAND X OLD COST + COST OF THE BATCH) / NEW STOCK.
      ******************************************************************
       POST-PREPARED-YIELD.
           MOVE WS-IN-PREP TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE "PRODUCTION" TO WS-AUD-ACTION
               MOVE "UNIT-COST" TO WS-AUD-FIELD
               MOVE ING-UNIT-COST TO WS-EDIT-COST
               MOVE WS-EDIT-COST TO WS-AUD-BEFORE
               COMPUTE ING-UNIT-COST ROUNDED =
                   (ING-INVENTORY * ING-UNIT-COST + WS-BATCH-COST)
                   / (ING-INVENTORY + WS-YIELD-QTY)
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               MOVE ING-UNIT-COST TO WS-EDIT-COST
               MOVE WS-EDIT-COST TO WS-AUD-AFTER
               IF WS-AUD-AFTER NOT = WS-AUD-BEFORE
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               END-IF
               MOVE "INVENTORY" TO WS-AUD-FIELD
               MOVE ING-INVENTORY TO WS-AUD-BEFORE
               ADD WS-YIELD-QTY TO ING-INVENTORY
               MOVE ING-INVENTORY TO WS-AUD-AFTER
               REWRITE INGRED-RECORD
               CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                   WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               MOVE "P" TO WS-MOV-TYPE
               MOVE "+" TO WS-MOV-SIGN
               MOVE WS-YIELD-QTY TO WS-MOV-QTY
               MOVE ING-INVENTORY TO WS-MOV-BALANCE
               MOVE WS-IN-LOC TO WS-MOV-LOC
               CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                   WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                   WS-MOV-REASON-CODE WS-MOV-LOC
               MOVE 0 TO WS-LTH-PO
               MOVE 0 TO WS-LTH-SUPP
               CALL "LOTPOST" USING ING-ID WS-LTH-LOT-NUMBER
                   WS-IN-EXPIRY WS-YIELD-QTY WS-LTH-PO WS-LTH-SUPP
                   WS-IN-LOC
               MOVE "+" TO WS-LOC-SIGN
               CALL "LOCPOST" USING ING-ID WS-IN-LOC
                   WS-LOC-SIGN WS-YIELD-QTY
           END-IF.

       WRITE-PRODUCTION-RUN.
           MOVE WS-BATCH-NO TO PRD-BATCH-NO
           MOVE WS-IN-PREP TO PRD-PREP-ID
           MOVE WS-TODAY TO PRD-DATE
           MOVE WS-IN-BATCHES TO PRD-BATCHES
           MOVE WS-YIELD-QTY TO PRD-YIELD-QTY
           MOVE WS-LTH-LOT-NUMBER TO PRD-LOT-NUMBER
           MOVE WS-IN-EXPIRY TO PRD-EXPIRY-DATE
           MOVE WS-IN-LOC TO PRD-LOC-CODE
           MOVE WS-BATCH-COST TO PRD-BATCH-COST
           MOVE WS-LOT-UNIT-COST TO PRD-UNIT-COST
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO PRD-OPERATOR
           ELSE
               MOVE WS-OPERATOR-ID TO PRD-OPERATOR
           END-IF
           WRITE PRODRUN-RECORD.
