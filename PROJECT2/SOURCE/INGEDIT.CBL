      *         CARRY THEIR DECIMAL POINT
      *     V11 | EM ATUALIZACAO | 02.09.2026 | EDIT THE ORDER POLICY
      *         (COVERAGE DAYS / PACK SIZE)
      *     V12 | EM ATUALIZACAO | 15.10.2026 | EDIT THE ALLERGEN
      *         DECLARATION - ONE AUDIT RECORD PER FLAG CHANGED
      *     V13 | EM ATUALIZACAO | 15.10.2026 | MANUAL RECEIPTS AND
      *         USAGE/LOSS ARE LOGGED TO THE LOT HISTORY (RECEIPTS
      *         UNDER THE INGREDIENT'S SUPPLIER, NO PO)
      *     V14 | EM ATUALIZACAO | 15.10.2026 | A LOSS NEEDS A LOSS
      *         REASON CODE (RSNPICK) AND RECORDS WHERE IT HAPPENED WHEN
      *         KNOWN (TAKEN OFF THAT LOCATION) - BOTH CARRIED ON THE
      *         LEDGER MOVEMENT
      *     V15 | EM ATUALIZACAO | 15.10.2026 | MANUAL USAGE NEEDS A
      *         REASON CODE TOO (KUSE FOR KITCHEN USAGE), SO NO STOCK
      *         GOES DOWN BY HAND UNCODED; LOTUSE TAKES A REFERENCE
      *         NUMBER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGEDIT.
           05  WS-IN-EXP-DD               PIC 9(002).
       01  WS-EDIT-COST                   PIC ZZZZ9.99.
       01  WS-EDIT-FACTOR                 PIC ZZ9.999.
       01  WS-IN-ALG                      PIC X(001).
       01  WS-OLD-ALLERGENS               PIC X(014).
       01  WS-OLD-ALLERGEN-TABLE REDEFINES WS-OLD-ALLERGENS.
           05  WS-OLD-ALG-FLAG            PIC X(001) OCCURS 14 TIMES.

           COPY "OPERATOR-ID.cpy".
           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "ALLERGENS.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

       PROCEDURE DIVISION.
                   DISPLAY EDIT11
                   DISPLAY EDIT12
                   DISPLAY EDIT13
                   DISPLAY EDIT14
                   DISPLAY CHOOSE
                   ACCEPT WS-FIELD-CHOICE
                   EVALUATE WS-FIELD-CHOICE
                           PERFORM EDIT-COST-CONVERSION
                       WHEN 13
                           PERFORM EDIT-ORDER-POLICY
                       WHEN 14
                           PERFORM EDIT-ALLERGENS
                       WHEN OTHER
                           DISPLAY ADD-INGREDS-MENU-ERROR
                           ACCEPT WS-ANY-KEY
           DISPLAY MESSAGE-MOVE-REASON
           ACCEPT WS-IN-REASON

           MOVE SPACES TO WS-MOV-REASON-CODE WS-MOV-LOC
           IF WS-IN-MOVE NOT = "R"
               CALL "RSNPICK" USING WS-MOV-REASON-CODE
               IF WS-MOV-REASON-CODE NOT = SPACES
                   PERFORM GET-LOSS-LOCATION
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-MOVE NOT = "R" AND WS-MOV-REASON-CODE = SPACES
                   DISPLAY MESSAGE-LOSS-NO-CODE
                   ACCEPT WS-ANY-KEY
               WHEN WS-IN-MOVE NOT = "R"
                       AND WS-IN-QTY > ING-INVENTORY
                   DISPLAY ERROR-INVENTORY-USAGE
                   ACCEPT WS-ANY-KEY
               WHEN OTHER
                   MOVE "INVENTORY" TO WS-AUD-FIELD
                   MOVE ING-INVENTORY TO WS-AUD-BEFORE
                   IF WS-IN-MOVE = "R"
                       ADD WS-IN-QTY TO ING-INVENTORY
                   ELSE
                       SUBTRACT WS-IN-QTY FROM ING-INVENTORY
                   END-IF
                   MOVE ING-INVENTORY TO WS-AUD-AFTER
                   PERFORM CONFIRM-AND-REWRITE
                   IF SAVE-IT-YES
                       PERFORM WRITE-MOVEMENT-RECORD
                       IF WS-MOV-LOC NOT = SPACES
                           CALL "LOCPOST" USING ING-ID WS-MOV-LOC
                               WS-MOV-SIGN WS-IN-QTY
                       END-IF
                       IF WS-IN-MOVE = "R"
                           PERFORM GET-LOT-AND-EXPIRY
                           MOVE 0 TO WS-LTH-PO
                           MOVE ING-SUPP-ID TO WS-LTH-SUPP
                           MOVE SPACES TO WS-LTH-LOC
                           CALL "LOTPOST" USING ING-ID WS-IN-LOT
                               WS-IN-EXPIRY WS-IN-QTY WS-LTH-PO
                               WS-LTH-SUPP WS-LTH-LOC
                       ELSE
                           MOVE 0 TO WS-LTH-BUS-DATE
                           CALL "LOTUSE" USING ING-ID WS-IN-QTY
                               WS-IN-MOVE WS-LTH-BUS-DATE WS-LTH-NO-REF
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THERE IS NO LOCATION MASTER - ANY CODE BUT ALL IS TAKEN, AS THE
      * TRANSFER AND RECEIVING SCREENS DO. USAGE OR A LOSS AT A KNOWN
      * LOCATION COMES OFF THAT LOCATION'S STOCK AS WELL AS THE MASTER.
      ******************************************************************
       GET-LOSS-LOCATION.
           DISPLAY LOSS-LOC-PROMPT
           ACCEPT WS-MOV-LOC
           MOVE FUNCTION UPPER-CASE(WS-MOV-LOC) TO WS-MOV-LOC
           PERFORM UNTIL WS-MOV-LOC NOT = LOCATION-ALL
               DISPLAY ERROR-LOSS-LOC
               DISPLAY LOSS-LOC-PROMPT
               ACCEPT WS-MOV-LOC
               MOVE FUNCTION UPPER-CASE(WS-MOV-LOC) TO WS-MOV-LOC
           END-PERFORM.

       GET-LOT-AND-EXPIRY.
           DISPLAY LOT-NUMBER-PROMPT
           MOVE ING-INVENTORY TO WS-MOV-BALANCE
           MOVE WS-IN-REASON TO WS-MOV-REASON
           CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
               WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
               WS-MOV-REASON-CODE WS-MOV-LOC.

       EDIT-SUPPLIER-ID.
           OPEN INPUT SUPPLIER-FILE
           MOVE ING-PACK-SIZE TO WS-AUD-AFTER
           PERFORM CONFIRM-AND-REWRITE.

      ******************************************************************
      * EACH ALLERGEN IS SHOWN WITH ITS CURRENT ANSWER; ENTER KEEPS IT.
      * A FLAG NEVER DECLARED HAS NO ANSWER TO KEEP, SO IT MUST BE
      * ANSWERED. EVERY FLAG THAT CHANGED GETS ITS OWN AUDIT RECORD.
      ******************************************************************
       EDIT-ALLERGENS.
           MOVE ING-ALLERGENS TO WS-OLD-ALLERGENS
           DISPLAY ALG-EDIT-HELP
           PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                   UNTIL WS-ALG-IX > WS-ALG-COUNT
               PERFORM EDIT-ONE-ALLERGEN
           END-PERFORM

           DISPLAY MESSAGE-SAVE
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
               REWRITE INGRED-RECORD
               DISPLAY MESSAGE-WRITE-YES
               MOVE "EDIT" TO WS-AUD-ACTION
               PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                       UNTIL WS-ALG-IX > WS-ALG-COUNT
                   IF WS-OLD-ALG-FLAG(WS-ALG-IX)
                           NOT = ING-ALG-FLAG(WS-ALG-IX)
                       MOVE SPACES TO WS-AUD-FIELD
                       STRING ALG-AUD-TAG DELIMITED BY SIZE
                           WS-ALG-NAME(WS-ALG-IX) DELIMITED BY SIZE
                           INTO WS-AUD-FIELD
                       MOVE WS-OLD-ALG-FLAG(WS-ALG-IX) TO WS-AUD-BEFORE
                       MOVE ING-ALG-FLAG(WS-ALG-IX) TO WS-AUD-AFTER
                       CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                           WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-OLD-ALLERGENS TO ING-ALLERGENS
               DISPLAY MESSAGE-WRITE-NO
           END-IF.

       EDIT-ONE-ALLERGEN.
           DISPLAY ALG-ASK-PROMPT WS-ALG-NAME(WS-ALG-IX) ALG-ASK-NOW
               ING-ALG-FLAG(WS-ALG-IX) " " ALG-ASK-YN
           MOVE SPACE TO WS-IN-ALG
           ACCEPT WS-IN-ALG
           MOVE FUNCTION UPPER-CASE(WS-IN-ALG) TO WS-IN-ALG
           PERFORM UNTIL WS-IN-ALG = "Y" OR WS-IN-ALG = "N"
                   OR (WS-IN-ALG = SPACE
                       AND (ING-ALG-PRESENT(WS-ALG-IX)
                            OR ING-ALG-ABSENT(WS-ALG-IX)))
               DISPLAY ERROR-ALG-YN
               DISPLAY ALG-ASK-PROMPT WS-ALG-NAME(WS-ALG-IX)
                   ALG-ASK-NOW ING-ALG-FLAG(WS-ALG-IX) " " ALG-ASK-YN
               MOVE SPACE TO WS-IN-ALG
               ACCEPT WS-IN-ALG
               MOVE FUNCTION UPPER-CASE(WS-IN-ALG) TO WS-IN-ALG
           END-PERFORM
           IF WS-IN-ALG NOT = SPACE
               MOVE WS-IN-ALG TO ING-ALG-FLAG(WS-ALG-IX)
           END-IF.

       EDIT-ALL-FIELDS.
           DISPLAY MESSAGE-EDIT-ALL
           MOVE ING-NAME TO WS-ALL-OLD-NAME
