      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CHKALRG | DOES A SUBSTITUTE BRING IN AN ALLERGEN THE
      *    PRIMARY DID NOT HAVE (SHARED BY SALES POSTING AND THE
      *    SUBSTITUTION RULE MAINTENANCE)
      ******************************************************************
      *    COMPARES THE ALLERGEN FLAGS OF THE TWO INGREDIENTS. EVERY
      *    ALLERGEN THE SUBSTITUTE CONTAINS AND THE PRIMARY DOES NOT
      *    IS NAMED IN THE LIST AND THE FLAG COMES BACK "Y" - THE
      *    LABELS OF EVERY SANDWICH MADE WITH THE PRIMARY ARE WRONG
      *    WHILE THE SUBSTITUTE IS IN USE. WHEN NOTHING NEW IS FOUND
      *    BUT EITHER INGREDIENT IS MISSING OR HAS NOT BEEN DECLARED,
      *    THE ANSWER IS "U" - NOBODY CAN SAY THE LABEL IS STILL RIGHT.
      *    ONLY A CLEAN COMPARISON OF TWO DECLARED INGREDIENTS GIVES
      *    "N".
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKALRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INGREDS-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INGRED-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-ALG-PTR                     PIC 9(003).
       01  WS-UNDECLARED                  PIC X(001).
       01  WS-PRIM-ALLERGENS              PIC X(014).
       01  WS-PRIM-ALLERGEN-TABLE REDEFINES WS-PRIM-ALLERGENS.
           05  WS-PRIM-ALG-FLAG           PIC X(001) OCCURS 14 TIMES.
               88  WS-PRIM-ALG-PRESENT    VALUE "Y".
               88  WS-PRIM-ALG-DECLARED   VALUE "Y" "N".

           COPY "ALLERGENS.cpy".

       LINKAGE SECTION.
       01  LK-PRIM-ID                     PIC 9(003).
       01  LK-SUB-ID                      PIC 9(003).
       01  LK-ALG-FLAG                    PIC X(001).
           88  LK-ALG-NEW                 VALUE "Y".
           88  LK-ALG-NONE                VALUE "N".
           88  LK-ALG-UNDECLARED          VALUE "U".
       01  LK-ALG-LIST                    PIC X(060).

       PROCEDURE DIVISION USING LK-PRIM-ID LK-SUB-ID LK-ALG-FLAG
               LK-ALG-LIST.
       MAIN-PARA.
           SET LK-ALG-NONE TO TRUE
           MOVE SPACES TO LK-ALG-LIST
           MOVE "N" TO WS-UNDECLARED
           MOVE 1 TO WS-ALG-PTR

           OPEN INPUT INGREDS-FILE
           IF NOT WS-INGREDS-OK
               SET LK-ALG-UNDECLARED TO TRUE
               CLOSE INGREDS-FILE
               GOBACK
           END-IF

           MOVE LK-PRIM-ID TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE ING-ALLERGENS TO WS-PRIM-ALLERGENS
           ELSE
               MOVE SPACES TO WS-PRIM-ALLERGENS
           END-IF

           MOVE LK-SUB-ID TO ING-ID
           READ INGREDS-FILE
           IF NOT WS-INGREDS-OK
               MOVE "Y" TO WS-UNDECLARED
           ELSE
               PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                       UNTIL WS-ALG-IX > WS-ALG-COUNT
                   PERFORM COMPARE-ONE-ALLERGEN
               END-PERFORM
           END-IF
           CLOSE INGREDS-FILE

           IF NOT LK-ALG-NEW AND WS-UNDECLARED = "Y"
               SET LK-ALG-UNDECLARED TO TRUE
           END-IF
           GOBACK.

      ******************************************************************
      * AN UNDECLARED PRIMARY NEVER PUT THE ALLERGEN ON THE LABEL
      * EITHER, SO A SUBSTITUTE THAT CONTAINS IT STILL COUNTS AS NEW.
      ******************************************************************
       COMPARE-ONE-ALLERGEN.
           EVALUATE TRUE
               WHEN ING-ALG-PRESENT(WS-ALG-IX)
                   IF NOT WS-PRIM-ALG-PRESENT(WS-ALG-IX)
                       SET LK-ALG-NEW TO TRUE
                       IF WS-ALG-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO LK-ALG-LIST WITH POINTER WS-ALG-PTR
                               ON OVERFLOW
                                   CONTINUE
                           END-STRING
                       END-IF
                       STRING WS-ALG-NAME(WS-ALG-IX) DELIMITED BY "  "
                           INTO LK-ALG-LIST WITH POINTER WS-ALG-PTR
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
               WHEN ING-ALG-ABSENT(WS-ALG-IX)
                   IF NOT WS-PRIM-ALG-DECLARED(WS-ALG-IX)
                       MOVE "Y" TO WS-UNDECLARED
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-UNDECLARED
           END-EVALUATE.
