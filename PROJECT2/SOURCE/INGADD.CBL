      *         FAILURE ABANDONS THE ADD INSTEAD OF RECREATING IT EMPTY
      *     V6 | EM ATUALIZACAO | 02.09.2026 | ORDER POLICY (COVERAGE
      *         DAYS AND PACK SIZE) CAPTURED AT ENTRY
      *     V7 | EM ATUALIZACAO | 15.10.2026 | ALLERGEN DECLARATION
      *         CAPTURED AT ENTRY AND WRITTEN TO THE AUDIT LOG
      *     V8 | EM ATUALIZACAO | 15.10.2026 | NEW INGREDIENTS START AS
      *         BOUGHT ITEMS (NOT PREPARED, NO BATCH YIELD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGADD.
       01  WS-IN-CONVFACT                  PIC X(060).
       01  WS-IN-COVERDAYS                 PIC X(060).
       01  WS-IN-PACKSIZE                  PIC X(060).
       01  WS-IN-ANY-ALG                  PIC X(001).
       01  WS-IN-ALG                      PIC X(001).
       01  WS-IN-ALLERGENS                PIC X(014).
       01  WS-IN-ALLERGEN-TABLE REDEFINES WS-IN-ALLERGENS.
           05  WS-IN-ALG-FLAG             PIC X(001) OCCURS 14 TIMES.
       01  WS-ALG-LIST                    PIC X(060).
       01  WS-ALG-PTR                     PIC 9(003).
       01  WS-SAVE-CHOICE                 PIC X(001).
           COPY "AUDITCALL.cpy".
           COPY "ALLERGENS.cpy".

           COPY "CONSTANTS-INGREDS.cpy".

           PERFORM GET-VALID-CONVFACT
           PERFORM GET-VALID-COVERDAYS
           PERFORM GET-VALID-PACKSIZE
           PERFORM GET-ALLERGENS
           PERFORM GET-TRESHOLD-MODE
           IF WS-IN-MODE = "C"
               PERFORM GET-VALID-CONSUMPTION
                   TO ING-COVER-DAYS
               MOVE FUNCTION NUMVAL(WS-IN-PACKSIZE)
                   TO ING-PACK-SIZE
               MOVE WS-IN-ALLERGENS TO ING-ALLERGENS
               MOVE "N" TO ING-PREP-FLAG
               MOVE 0 TO ING-BATCH-YIELD ING-SHELF-DAYS
               SET ING-IS-ACTIVE TO TRUE
               IF WS-IN-MODE = "C"
                   SET ING-TRESHOLD-CALC TO TRUE
                   MOVE ING-NAME TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
                   PERFORM BUILD-ALLERGEN-LIST
                   MOVE ALG-AUD-FIELD TO WS-AUD-FIELD
                   MOVE WS-ALG-LIST TO WS-AUD-AFTER
                   CALL "AUDITLOG" USING WS-AUD-ACTION ING-ID
                       WS-AUD-FIELD WS-AUD-BEFORE WS-AUD-AFTER
               ELSE
                   DISPLAY MESSAGE-WRITE-NO
               END-IF
                   WS-VALID-FLAG WS-ERROR-MSG
           END-PERFORM.

      ******************************************************************
      * A NEW INGREDIENT IS ALWAYS DECLARED ONE WAY OR THE OTHER - A
      * "NO" TO THE FIRST QUESTION ANSWERS ALL FOURTEEN AT ONCE.
      ******************************************************************
       GET-ALLERGENS.
           DISPLAY ALG-ANY-PROMPT
           ACCEPT WS-IN-ANY-ALG
           MOVE FUNCTION UPPER-CASE(WS-IN-ANY-ALG) TO WS-IN-ANY-ALG
           PERFORM UNTIL WS-IN-ANY-ALG = "Y" OR WS-IN-ANY-ALG = "N"
               DISPLAY ERROR-ALG-YN
               DISPLAY ALG-ANY-PROMPT
               ACCEPT WS-IN-ANY-ALG
               MOVE FUNCTION UPPER-CASE(WS-IN-ANY-ALG) TO WS-IN-ANY-ALG
           END-PERFORM
           MOVE ALL "N" TO WS-IN-ALLERGENS
           IF WS-IN-ANY-ALG = "Y"
               PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                       UNTIL WS-ALG-IX > WS-ALG-COUNT
                   PERFORM GET-ONE-ALLERGEN
               END-PERFORM
           END-IF.

       GET-ONE-ALLERGEN.
           DISPLAY ALG-ASK-PROMPT WS-ALG-NAME(WS-ALG-IX) ALG-ASK-YN
           ACCEPT WS-IN-ALG
           MOVE FUNCTION UPPER-CASE(WS-IN-ALG) TO WS-IN-ALG
           PERFORM UNTIL WS-IN-ALG = "Y" OR WS-IN-ALG = "N"
               DISPLAY ERROR-ALG-YN
               DISPLAY ALG-ASK-PROMPT WS-ALG-NAME(WS-ALG-IX) ALG-ASK-YN
               ACCEPT WS-IN-ALG
               MOVE FUNCTION UPPER-CASE(WS-IN-ALG) TO WS-IN-ALG
           END-PERFORM
           MOVE WS-IN-ALG TO WS-IN-ALG-FLAG(WS-ALG-IX).

       BUILD-ALLERGEN-LIST.
           MOVE SPACES TO WS-ALG-LIST
           MOVE 1 TO WS-ALG-PTR
           PERFORM VARYING WS-ALG-IX FROM 1 BY 1
                   UNTIL WS-ALG-IX > WS-ALG-COUNT
               IF ING-ALG-PRESENT(WS-ALG-IX)
                   STRING WS-ALG-CODE(WS-ALG-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-ALG-LIST WITH POINTER WS-ALG-PTR
               END-IF
           END-PERFORM
           IF WS-ALG-PTR = 1
               MOVE ALG-NONE TO WS-ALG-LIST
           END-IF.

       GET-TRESHOLD-MODE.
           DISPLAY TRESHOLD-MODE-PROMPT
           ACCEPT WS-IN-MODE
