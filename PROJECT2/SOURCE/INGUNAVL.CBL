      *         (ADD/LIST/DELETE) - WHAT THE KITCHEN SWAPS IN WHEN AN
      *         INGREDIENT IS UNAVAILABLE, APPLIED BY SALES POSTING
      *         AND FLAGGED ON THE REORDER SHEET
      *     V3 | EM ATUALIZACAO | 15.10.2026 | A NEW RULE WHOSE
      *         SUBSTITUTE BRINGS IN AN ALLERGEN THE PRIMARY DOES NOT
      *         HAVE (CHKALRG) IS WARNED BEFORE IT IS SAVED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGUNAVL.
       01  WS-IN-VALUE                    PIC X(060).
       01  WS-SUB-NAME                    PIC X(030).
       01  WS-SAVE-CHOICE                 PIC X(001).
       01  WS-ALG-FLAG                    PIC X(001).
           88  WS-ALG-NEW                 VALUE "Y".
           88  WS-ALG-UNDECLARED          VALUE "U".
       01  WS-ALG-LIST                    PIC X(060).

           COPY "CONSTANTS-INGREDS.cpy".

           END-IF
           CLOSE INGREDS-FILE
           IF WS-FOUND-ANY = "Y"
               PERFORM WARN-NEW-ALLERGENS
               PERFORM GET-RULE-FIELDS-AND-SAVE
           END-IF.

      ******************************************************************
      * THE RULE IS STILL ALLOWED - THE KITCHEN MAY HAVE NOTHING
      * BETTER - BUT WHOEVER SETS IT UP IS TOLD THE LABELS WILL BE
      * WRONG EVERY TIME IT IS USED.
      ******************************************************************
       WARN-NEW-ALLERGENS.
           CALL "CHKALRG" USING WS-PRIM-ID WS-SUB-ID WS-ALG-FLAG
               WS-ALG-LIST
           EVALUATE TRUE
               WHEN WS-ALG-NEW
                   DISPLAY SUBST-ALG-WARNING
                   DISPLAY WS-ALG-LIST
                   DISPLAY SUBST-ALG-LABEL
               WHEN WS-ALG-UNDECLARED
                   DISPLAY SUBST-ALG-UNDECLARED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GET-RULE-FIELDS-AND-SAVE.
           DISPLAY SUBST-RATIO-PROMPT
           ACCEPT WS-IN-VALUE
