      *    CLOSEST TO EXPIRY IS ALWAYS CONSUMED FIRST, AND DELETES
      *    EACH LOT IT EMPTIES. IF THE LOTS RUN OUT BEFORE THE
      *    QUANTITY IS COVERED THE REMAINDER IS SIMPLY NOT LOT-TRACKED
      *    (STOCK THAT PREDATES LOT TRACKING). EVERY PORTION TAKEN
      *    FROM A LOT IS LOGGED TO THE LOT HISTORY (LOTLOG) WITH THE
      *    CALLER'S SOURCE CODE, BUSINESS DATE AND REFERENCE NUMBER -
      *    THE PRODUCTION BATCH THE STOCK WENT INTO FOR SOURCE P, ZERO
      *    FOR EVERY OTHER SOURCE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | TAKES THE DEPLETION
      *         SOURCE (SEE LTH-SOURCE) AND BUSINESS DATE (ZERO FOR
      *         TODAY) AND LOGS EACH LOT PORTION TO THE LOT HISTORY
      *     V3 | EM ATUALIZACAO | 15.10.2026 | TAKES A REFERENCE
      *         NUMBER (THE PRODUCTION BATCH) AND LOGS IT ON EACH
      *         PORTION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTUSE.
           88  WS-INGLOT-EOF              VALUE "10".
       01  WS-REMAINING                   PIC 9(005).

           COPY "LOTLCALL.cpy".

       LINKAGE SECTION.
       01  LK-ING-ID                      PIC 9(003).
       01  LK-QTY                         PIC 9(005).
       01  LK-SOURCE                      PIC X(001).
       01  LK-BUS-DATE                    PIC 9(008).
       01  LK-REF-NO                      PIC 9(005).

       PROCEDURE DIVISION USING LK-ING-ID LK-QTY LK-SOURCE LK-BUS-DATE
               LK-REF-NO.
       MAIN-PARA.
           MOVE LK-QTY TO WS-REMAINING

               PERFORM UNTIL WS-INGLOT-EOF
                       OR LOT-ING-ID NOT = LK-ING-ID
                       OR WS-REMAINING = 0
                   MOVE LOT-NUMBER TO WS-LTH-LOT-NUMBER
                   MOVE LOT-EXPIRY-DATE TO WS-LTH-EXPIRY
                   IF LOT-QTY-REMAINING > WS-REMAINING
                       MOVE WS-REMAINING TO WS-LTH-QTY
                       SUBTRACT WS-REMAINING FROM LOT-QTY-REMAINING
                       MOVE 0 TO WS-REMAINING
                       REWRITE INGLOT-RECORD
                   ELSE
                       MOVE LOT-QTY-REMAINING TO WS-LTH-QTY
                       SUBTRACT LOT-QTY-REMAINING FROM WS-REMAINING
                       DELETE INGLOT-FILE RECORD
                   END-IF
                   PERFORM LOG-LOT-PORTION
                   IF WS-REMAINING > 0
                       READ INGLOT-FILE NEXT RECORD
                   END-IF

           CLOSE INGLOT-FILE
           GOBACK.

      ******************************************************************
      * ONE LOT HISTORY RECORD PER LOT TOUCHED
      ******************************************************************
       LOG-LOT-PORTION.
           MOVE LK-SOURCE TO WS-LTH-SOURCE
           MOVE LK-BUS-DATE TO WS-LTH-BUS-DATE
           MOVE LK-REF-NO TO WS-LTH-PO
           MOVE 0 TO WS-LTH-SUPP
           MOVE SPACES TO WS-LTH-LOC
           CALL "LOTLOG" USING LK-ING-ID WS-LTH-LOT-NUMBER
               WS-LTH-EXPIRY WS-LTH-SOURCE WS-LTH-BUS-DATE
               WS-LTH-QTY WS-LTH-PO WS-LTH-SUPP WS-LTH-LOC.
