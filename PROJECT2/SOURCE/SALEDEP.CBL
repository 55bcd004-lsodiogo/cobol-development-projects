      *         REFUSES A RE-RUN ON EITHER PATH - MENU OPTION 12
      *         COULD POST THE SAME FILE TWICE IN A DAY, THE RUNCTL
      *         STEP ONLY EVER GUARDED THE NIGHT BATCH
      *     V7 | EM ATUALIZACAO | 15.10.2026 | A SUBSTITUTE THAT BRINGS
      *         IN AN ALLERGEN THE PRIMARY DID NOT HAVE (CHKALRG) IS
      *         WARNED ON THE CONSOLE AND IN SALEEXC.DAT, WITH EVERY
      *         ACTIVE SANDWICH WHOSE LABEL IS NOW WRONG. INGREDIENT
      *         SUBSCRIPT WIDENED SO THE 999-SLOT SWEEPS END
      *     V8 | EM ATUALIZACAO | 15.10.2026 | EVERY SALES ROW WITH A
      *         RECIPE IS KEPT IN SALEHIST.DAT UNDER ITS BUSINESS
      *         DATE, AND LOT DEPLETION IS LOGGED UNDER THAT DATE
      *     V9 | EM ATUALIZACAO | 15.10.2026 | LEDGER MOVEMENTS ARE
      *         WRITTEN WITH NO LOSS REASON CODE OR LOCATION
      *     V10 | EM ATUALIZACAO | 15.10.2026 | LOTUSE TAKES A
      *         REFERENCE NUMBER - NONE FOR SALES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALEDEP.
           COPY "SALES-SEL.cpy".
           COPY "SALECTL-SEL.cpy".
           COPY "SALEEXC-SEL.cpy".
           COPY "SALEHIST-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SALES-RECORD.cpy".
           COPY "SALECTL-RECORD.cpy".
           COPY "SALEEXC-RECORD.cpy".
           COPY "SALEHIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-SALECTL-OK              VALUE "00".
           88  WS-SALECTL-NOT-FOUND       VALUE "35".
       01  WS-SALEEXC-STATUS              PIC X(002).
       01  WS-SALEHIST-STATUS             PIC X(002).
           88  WS-SALEHIST-OK             VALUE "00".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-VERIFY-FLAG                 PIC X(001).
       01  WS-HDR-SEEN                    PIC X(001).
       01  WS-POSTED-CT                   PIC 9(005) VALUE 0.
       01  WS-EXC-CT                      PIC 9(005) VALUE 0.
       01  WS-MATCHED                     PIC X(001).
       01  WS-ING-IX                      PIC 9(004).
       01  WS-POST-QTY                    PIC 9(005).
       01  WS-SHORT-QTY                   PIC 9(005).
       01  WS-SUB-QTY                     PIC 9(005).
       01  WS-SUBST-ID                    PIC 9(003).
       01  WS-SUBST-RATIO                 PIC 9(003)V999.
       01  WS-SUBST-NAME                  PIC X(030).
       01  WS-ALG-FLAG                    PIC X(001).
           88  WS-ALG-NEW                 VALUE "Y".
           88  WS-ALG-UNDECLARED          VALUE "U".
       01  WS-ALG-LIST                    PIC X(060).

      * TOTAL CONSUMPTION PER INGREDIENT (SUBSCRIPTED BY ING-ID), IN
      * SANDWICH UNITS, ACCUMULATED OVER THE WHOLE SALES FILE BEFORE

           COPY "AUDITCALL.cpy".
           COPY "MOVECALL.cpy".
           COPY "LOTLCALL.cpy".
           COPY "BATCHRUN.cpy".
           COPY "CONSTANTS-INGREDS.cpy".

               MOVE 0 TO WS-CONSUMP(WS-ING-IX)
           END-PERFORM

           OPEN EXTEND SALEHIST-FILE
           IF NOT WS-SALEHIST-OK
               CLOSE SALEHIST-FILE
               OPEN OUTPUT SALEHIST-FILE
           END-IF
           OPEN INPUT SANDCOMP-FILE
           READ SALES-FILE
           PERFORM UNTIL WS-SALES-EOF
               READ SALES-FILE
           END-PERFORM
           CLOSE SANDCOMP-FILE
           CLOSE SALEHIST-FILE
           CLOSE SALES-FILE

           OPEN I-O INGREDS-FILE
                   MOVE SALES-SAND-ID TO WS-E-ID
                   MOVE SALEEXC-NO-RECIPE TO WS-E-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE SPACES TO SALEHIST-RECORD
                   MOVE WS-BUS-DATE TO SLH-BUS-DATE
                   MOVE SALES-SAND-ID TO SLH-SAND-ID
                   MOVE SALES-QTY TO SLH-QTY
                   WRITE SALEHIST-RECORD
               END-IF
           END-IF.

                   MOVE SALEDEP-MOVE-REASON TO WS-MOV-REASON
                   CALL "INGMOVE" USING ING-ID WS-MOV-TYPE WS-MOV-SIGN
                       WS-MOV-QTY WS-MOV-BALANCE WS-MOV-REASON
                       WS-MOV-REASON-CODE WS-MOV-LOC
                   MOVE "S" TO WS-LTH-SOURCE
                   CALL "LOTUSE" USING ING-ID WS-POST-QTY
                       WS-LTH-SOURCE WS-BUS-DATE WS-LTH-NO-REF
                   ADD 1 TO WS-POSTED-CT
               END-IF
               IF WS-SHORT-QTY > 0
                       CALL "INGMOVE" USING ING-ID WS-MOV-TYPE
                           WS-MOV-SIGN WS-MOV-QTY WS-MOV-BALANCE
                           WS-MOV-REASON
                           WS-MOV-REASON-CODE WS-MOV-LOC
                       MOVE "S" TO WS-LTH-SOURCE
                       CALL "LOTUSE" USING ING-ID WS-SUB-QTY
                           WS-LTH-SOURCE WS-BUS-DATE WS-LTH-NO-REF
                       ADD 1 TO WS-POSTED-CT
                       MOVE "INGREDIENT" TO WS-E-KIND
                       MOVE WS-PRIM-ID TO WS-E-ID
                       MOVE SALEEXC-SUBSTITUTED TO WS-E-TEXT
                       PERFORM WRITE-EXCEPTION
                       PERFORM CHECK-SUBST-ALLERGENS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE SANDWICHES WENT OUT UNDER THE PRIMARY'S LABEL. WHEN THE
      * SUBSTITUTE BRINGS IN AN ALLERGEN THE PRIMARY DID NOT HAVE, OR
      * NOBODY HAS DECLARED WHAT IT CONTAINS, THE COUNTER HAS TO BE
      * TOLD: A WARNING ON THE CONSOLE AND ON THE EXCEPTION REPORT,
      * FOLLOWED BY EVERY ACTIVE SANDWICH MADE WITH THE PRIMARY.
      ******************************************************************
       CHECK-SUBST-ALLERGENS.
           CALL "CHKALRG" USING WS-PRIM-ID WS-SUBST-ID WS-ALG-FLAG
               WS-ALG-LIST
           IF WS-ALG-NEW OR WS-ALG-UNDECLARED
               MOVE WS-SUBST-ID TO WS-E-ID
               IF WS-ALG-NEW
                   MOVE "NEW ALLERGEN" TO WS-E-KIND
                   MOVE WS-ALG-LIST TO WS-E-TEXT
                   DISPLAY SALEDEP-ALG-WARNING WS-SUBST-ID
                   DISPLAY WS-ALG-LIST
               ELSE
                   MOVE "ALLERGEN ?" TO WS-E-KIND
                   MOVE SALEEXC-ALG-UNDECLARED TO WS-E-TEXT
                   DISPLAY SALEDEP-ALG-UNDECLARED WS-SUBST-ID
               END-IF
               PERFORM WRITE-EXCEPTION
               PERFORM LIST-WRONG-LABELS
               DISPLAY SALEDEP-ALG-LABELS
           END-IF.

       LIST-WRONG-LABELS.
           OPEN INPUT SANDCOMP-FILE
           IF WS-SANDCOMP-OK
               MOVE WS-PRIM-ID TO SANDCOMP-ING-ID
               MOVE 0 TO SANDCOMP-SAND-ID
               START SANDCOMP-FILE KEY IS NOT LESS THAN SANDCOMP-KEY
               IF WS-SANDCOMP-OK
                   READ SANDCOMP-FILE NEXT RECORD
                   PERFORM UNTIL WS-SANDCOMP-EOF
                           OR SANDCOMP-ING-ID NOT = WS-PRIM-ID
                       IF SANDCOMP-SAND-ACTIVE
                           MOVE "LABEL WRONG" TO WS-E-KIND
                           MOVE SANDCOMP-SAND-ID TO WS-E-ID
                           MOVE SANDCOMP-SAND-NAME TO WS-E-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                       READ SANDCOMP-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE SANDCOMP-FILE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-CT
           MOVE WS-EXC-LINE TO SALEEXC-LINE
