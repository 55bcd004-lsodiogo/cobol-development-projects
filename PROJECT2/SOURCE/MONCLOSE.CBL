      *    MONCLOSE | MONTH-END CLOSE OF THE MOVEMENT LEDGER
      ******************************************************************
      *    CLOSES THE CALENDAR MONTH BEFORE THE CURRENT ONE. TOTALS
      *    THE CLOSED MONTH'S MOVEMENTS PER INGREDIENT BY TYPE - AND
      *    ITS NET SHRINKAGE BY LOSS REASON CODE (RSNCODE.DAT) - INTO
      *    THE MONTHLY SUMMARY FILE (MOVSUM.DAT), PRINTS THE MONTHLY
      *    CONSUMPTION-AND-SHRINKAGE REPORT VALUED AT ING-UNIT-COST
      *    (MONCLOSE.PRN), MOVES THE DETAIL RECORDS OF THE CLOSED
      *    BACK. REACHED FROM THE NIGHT BATCH MENU.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | RETURNS TO SUPPLIER
      *         (TYPE T) TOTALLED INTO THE SUMMARY, AND THE INGREDIENT
      *         SUBSCRIPT WIDENED SO THE 999-ENTRY SWEEPS END
      *     V3 | EM ATUALIZACAO | 15.10.2026 | PRODUCTION MOVEMENTS
      *         (TYPE P) TOTALLED INTO THE MONTHLY SUMMARY
      *     V4 | EM ATUALIZACAO | 15.10.2026 | REFUSES TO CLOSE A MONTH
      *         WHOSE MONTH-END JOURNAL (MONJRNL) HAS NOT TIED OUT
      *     V5 | EM ATUALIZACAO | 15.10.2026 | NET SHRINKAGE BY LOSS
      *         REASON CODE INTO THE SUMMARY; RETURN AND PRODUCTION
      *         COLUMNS ON THE REPORT, WHICH NOW LISTS AN INGREDIENT
      *         THAT MOVED ONLY THROUGH PRODUCTION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONCLOSE.
           COPY "MOVSUM-SEL.cpy".
           COPY "MONRPT-SEL.cpy".
           COPY "RUNCTL-SEL.cpy".
           COPY "RSNCODE-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVSUM-RECORD.cpy".
           COPY "MONRPT-RECORD.cpy".
           COPY "RUNCTL-RECORD.cpy".
           COPY "RSNCODE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INGREDS-STATUS              PIC X(002).
       01  WS-RUNCTL-STATUS               PIC X(002).
           88  WS-RUNCTL-OK               VALUE "00".
           88  WS-RUNCTL-NOT-FOUND        VALUE "35".
       01  WS-RSNCODE-STATUS              PIC X(002).
           88  WS-RSNCODE-OK              VALUE "00".
           88  WS-RSNCODE-EOF             VALUE "10".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-TODAY                       PIC 9(008).
       01  WS-TODAY-X REDEFINES WS-TODAY.
       01  WS-ABANDON-FLAG                PIC X(001).
           88  WS-CLOSE-ABANDONED         VALUE "Y".
       01  WS-ARCHIVED-CT                 PIC 9(005) VALUE 0.
       01  WS-ING-IX                      PIC 9(004).
       01  WS-USAGE-VALUE                 PIC 9(010)V99.
       01  WS-LOSS-VALUE                  PIC 9(010)V99.
       01  WS-TOT-USAGE-VALUE             PIC 9(011)V99.
               10  WS-TOT-USAGE           PIC 9(008).
               10  WS-TOT-LOSS            PIC 9(008).
               10  WS-TOT-ADJUST          PIC 9(008).
               10  WS-TOT-RETURN          PIC 9(008).
               10  WS-TOT-PROD-USE        PIC 9(008).
               10  WS-TOT-PROD-YIELD      PIC 9(008).
               10  WS-TOT-SHRINK          PIC S9(008).
               10  WS-TOT-SHRINK-USE      PIC 9(008).

      * REASON CODES FLAGGED AS SHRINKAGE, SO THE SUMMARY COUNTS
      * SHRINKAGE THE WAY THE SHRINKAGE REPORT (INGSHRNK) DOES
       01  WS-SC-CT                       PIC 9(003) VALUE 0.
       01  WS-SC-IX                       PIC 9(003).
       01  WS-SC-FOUND                    PIC X(001).
       01  WS-SC-TABLE.
           05  WS-SC-CODE OCCURS 100 TIMES
                                          PIC X(004).

       01  WS-RPT-LINE.
           05  WS-R-ID                    PIC 9(003).
           05  WS-R-LOSS                  PIC ZZZZZZZ9.
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-R-LOSS-VALUE            PIC Z(008)9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-RETURN                PIC ZZZZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-PROD-USE              PIC ZZZZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-R-PROD-YIELD            PIC ZZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL                 PIC X(044).
               CLOSE RUNCTL-FILE
               GOBACK
           END-IF
      *    THE MONTH IS ONLY CLOSED ONCE ITS JOURNAL HAS TIED OUT -
      *    AFTER THE CLOSE ITS DETAIL IS OFF THE LIVE LEDGER AND THE
      *    JOURNAL CAN NO LONGER BE PRODUCED. THE READ LEAVES THE
      *    CLOSE'S OWN RECORD ALONE: EVERY WRITE BELOW SETS THE KEY.
           MOVE WS-CLOSE-DATE TO RUN-DATE
           MOVE "MONJRNL" TO RUN-STEP-NAME
           READ RUNCTL-FILE
           IF NOT WS-RUNCTL-OK OR NOT RUN-COMPLETED
               DISPLAY MONCLOSE-NO-JOURNAL
               ACCEPT WS-ANY-KEY
               CLOSE RUNCTL-FILE
               GOBACK
           END-IF
      *    AN UNFINISHED CLOSE IS ONLY RETRIED AFTER THE LEDGER IS
      *    PUT BACK THE WAY IT WAS - THE SNAPSHOT TAKEN AT THE START
      *    OF THE CRASHED RUN MAKES THE WHOLE CLOSE RERUNNABLE FROM
               MOVE 0 TO WS-TOT-USAGE(WS-ING-IX)
               MOVE 0 TO WS-TOT-LOSS(WS-ING-IX)
               MOVE 0 TO WS-TOT-ADJUST(WS-ING-IX)
               MOVE 0 TO WS-TOT-RETURN(WS-ING-IX)
               MOVE 0 TO WS-TOT-PROD-USE(WS-ING-IX)
               MOVE 0 TO WS-TOT-PROD-YIELD(WS-ING-IX)
               MOVE 0 TO WS-TOT-SHRINK(WS-ING-IX)
               MOVE 0 TO WS-TOT-SHRINK-USE(WS-ING-IX)
           END-PERFORM
           PERFORM LOAD-SHRINK-CODES
           MOVE 0 TO WS-ARCHIVED-CT
           MOVE 0 TO WS-ARCH-MONTH
           MOVE 0 TO WS-OPENED-CT
                       ADD MOV-QTY TO WS-TOT-LOSS(MOV-ING-ID)
                   WHEN MOV-IS-ADJUST
                       ADD MOV-QTY TO WS-TOT-ADJUST(MOV-ING-ID)
                   WHEN MOV-IS-RETURN
                       ADD MOV-QTY TO WS-TOT-RETURN(MOV-ING-ID)
                   WHEN MOV-IS-PRODUCTION AND MOV-SIGN = "-"
                       ADD MOV-QTY TO WS-TOT-PROD-USE(MOV-ING-ID)
                   WHEN MOV-IS-PRODUCTION
                       ADD MOV-QTY TO WS-TOT-PROD-YIELD(MOV-ING-ID)
               END-EVALUATE
               PERFORM TALLY-SHRINKAGE
           END-IF.

      ******************************************************************
      * THE SAME RULE AS THE SHRINKAGE REPORT: EVERY LOSS IS SHRINKAGE;
      * AN ADJUSTMENT, RETURN OR USAGE ONLY WHEN ITS REASON CODE IS
      * FLAGGED AS SHRINKAGE. A GAIN UNDER SUCH A CODE NETS OFF.
      ******************************************************************
       TALLY-SHRINKAGE.
           MOVE "N" TO WS-SC-FOUND
           EVALUATE TRUE
               WHEN MOV-IS-LOSS
                   MOVE "Y" TO WS-SC-FOUND
               WHEN (MOV-IS-ADJUST OR MOV-IS-RETURN OR MOV-IS-USAGE)
                       AND MOV-REASON-CODE NOT = SPACES
                   PERFORM VARYING WS-SC-IX FROM 1 BY 1
                           UNTIL WS-SC-IX > WS-SC-CT
                       IF WS-SC-CODE(WS-SC-IX) = MOV-REASON-CODE
                           MOVE "Y" TO WS-SC-FOUND
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SC-FOUND = "Y"
               IF MOV-SIGN = "-"
                   ADD MOV-QTY TO WS-TOT-SHRINK(MOV-ING-ID)
               ELSE
                   SUBTRACT MOV-QTY FROM WS-TOT-SHRINK(MOV-ING-ID)
               END-IF
               IF MOV-IS-USAGE
                   ADD MOV-QTY TO WS-TOT-SHRINK-USE(MOV-ING-ID)
               END-IF
           END-IF.

      ******************************************************************
      * RETIRED CODES STILL COUNT - THE LEDGER CARRIES THEM. WITH NO
      * CODE FILE ONLY THE LOSSES ARE SHRINKAGE.
      ******************************************************************
       LOAD-SHRINK-CODES.
           MOVE 0 TO WS-SC-CT
           OPEN INPUT RSNCODE-FILE
           IF WS-RSNCODE-OK
               READ RSNCODE-FILE NEXT RECORD
               PERFORM UNTIL WS-RSNCODE-EOF OR NOT WS-RSNCODE-OK
                   IF RSN-IS-SHRINKAGE AND WS-SC-CT < 100
                       ADD 1 TO WS-SC-CT
                       MOVE RSN-CODE TO WS-SC-CODE(WS-SC-CT)
                   END-IF
                   READ RSNCODE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE RSNCODE-FILE.

       REBUILD-LIVE-LEDGER.
           OPEN INPUT MOVNEW-FILE
           OPEN OUTPUT INGMOVE-FILE
                       OR WS-TOT-USAGE(WS-ING-IX) > 0
                       OR WS-TOT-LOSS(WS-ING-IX) > 0
                       OR WS-TOT-ADJUST(WS-ING-IX) > 0
                       OR WS-TOT-RETURN(WS-ING-IX) > 0
                       OR WS-TOT-PROD-USE(WS-ING-IX) > 0
                       OR WS-TOT-PROD-YIELD(WS-ING-IX) > 0
                       OR WS-TOT-SHRINK(WS-ING-IX) NOT = 0
                   MOVE SPACES TO MOVSUM-RECORD
                   MOVE WS-CLOSE-MONTH TO SUM-MONTH
                   MOVE WS-ING-IX TO SUM-ING-ID
                   MOVE WS-TOT-USAGE(WS-ING-IX) TO SUM-USAGE-QTY
                   MOVE WS-TOT-LOSS(WS-ING-IX) TO SUM-LOSS-QTY
                   MOVE WS-TOT-ADJUST(WS-ING-IX) TO SUM-ADJUST-QTY
                   MOVE WS-TOT-RETURN(WS-ING-IX) TO SUM-RETURN-QTY
                   MOVE WS-TOT-PROD-USE(WS-ING-IX) TO SUM-PROD-USE-QTY
                   MOVE WS-TOT-PROD-YIELD(WS-ING-IX)
                       TO SUM-PROD-YIELD-QTY
                   MOVE WS-TOT-SHRINK(WS-ING-IX) TO SUM-SHRINK-QTY
                   MOVE WS-TOT-SHRINK-USE(WS-ING-IX)
                       TO SUM-SHRINK-USAGE-QTY
                   WRITE MOVSUM-RECORD
               END-IF
           END-PERFORM
                       OR WS-TOT-USAGE(WS-ING-IX) > 0
                       OR WS-TOT-LOSS(WS-ING-IX) > 0
                       OR WS-TOT-ADJUST(WS-ING-IX) > 0
                       OR WS-TOT-RETURN(WS-ING-IX) > 0
                       OR WS-TOT-PROD-USE(WS-ING-IX) > 0
                       OR WS-TOT-PROD-YIELD(WS-ING-IX) > 0
                   PERFORM WRITE-ONE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-RECEIPT(WS-ING-IX) TO WS-R-RECEIPT
           MOVE WS-TOT-USAGE(WS-ING-IX) TO WS-R-USAGE
           MOVE WS-TOT-LOSS(WS-ING-IX) TO WS-R-LOSS
           MOVE WS-TOT-RETURN(WS-ING-IX) TO WS-R-RETURN
           MOVE WS-TOT-PROD-USE(WS-ING-IX) TO WS-R-PROD-USE
           MOVE WS-TOT-PROD-YIELD(WS-ING-IX) TO WS-R-PROD-YIELD
           COMPUTE WS-USAGE-VALUE =
               WS-TOT-USAGE(WS-ING-IX) * ING-UNIT-COST
               ON SIZE ERROR
