      ******************************************************************
      *    RUNS THE DAILY JOBS IN ONE FIXED SEQUENCE - BACKUP
      *    EXTRACT, SALES DEPLETION, REORDER SHEET, EXPIRING STOCK,
      *    TRESHOLD RECALCULATION, ID RECLAIM, CROSS-FILE STOCK
      *    BALANCE CHECK - WRITING A RUN-CONTROL PER STEP
      *    (START/END TIME, RECORD COUNT, STATUS). A STEP
      *    ALREADY COMPLETED FOR TODAY'S BUSINESS DATE IS SKIPPED, SO
      *    THE DRIVER CAN SIMPLY BE RESTARTED AFTER A CRASH AND NO
      *    STEP EVER RUNS TWICE FOR THE SAME DATE. A ONE-PAGE RUN LOG
      *         THE MOVEMENT LEDGER (MONCLOSE) IS OPTION 2
      *     V6 | EM ATUALIZACAO | 02.09.2026 | EXPIRED-LOT WRITE-OFF
      *         STEP (INGWROFF) RUNS RIGHT AFTER INGEXPIR
      *     V7 | EM ATUALIZACAO | 15.10.2026 | MONTH-END JOURNAL AND
      *         STOCK TIE-OUT (MONJRNL) IS OPTION 2 - IT MUST TIE OUT
      *         BEFORE THE CLOSE (NOW OPTION 3) WILL RUN
      *     V8 | EM ATUALIZACAO | 15.10.2026 | CROSS-FILE STOCK BALANCE
      *         CHECK (STKBAL) RUNS LAST, ONCE THE NIGHT'S POSTINGS ARE
      *         IN - THE STEP SUBSCRIPT WIDENED FOR THE NINTH STEP
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTBAT.
       01  WS-MENU-CHOICE                 PIC 9(001).
       01  WS-KEEP-GOING                  PIC X(001) VALUE "Y".
       01  WS-TODAY                       PIC 9(008).
       01  WS-STEP-IX                     PIC 9(002).
       01  WS-STEP-NAME                   PIC X(010).
       01  WS-RECORD-EXISTS               PIC X(001).

           05  FILLER                     PIC X(010) VALUE "INGCONSM".
           05  FILLER                     PIC X(010) VALUE "INGRECAL".
           05  FILLER                     PIC X(010) VALUE "INGRECL".
           05  FILLER                     PIC X(010) VALUE "STKBAL".
       01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05  WS-STEP OCCURS 9 TIMES    PIC X(010).

       01  WS-LOG-LINE.
           05  WS-L-STEP                  PIC X(010).
               DISPLAY NIGHTBAT-MENU-OPTION1
               DISPLAY NIGHTBAT-MENU-OPTION2
               DISPLAY NIGHTBAT-MENU-OPTION3
               DISPLAY NIGHTBAT-MENU-OPTION4
               DISPLAY MAIN-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM RUN-NIGHT-BATCH
                   WHEN 2
                       CALL "MONJRNL"
                   WHEN 3
                       CALL "MONCLOSE"
                   WHEN 4
                       MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER
                       DISPLAY MAIN-MENU-ERROR
           END-IF

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 9
               PERFORM RUN-ONE-STEP
           END-PERFORM

                   CALL "INGRECAL"
               WHEN "INGRECL"
                   CALL "INGRECL"
               WHEN "STKBAL"
                   CALL "STKBAL"
           END-EVALUATE.

       WRITE-RUN-LOG.
