      *    ONE RECORD PER INGREDIENT PER CLOSED MONTH, WRITTEN BY THE
      *    MONTH-END CLOSE - THE MONTH'S MOVEMENT QUANTITIES TOTALLED
      *    BY TYPE. ANYTHING WANTING HISTORY READS THIS FILE INSTEAD
      *    OF CRAWLING THE WHOLE DETAIL LEDGER. SUM-SHRINK-QTY IS THE
      *    MONTH'S NET SHRINKAGE AS THE SHRINKAGE REPORT (INGSHRNK)
      *    COUNTS IT - EVERY LOSS, PLUS ADJUSTMENTS, RETURNS AND USAGE
      *    UNDER A REASON CODE FLAGGED AS SHRINKAGE, LESS GAINS UNDER
      *    ONE; SUM-SHRINK-USAGE-QTY IS THE PART OF SUM-USAGE-QTY
      *    POSTED UNDER SUCH A CODE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | RETURNED-TO-SUPPLIER
      *         QUANTITY - BLANK ON ROWS WRITTEN BEFORE IT EXISTED
      *     V3 | EM ATUALIZACAO | 15.10.2026 | PRODUCTION QUANTITIES -
      *         RAW STOCK USED IN PREPARED BATCHES AND THE YIELD MADE,
      *         BLANK ON ROWS WRITTEN BEFORE THEY EXISTED
      *     V4 | EM ATUALIZACAO | 15.10.2026 | NET SHRINKAGE AND THE
      *         USAGE POSTED UNDER SHRINKAGE CODES, BLANK ON ROWS
      *         WRITTEN BEFORE THEY EXISTED
      ******************************************************************
       FD  MOVSUM-FILE
           LABEL RECORD IS STANDARD.
           05  SUM-LOSS-QTY               PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SUM-ADJUST-QTY             PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SUM-RETURN-QTY             PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SUM-PROD-USE-QTY           PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SUM-PROD-YIELD-QTY         PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SUM-SHRINK-QTY             PIC S9(008)
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(001).
           05  SUM-SHRINK-USAGE-QTY       PIC 9(008).
