      *    ONE PIECE BY THE MONTH-END CLOSE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | WIDENED WITH THE LEDGER
      *         RECORD (LOSS REASON CODE AND LOCATION)
      ******************************************************************
       FD  MOVARCH-FILE
           LABEL RECORD IS STANDARD.
       01  MOVARCH-LINE                   PIC X(094).
