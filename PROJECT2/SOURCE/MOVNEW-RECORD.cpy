      *    REBUILT LIVE MOVEMENT LEDGER | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | WIDENED WITH THE LEDGER
      *         RECORD (LOSS REASON CODE AND LOCATION)
      ******************************************************************
       FD  MOVNEW-FILE
           LABEL RECORD IS STANDARD.
       01  MOVNEW-LINE                    PIC X(094).
