      *    MONTHLY CONSUMPTION AND SHRINKAGE REPORT | FD + RECORD
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | WIDENED TO 132 FOR THE
      *         RETURN AND PRODUCTION COLUMNS
      ******************************************************************
       FD  MONRPT-FILE
           LABEL RECORD IS STANDARD.
       01  MONRPT-LINE                    PIC X(132).
