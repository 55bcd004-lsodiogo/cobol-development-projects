      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    STOCK BALANCE CHECK REPORT | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT STKBAL-FILE ASSIGN TO "STKBAL.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STKBAL-STATUS.
