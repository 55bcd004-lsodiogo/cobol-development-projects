      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPPLIER SCORECARD REPORT | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT SCORERPT-FILE ASSIGN TO "SCORECARD.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SCORERPT-STATUS.
