      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    OUTSTANDING SUPPLIER CREDITS REPORT | FILE-CONTROL SELECT
      *    CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT CREDRPT-FILE ASSIGN TO "CREDITS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CREDRPT-STATUS.
