      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SHRINKAGE REPORT | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT SHRINK-FILE ASSIGN TO "SHRINK.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SHRINK-STATUS.
