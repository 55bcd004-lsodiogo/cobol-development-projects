      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SALES HISTORY FILE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT SALEHIST-FILE ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SALEHIST-STATUS.
