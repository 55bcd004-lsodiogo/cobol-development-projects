      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOT RECALL TRACE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT RECRPT-FILE ASSIGN TO "RECALL.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RECRPT-STATUS.
