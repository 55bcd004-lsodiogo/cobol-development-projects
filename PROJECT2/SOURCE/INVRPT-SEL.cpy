      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    INVOICE MATCH DISCREPANCY REPORT | FILE-CONTROL SELECT
      *    CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT INVRPT-FILE ASSIGN TO "INVMATCH.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-INVRPT-STATUS.
