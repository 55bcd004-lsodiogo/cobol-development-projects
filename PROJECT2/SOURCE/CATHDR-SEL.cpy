      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CATERING ORDER HEADER FILE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT CATHDR-FILE ASSIGN TO "CATHDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ORDER-NO
               STATUS IS WS-CATHDR-STATUS.
