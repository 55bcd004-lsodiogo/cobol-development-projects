      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PREPARED INGREDIENT SUB-RECIPE FILE | FILE-CONTROL SELECT
      *    CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT PREPRCP-FILE ASSIGN TO "PREPRCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-KEY
               STATUS IS WS-PREPRCP-STATUS.
