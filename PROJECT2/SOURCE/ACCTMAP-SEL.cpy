      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LEDGER ACCOUNT MAPPING FILE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMP-KEY
               STATUS IS WS-ACCTMAP-STATUS.
