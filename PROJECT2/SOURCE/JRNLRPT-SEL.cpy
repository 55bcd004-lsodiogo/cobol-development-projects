      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONTH-END JOURNAL AND TIE-OUT REPORT | SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT JRNLRPT-FILE ASSIGN TO "MONJRNL.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JRNLRPT-STATUS.
