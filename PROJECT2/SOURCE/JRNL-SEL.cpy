      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONTH-END JOURNAL EXPORT FILE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *    THE FILE NAME IS BUILT AT RUN TIME AS JRNL + CCYYMM + .DAT
      *    SO EVERY MONTH'S JOURNAL IS KEPT IN ITS OWN FILE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT JRNL-FILE ASSIGN TO WS-JRNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JRNL-STATUS.
