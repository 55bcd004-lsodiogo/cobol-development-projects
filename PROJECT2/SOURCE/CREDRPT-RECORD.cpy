      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    OUTSTANDING SUPPLIER CREDITS REPORT | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  CREDRPT-FILE
           LABEL RECORD IS STANDARD.
       01  CREDRPT-LINE                   PIC X(100).
