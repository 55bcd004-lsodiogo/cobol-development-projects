      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPPLIER SCORECARD REPORT | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  SCORERPT-FILE
           LABEL RECORD IS STANDARD.
       01  SCORERPT-LINE                  PIC X(100).
