      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOT RECALL TRACE | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  RECRPT-FILE
           LABEL RECORD IS STANDARD.
       01  RECRPT-LINE                    PIC X(100).
