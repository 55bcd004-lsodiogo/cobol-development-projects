      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    INVOICE MATCH DISCREPANCY REPORT | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  INVRPT-FILE
           LABEL RECORD IS STANDARD.
       01  INVRPT-LINE                    PIC X(100).
