      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PRINTABLE RETURN NOTE | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  RETNOTE-FILE
           LABEL RECORD IS STANDARD.
       01  RETNOTE-LINE                   PIC X(100).
