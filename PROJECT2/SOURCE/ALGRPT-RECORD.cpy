      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SANDWICH ALLERGEN MATRIX | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  ALGRPT-FILE
           LABEL RECORD IS STANDARD.
       01  ALGRPT-LINE                    PIC X(100).
