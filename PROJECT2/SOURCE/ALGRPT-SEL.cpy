      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SANDWICH ALLERGEN MATRIX | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT ALGRPT-FILE ASSIGN TO "ALLERGEN.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ALGRPT-STATUS.
