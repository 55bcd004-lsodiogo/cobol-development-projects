      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONTH-END JOURNAL AND TIE-OUT REPORT | FD + RECORD LAYOUT
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  JRNLRPT-FILE
           LABEL RECORD IS STANDARD.
       01  JRNLRPT-LINE                   PIC X(132).
