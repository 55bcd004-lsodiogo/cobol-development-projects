      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CATERING ORDER LINES FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER SANDWICH ON A CATERING ORDER. THE SANDWICH
      *    NAME IS COPIED FROM THE COMPOSITION FILE WHEN THE LINE IS
      *    KEYED SO THE ORDER STILL READS RIGHT IF THE RECIPE GOES.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  CATLINE-FILE
           LABEL RECORD IS STANDARD.
       01  CATLINE-RECORD.
           05  CTL-KEY.
               10  CTL-ORDER-NO           PIC 9(005).
               10  CTL-SAND-ID            PIC 9(003).
           05  CTL-SAND-NAME              PIC X(030).
           05  CTL-QTY                    PIC 9(005).
