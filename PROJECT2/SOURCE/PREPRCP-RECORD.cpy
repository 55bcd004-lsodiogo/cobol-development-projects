      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PREPARED INGREDIENT SUB-RECIPE FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER RAW INGREDIENT THAT GOES INTO ONE BATCH OF A
      *    PREPARED INGREDIENT (HOUSE MAYO, PESTO...). THE QUANTITY IS
      *    IN THE RAW INGREDIENT'S OWN STOCK UNIT (ING-UN-SUPP), THE
      *    SAME UNIT ITS BOOK STOCK IS KEPT IN; THE BATCH YIELD IS ON
      *    THE PREPARED INGREDIENT'S MASTER RECORD.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  PREPRCP-FILE
           LABEL RECORD IS STANDARD.
       01  PREPRCP-RECORD.
           05  PRP-KEY.
               10  PRP-PREP-ID            PIC 9(003).
               10  PRP-RAW-ID             PIC 9(003).
           05  PRP-QTY-PER-BATCH          PIC 9(005)V99.
