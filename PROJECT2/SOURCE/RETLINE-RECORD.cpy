      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    RETURN TO SUPPLIER LINES FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER INGREDIENT LOT SENT BACK ON A RETURN, KEYED
      *    BY THE RETURN NUMBER (SEE SUPCRED.DAT) AND A LINE NUMBER.
      *    RTN-UNIT-COST IS THE PRICE THE EXPECTED CREDIT WAS VALUED
      *    AT - THE SUPPLIER'S ACTIVE QUOTE WHEN THERE WAS ONE, THE
      *    MASTER'S UNIT COST OTHERWISE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  RETLINE-FILE
           LABEL RECORD IS STANDARD.
       01  RETLINE-RECORD.
           05  RTN-KEY.
               10  RTN-RET-NUMBER         PIC 9(005).
               10  RTN-LINE-NO            PIC 9(003).
           05  RTN-ING-ID                 PIC 9(003).
           05  RTN-LOT-NUMBER             PIC X(010).
           05  RTN-LOT-EXPIRY             PIC 9(008).
           05  RTN-QTY                    PIC 9(005).
           05  RTN-UNIT-COST              PIC 9(005)V99.
           05  RTN-REASON                 PIC X(030).
