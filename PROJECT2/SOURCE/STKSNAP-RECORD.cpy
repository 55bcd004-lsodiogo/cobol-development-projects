      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONTH-END STOCK SNAPSHOT FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER INGREDIENT PER MONTH WHOSE JOURNAL TIED OUT:
      *    THE BOOK QUANTITY AT THE LAST MOMENT OF THE MONTH AND THE
      *    UNIT COST IT WAS VALUED AT. THE CLOSING OF ONE MONTH IS THE
      *    OPENING OF THE NEXT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  STKSNAP-FILE
           LABEL RECORD IS STANDARD.
       01  STKSNAP-RECORD.
           05  SKS-KEY.
               10  SKS-MONTH              PIC 9(006).
               10  SKS-ING-ID             PIC 9(003).
           05  SKS-QTY                    PIC S9(008).
           05  SKS-UNIT-COST              PIC 9(005)V99.
           05  SKS-VALUE                  PIC S9(010)V99.
           05  SKS-TAKEN-DATE             PIC 9(008).
