      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPPLIER INVOICE LINES FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER BILLED LINE. EVERY LINE POINTS AT THE
      *    PURCHASE ORDER LINE IT BILLS (PO NUMBER + INGREDIENT), SO
      *    THE MATCH RUN CAN SET THE BILLED QUANTITY AGAINST
      *    POL-QTY-RECEIVED AND THE BILLED PRICE AGAINST THE
      *    SUPPLIER'S ACTIVE QUOTE. QUANTITY AND PRICE ARE IN THE
      *    INGREDIENT'S SUPPLIER UNIT (ING-UN-SUPP). THE LINE STATUS
      *    FOLLOWS ITS INVOICE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  INVLINE-FILE
           LABEL RECORD IS STANDARD.
       01  INVLINE-RECORD.
           05  INVL-KEY.
               10  INVL-SUPP-ID           PIC 9(003).
               10  INVL-NUMBER            PIC X(015).
               10  INVL-LINE-NO           PIC 9(003).
           05  INVL-PO-NUMBER             PIC 9(005).
           05  INVL-ING-ID                PIC 9(003).
           05  INVL-QTY                   PIC 9(005).
           05  INVL-PRICE                 PIC 9(005)V99.
           05  INVL-STATUS                PIC X(001).
               88  INVL-IS-ENTERED        VALUE "E".
               88  INVL-IS-HELD           VALUE "H".
               88  INVL-IS-APPROVED       VALUE "A".
