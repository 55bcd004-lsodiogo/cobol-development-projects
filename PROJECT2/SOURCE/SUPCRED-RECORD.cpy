      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPPLIER CREDIT NOTES FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER RETURN TO SUPPLIER, KEYED BY THE RETURN
      *    NUMBER PRINTED ON THE RETURN NOTE. IT CARRIES THE RETURN'S
      *    HEADER (SUPPLIER, ORIGINAL PO, LOCATION THE STOCK LEFT
      *    FROM) AND THE CREDIT NOTE WE EXPECT FOR IT, VALUED AT THE
      *    PRICE THE GOODS WERE BOUGHT AT. THE CREDIT STAYS OPEN UNTIL
      *    THE SUPPLIER'S CREDIT NOTE ARRIVES AND IS CONFIRMED WITH
      *    ITS REFERENCE AND THE AMOUNT ACTUALLY CREDITED. THE LINES
      *    RETURNED LIVE ON RETURNS.DAT UNDER THE SAME NUMBER.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  SUPCRED-FILE
           LABEL RECORD IS STANDARD.
       01  SUPCRED-RECORD.
           05  CRD-RET-NUMBER             PIC 9(005).
           05  CRD-SUPP-ID                PIC 9(003).
           05  CRD-PO-NUMBER              PIC 9(005).
           05  CRD-RET-DATE               PIC 9(008).
           05  CRD-LOC-CODE               PIC X(003).
           05  CRD-EXPECTED-AMT           PIC 9(009)V99.
           05  CRD-STATUS                 PIC X(001).
               88  CRD-IS-OPEN            VALUE "O".
               88  CRD-IS-CONFIRMED       VALUE "C".
           05  CRD-CONFIRM-DATE           PIC 9(008).
           05  CRD-NOTE-REF               PIC X(015).
           05  CRD-CONFIRMED-AMT          PIC 9(009)V99.
