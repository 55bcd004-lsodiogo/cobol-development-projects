      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SUPPLIER INVOICE HEADER FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER SUPPLIER INVOICE, KEYED BY SUPPLIER AND THE
      *    SUPPLIER'S OWN INVOICE NUMBER (TWO SUPPLIERS CAN USE THE
      *    SAME NUMBER). LINES LIVE ON INVLINE.DAT UNDER THE SAME KEY.
      *    AN INVOICE IS ENTERED, THEN THE MATCH RUN EITHER APPROVES
      *    IT TO PAY OR HOLDS IT WITH ITS DISCREPANCIES ON THE REPORT.
      *    A HELD INVOICE IS MATCHED AGAIN ON EVERY RUN, SO A LATE
      *    DELIVERY OR A CORRECTED QUOTE CAN STILL CLEAR IT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  INVHDR-FILE
           LABEL RECORD IS STANDARD.
       01  INVHDR-RECORD.
           05  INV-KEY.
               10  INV-SUPP-ID            PIC 9(003).
               10  INV-NUMBER             PIC X(015).
           05  INV-DATE                   PIC 9(008).
           05  INV-ENTRY-DATE             PIC 9(008).
           05  INV-TOTAL                  PIC 9(009)V99.
           05  INV-LINE-COUNT             PIC 9(003).
           05  INV-STATUS                 PIC X(001).
               88  INV-IS-ENTERED         VALUE "E".
               88  INV-IS-HELD            VALUE "H".
               88  INV-IS-APPROVED        VALUE "A".
           05  INV-MATCH-DATE             PIC 9(008).
