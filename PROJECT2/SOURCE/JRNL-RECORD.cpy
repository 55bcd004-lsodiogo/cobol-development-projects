      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    MONTH-END JOURNAL EXPORT FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    THE INVENTORY JOURNAL OF ONE MONTH FOR THE ACCOUNTS SYSTEM:
      *    A HEADER, ONE DETAIL LINE PER ACCOUNT AND SUPPLIER (SUPPLIER
      *    000 ON ACCOUNTS THAT ARE NOT SPLIT BY SUPPLIER) WITH ITS
      *    DEBIT AND CREDIT TOTALS, AND A CONTROL TRAILER CARRYING THE
      *    DETAIL COUNT, BOTH GRAND TOTALS AND THE NUMBER OF LEDGER
      *    MOVEMENTS BEHIND THEM. THE IMPORT CHECKS THE TRAILER BEFORE
      *    POSTING ANYTHING.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  JRNL-FILE
           LABEL RECORD IS STANDARD.
       01  JRNL-RECORD.
           05  JRN-REC-TYPE               PIC X(001).
               88  JRN-IS-HEADER          VALUE "H".
               88  JRN-IS-DETAIL          VALUE "D".
               88  JRN-IS-TRAILER         VALUE "T".
           05  FILLER                     PIC X(001).
           05  JRN-BODY                   PIC X(078).
           05  JRN-HEADER REDEFINES JRN-BODY.
               10  JRN-H-MONTH            PIC 9(006).
               10  FILLER                 PIC X(001).
               10  JRN-H-RUN-DATE         PIC 9(008).
               10  FILLER                 PIC X(001).
               10  JRN-H-OPERATOR         PIC X(020).
               10  FILLER                 PIC X(042).
           05  JRN-DETAIL REDEFINES JRN-BODY.
               10  JRN-D-ACCOUNT          PIC X(010).
               10  FILLER                 PIC X(001).
               10  JRN-D-SUPP-ID          PIC 9(003).
               10  FILLER                 PIC X(001).
               10  JRN-D-DEBIT            PIC 9(009)V99.
               10  FILLER                 PIC X(001).
               10  JRN-D-CREDIT           PIC 9(009)V99.
               10  FILLER                 PIC X(001).
               10  JRN-D-DESCRIPTION      PIC X(030).
               10  FILLER                 PIC X(009).
           05  JRN-TRAILER REDEFINES JRN-BODY.
               10  JRN-T-DETAIL-COUNT     PIC 9(005).
               10  FILLER                 PIC X(001).
               10  JRN-T-DEBIT-TOTAL      PIC 9(011)V99.
               10  FILLER                 PIC X(001).
               10  JRN-T-CREDIT-TOTAL     PIC 9(011)V99.
               10  FILLER                 PIC X(001).
               10  JRN-T-MOVEMENT-COUNT   PIC 9(007).
               10  FILLER                 PIC X(037).
