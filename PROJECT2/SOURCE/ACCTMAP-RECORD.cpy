      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LEDGER ACCOUNT MAPPING FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER MOVEMENT TYPE AND SIGN ON THE LEDGER, NAMING
      *    THE GENERAL LEDGER ACCOUNTS THE MONTH-END JOURNAL DEBITS AND
      *    CREDITS WITH ITS VALUE, AND WHICH SIDE (IF ANY) IS SPLIT BY
      *    SUPPLIER. TYPE V IS NOT A LEDGER MOVEMENT: V+ AND V- CARRY
      *    THE REVALUATION OF THE STOCK HELD AT THE START OF THE MONTH
      *    WHEN UNIT COSTS HAVE CHANGED SINCE IT WAS LAST VALUED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  ACCTMAP-FILE
           LABEL RECORD IS STANDARD.
       01  ACCTMAP-RECORD.
           05  AMP-KEY.
               10  AMP-MOV-TYPE           PIC X(001).
               10  AMP-MOV-SIGN           PIC X(001).
           05  AMP-DR-ACCOUNT             PIC X(010).
           05  AMP-CR-ACCOUNT             PIC X(010).
           05  AMP-SUPP-SIDE              PIC X(001).
               88  AMP-SUPP-ON-DEBIT      VALUE "D".
               88  AMP-SUPP-ON-CREDIT     VALUE "C".
               88  AMP-SUPP-NONE          VALUE "N".
               88  AMP-SUPP-SIDE-VALID    VALUE "D" "C" "N".
           05  AMP-DESCRIPTION            PIC X(030).
           05  AMP-CHANGED-DATE           PIC 9(008).
           05  AMP-CHANGED-BY             PIC X(020).
