      *    INVENTORY MOVEMENT LEDGER | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD EVERY TIME ING-INVENTORY CHANGES, WHATEVER THE
      *    PATH (RECEIPT, USAGE, LOSS, ADJUSTMENT, RETURN TO
      *    SUPPLIER), SO A SUSPICIOUS COUNT CAN BE TRACED MOVEMENT BY
      *    MOVEMENT. MOV-BALANCE IS THE BOOK QUANTITY AFTER THE
      *    MOVEMENT WAS APPLIED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | RETURN-TO-SUPPLIER
      *         MOVEMENT TYPE (T)
      *     V3 | EM ATUALIZACAO | 15.10.2026 | PRODUCTION MOVEMENT TYPE
      *         (P) - RAW INGREDIENTS OUT (-) AND PREPARED YIELD IN (+)
      *     V4 | EM ATUALIZACAO | 15.10.2026 | LOSS REASON CODE (FROM
      *         THE REASON CODE TABLE, RSNCODE.DAT) AND THE LOCATION THE
      *         MOVEMENT HAPPENED AT - BLANK WHERE NOT APPLICABLE AND
      *         ON RECORDS WRITTEN BEFORE THEY EXISTED
      ******************************************************************
       FD  INGMOVE-FILE
           LABEL RECORD IS STANDARD.
               88  MOV-IS-USAGE            VALUE "U".
               88  MOV-IS-LOSS             VALUE "L".
               88  MOV-IS-ADJUST           VALUE "A".
               88  MOV-IS-RETURN           VALUE "T".
               88  MOV-IS-PRODUCTION       VALUE "P".
           05  FILLER                      PIC X(001).
           05  MOV-SIGN                    PIC X(001).
           05  MOV-QTY                     PIC 9(005).
           05  MOV-BALANCE                 PIC 9(005).
           05  FILLER                      PIC X(001).
           05  MOV-REASON                  PIC X(030).
           05  FILLER                      PIC X(001).
           05  MOV-REASON-CODE             PIC X(004).
           05  FILLER                      PIC X(001).
           05  MOV-LOC-CODE                PIC X(003).
