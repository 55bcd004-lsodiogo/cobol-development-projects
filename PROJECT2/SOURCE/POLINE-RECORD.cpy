      *    QUANTITY.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | DATE AND UNIT COST OF THE
      *         LATEST RECEIPT ON THE LINE, AND A SHORT STATUS FOR A
      *         LINE CLOSED BEFORE THE FULL QUANTITY ARRIVED
      ******************************************************************
       FD  POLINE-FILE
           LABEL RECORD IS STANDARD.
           05  POL-STATUS                 PIC X(001).
               88  POL-IS-OPEN            VALUE "O".
               88  POL-IS-RECEIVED        VALUE "R".
               88  POL-IS-SHORT           VALUE "S".
           05  POL-RECEIVED-DATE          PIC 9(008).
           05  POL-RECEIVED-COST          PIC 9(005)V99.
