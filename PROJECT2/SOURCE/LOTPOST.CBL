      ******************************************************************
      *    CALLED WHEREVER STOCK IS RECEIVED (PO RECEIVING, MANUAL
      *    RECEIPT IN INGEDIT) SO EVERY DELIVERY IS TRACKED WITH ITS
      *    LOT NUMBER AND EXPIRY DATE FOR FEFO DEPLETION. EVERY LOT
      *    WRITTEN IS ALSO LOGGED TO THE LOT HISTORY (LOTLOG) WITH ITS
      *    PO, SUPPLIER AND RECEIVING LOCATION FOR RECALL TRACING.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 22.08.2026 | ONLY A FILE-NOT-FOUND
      *         OPEN (STATUS 35) CREATES THE LOTS FILE - ANY OTHER
      *         OPEN FAILURE LEAVES IT ALONE (THE RECEIPT IS STILL ON
      *         THE MOVEMENT LEDGER, ONLY THE LOT SPLIT IS MISSED)
      *     V3 | EM ATUALIZACAO | 15.10.2026 | TAKES THE PO NUMBER,
      *         SUPPLIER AND RECEIVING LOCATION (ZERO/SPACES WHEN NOT
      *         KNOWN) AND LOGS THE RECEIPT TO THE LOT HISTORY
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTPOST.
       01  WS-TODAY                       PIC 9(008).
       01  WS-NEXT-SEQ                    PIC 9(003).

           COPY "LOTLCALL.cpy".

       LINKAGE SECTION.
       01  LK-ING-ID                      PIC 9(003).
       01  LK-LOT-NUMBER                  PIC X(010).
       01  LK-EXPIRY-DATE                 PIC 9(008).
       01  LK-QTY                         PIC 9(005).
       01  LK-PO-NUMBER                   PIC 9(005).
       01  LK-SUPP-ID                     PIC 9(003).
       01  LK-LOC-CODE                    PIC X(003).

       PROCEDURE DIVISION USING LK-ING-ID LK-LOT-NUMBER LK-EXPIRY-DATE
               LK-QTY LK-PO-NUMBER LK-SUPP-ID LK-LOC-CODE.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE WS-TODAY TO LOT-RECEIVED-DATE
           MOVE LK-QTY TO LOT-QTY-REMAINING
           WRITE INGLOT-RECORD
           IF WS-INGLOT-OK
               MOVE LK-LOT-NUMBER TO WS-LTH-LOT-NUMBER
               MOVE LK-EXPIRY-DATE TO WS-LTH-EXPIRY
               MOVE "R" TO WS-LTH-SOURCE
               MOVE WS-TODAY TO WS-LTH-BUS-DATE
               MOVE LK-QTY TO WS-LTH-QTY
               MOVE LK-PO-NUMBER TO WS-LTH-PO
               MOVE LK-SUPP-ID TO WS-LTH-SUPP
               MOVE LK-LOC-CODE TO WS-LTH-LOC
               CALL "LOTLOG" USING LK-ING-ID WS-LTH-LOT-NUMBER
                   WS-LTH-EXPIRY WS-LTH-SOURCE WS-LTH-BUS-DATE
                   WS-LTH-QTY WS-LTH-PO WS-LTH-SUPP WS-LTH-LOC
           END-IF

           CLOSE INGLOT-FILE
           GOBACK.
