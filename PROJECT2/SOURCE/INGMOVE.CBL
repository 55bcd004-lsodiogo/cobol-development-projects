      *    FULL QUANTITY HISTORY WITH A REASON FOR EVERY MOVEMENT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | LOSS REASON CODE AND
      *         LOCATION CARRIED ONTO THE LEDGER RECORD
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGMOVE.
       01  LK-QTY                         PIC 9(005).
       01  LK-BALANCE                     PIC 9(005).
       01  LK-REASON                      PIC X(030).
       01  LK-REASON-CODE                 PIC X(004).
       01  LK-LOC-CODE                    PIC X(003).

       PROCEDURE DIVISION USING LK-ING-ID LK-TYPE LK-SIGN LK-QTY
               LK-BALANCE LK-REASON LK-REASON-CODE LK-LOC-CODE.
       MAIN-PARA.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME
           MOVE LK-QTY TO MOV-QTY
           MOVE LK-BALANCE TO MOV-BALANCE
           MOVE LK-REASON TO MOV-REASON
           MOVE LK-REASON-CODE TO MOV-REASON-CODE
           MOVE LK-LOC-CODE TO MOV-LOC-CODE
           WRITE INGMOVE-RECORD

           CLOSE INGMOVE-FILE
