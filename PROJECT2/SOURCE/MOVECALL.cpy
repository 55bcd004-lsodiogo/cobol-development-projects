      *    CAN'T BE SHORTER THAN WHAT THE CALLEE EXPECTS.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 22.08.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | LOSS REASON CODE AND
      *         LOCATION - LEFT BLANK BY EVERY PATH THAT IS NOT A LOSS
      *         OR AN ADJUSTMENT
      ******************************************************************
       01  WS-MOV-TYPE                    PIC X(001).
       01  WS-MOV-SIGN                    PIC X(001).
       01  WS-MOV-QTY                     PIC 9(005).
       01  WS-MOV-BALANCE                 PIC 9(005).
       01  WS-MOV-REASON                  PIC X(030).
       01  WS-MOV-REASON-CODE             PIC X(004) VALUE SPACES.
       01  WS-MOV-LOC                     PIC X(003) VALUE SPACES.
