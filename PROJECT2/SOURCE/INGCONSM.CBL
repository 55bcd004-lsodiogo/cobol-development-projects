      *    AVERAGES THE SAME NIGHT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 02.09.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | RAW INGREDIENTS USED IN
      *         PREPARED-INGREDIENT BATCHES COUNT AS CONSUMPTION; TABLE
      *         SUBSCRIPT WIDENED SO THE 999-ENTRY CLEAR LOOP ENDS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGCONSM.
       01  WS-WEIGHT-DAYS                 PIC 9(003).
       01  WS-UPDATED-CT                  PIC 9(005) VALUE 0.
       01  WS-EXC-CT                      PIC 9(005) VALUE 0.
       01  WS-ING-IX                      PIC 9(004).
       01  WS-MEASURED                    PIC 9(003)V99.
       01  WS-STORED                      PIC 9(003)V99.
       01  WS-DIFF                        PIC 9(004)V99.
           END-IF
           GOBACK.

      ******************************************************************
      * RAW STOCK TURNED INTO A PREPARED INGREDIENT (TYPE P OUT) IS
      * CONSUMED JUST AS SURELY AS STOCK SOLD IN A SANDWICH.
      ******************************************************************
       TALLY-ONE-MOVEMENT.
           IF (MOV-IS-USAGE
                   OR (MOV-IS-PRODUCTION AND MOV-SIGN = "-"))
                   AND MOV-ING-ID > 0
               MOVE MOV-TIMESTAMP(1:8) TO WS-MOV-DATE
               COMPUTE WS-MOV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MOV-DATE)
