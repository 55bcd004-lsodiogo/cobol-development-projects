      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    RSNPICK | ASK FOR A LOSS REASON CODE
      ******************************************************************
      *    CALLED BY EVERY PATH THAT POSTS A LOSS OR A STOCK
      *    ADJUSTMENT - MANUAL ADJUSTMENTS, STOCK TAKE POSTINGS,
      *    RETURNS TO SUPPLIERS, BALANCE REPAIRS. ASKS UNTIL THE CLERK
      *    KEYS AN ACTIVE CODE FROM THE LOSS REASON CODE FILE
      *    (RSNCODE.DAT), "?" LISTING THEM. HANDS BACK THE CODE, OR
      *    SPACES WHEN THE CLERK GIVES UP OR THERE ARE NO CODES ON
      *    FILE - THE CALLER THEN POSTS NOTHING.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNPICK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RSNCODE-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "RSNCODE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSNCODE-STATUS              PIC X(002).
           88  WS-RSNCODE-OK              VALUE "00".
           88  WS-RSNCODE-EOF             VALUE "10".
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-IN-CODE                     PIC X(004).
       01  WS-CODE-DONE                   PIC X(001).
       01  WS-CODE-FOUND                  PIC X(001).

       01  WS-CODE-LINE.
           05  WS-C-CODE                  PIC X(004).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-C-DESC                  PIC X(030).

           COPY "CONSTANTS-INGREDS.cpy".

       LINKAGE SECTION.
       01  LK-REASON-CODE                 PIC X(004).

       PROCEDURE DIVISION USING LK-REASON-CODE.
       MAIN-PARA.
           MOVE SPACES TO LK-REASON-CODE
           OPEN INPUT RSNCODE-FILE
           IF NOT WS-RSNCODE-OK
               DISPLAY ERROR-RSNCODE-OPEN
               ACCEPT WS-ANY-KEY
           ELSE
               MOVE "N" TO WS-CODE-DONE
               PERFORM UNTIL WS-CODE-DONE = "Y"
                   DISPLAY RSN-PICK-PROMPT
                   ACCEPT WS-IN-CODE
                   MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
                   EVALUATE TRUE
                       WHEN WS-IN-CODE = SPACES
                           MOVE "Y" TO WS-CODE-DONE
                       WHEN WS-IN-CODE = "?"
                           PERFORM LIST-ACTIVE-CODES
                       WHEN OTHER
                           PERFORM CHECK-THE-CODE
                   END-EVALUATE
               END-PERFORM
           END-IF
           CLOSE RSNCODE-FILE
           GOBACK.

       CHECK-THE-CODE.
           MOVE WS-IN-CODE TO RSN-CODE
           READ RSNCODE-FILE
           IF WS-RSNCODE-OK AND RSN-IS-ACTIVE
               MOVE RSN-CODE TO LK-REASON-CODE
               MOVE RSN-CODE TO WS-C-CODE
               MOVE RSN-DESCRIPTION TO WS-C-DESC
               DISPLAY WS-CODE-LINE
               MOVE "Y" TO WS-CODE-DONE
           ELSE
               DISPLAY ERROR-RSN-CODE
           END-IF.

      ******************************************************************
      * RETIRED CODES ARE LEFT OFF THE LIST - THEY STAY ON FILE ONLY SO
      * THE MOVEMENTS ALREADY POSTED UNDER THEM KEEP THEIR DESCRIPTION.
      ******************************************************************
       LIST-ACTIVE-CODES.
           MOVE "N" TO WS-CODE-FOUND
           MOVE LOW-VALUES TO RSN-CODE
           START RSNCODE-FILE KEY IS NOT LESS THAN RSN-CODE
           IF WS-RSNCODE-OK
               READ RSNCODE-FILE NEXT RECORD
               PERFORM UNTIL WS-RSNCODE-EOF
                   IF RSN-IS-ACTIVE
                       MOVE "Y" TO WS-CODE-FOUND
                       MOVE RSN-CODE TO WS-C-CODE
                       MOVE RSN-DESCRIPTION TO WS-C-DESC
                       DISPLAY WS-CODE-LINE
                   END-IF
                   READ RSNCODE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-CODE-FOUND = "N"
               DISPLAY RSN-LIST-EMPTY
           END-IF.
