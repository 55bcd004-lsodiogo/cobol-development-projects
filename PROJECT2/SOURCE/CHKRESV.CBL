      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CHKRESV | HOW MUCH OF AN INGREDIENT IS RESERVED FOR OPEN
      *    CATERING ORDERS (SHARED BY THE REORDER SHEET, PO CREATION
      *    AND CATERING ORDER ENTRY)
      ******************************************************************
      *    TOTALS THE RESERVATIONS OF ONE INGREDIENT, IN SUPPLIER
      *    UNITS, FOR ONE LOCATION OR - WITH "ALL" OR SPACES - FOR THE
      *    WHOLE BUSINESS. A MISSING RESERVATIONS FILE MEANS NOTHING IS
      *    RESERVED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRESV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RESERVE-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "RESERVE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RESERVE-STATUS              PIC X(002).
           88  WS-RESERVE-OK              VALUE "00".
           88  WS-RESERVE-EOF             VALUE "10".

       LINKAGE SECTION.
       01  LK-ING-ID                      PIC 9(003).
       01  LK-LOC-CODE                    PIC X(003).
           88  LK-ALL-LOCATIONS           VALUE "ALL" SPACES.
       01  LK-RESERVED                    PIC 9(005).

       PROCEDURE DIVISION USING LK-ING-ID LK-LOC-CODE LK-RESERVED.
       MAIN-PARA.
           MOVE 0 TO LK-RESERVED

           OPEN INPUT RESERVE-FILE
           IF NOT WS-RESERVE-OK
               GOBACK
           END-IF

           MOVE LK-ING-ID TO RES-ING-ID
           MOVE 0 TO RES-ORDER-NO
           START RESERVE-FILE KEY IS NOT LESS THAN RES-KEY
           IF WS-RESERVE-OK
               READ RESERVE-FILE NEXT RECORD
               PERFORM UNTIL WS-RESERVE-EOF
                       OR RES-ING-ID NOT = LK-ING-ID
                   IF LK-ALL-LOCATIONS OR RES-LOC-CODE = LK-LOC-CODE
                       ADD RES-QTY TO LK-RESERVED
                           ON SIZE ERROR
                               MOVE 99999 TO LK-RESERVED
                       END-ADD
                   END-IF
                   READ RESERVE-FILE NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE RESERVE-FILE
           GOBACK.
