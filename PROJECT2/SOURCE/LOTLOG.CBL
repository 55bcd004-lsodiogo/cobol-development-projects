      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOTLOG | APPEND ONE LOT HISTORY RECORD
      ******************************************************************
      *    CALLED BY LOTPOST FOR EVERY LOT RECEIVED, BY LOTUSE FOR
      *    EVERY LOT IT DRAWS DOWN, AND BY THE PROGRAMS THAT TAKE A
      *    NAMED LOT OUT OF STOCK THEMSELVES (EXPIRED-LOT WRITE-OFF,
      *    RETURNS TO SUPPLIER), SO LOTHIST.DAT HOLDS THE WHOLE LIFE
      *    OF EVERY LOT FOR A RECALL.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LOTHIST-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "LOTHIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOTHIST-STATUS              PIC X(002).
           88  WS-LOTHIST-OK              VALUE "00".
       01  WS-TIMESTAMP                   PIC 9(014).

       LINKAGE SECTION.
       01  LK-ING-ID                      PIC 9(003).
       01  LK-LOT-NUMBER                  PIC X(010).
       01  LK-EXPIRY-DATE                 PIC 9(008).
       01  LK-SOURCE                      PIC X(001).
       01  LK-BUS-DATE                    PIC 9(008).
       01  LK-QTY                         PIC 9(005).
       01  LK-PO-NUMBER                   PIC 9(005).
       01  LK-SUPP-ID                     PIC 9(003).
       01  LK-LOC-CODE                    PIC X(003).

       PROCEDURE DIVISION USING LK-ING-ID LK-LOT-NUMBER LK-EXPIRY-DATE
               LK-SOURCE LK-BUS-DATE LK-QTY LK-PO-NUMBER LK-SUPP-ID
               LK-LOC-CODE.
       MAIN-PARA.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME

           OPEN EXTEND LOTHIST-FILE
           IF NOT WS-LOTHIST-OK
               CLOSE LOTHIST-FILE
               OPEN OUTPUT LOTHIST-FILE
           END-IF

           MOVE SPACES TO LOTHIST-RECORD
           MOVE WS-TIMESTAMP TO LTH-TIMESTAMP
           MOVE LK-LOT-NUMBER TO LTH-LOT-NUMBER
           MOVE LK-ING-ID TO LTH-ING-ID
           MOVE LK-EXPIRY-DATE TO LTH-EXPIRY-DATE
           MOVE LK-SOURCE TO LTH-SOURCE
           IF LK-BUS-DATE = 0
               MOVE WS-TIMESTAMP(1:8) TO LTH-BUS-DATE
           ELSE
               MOVE LK-BUS-DATE TO LTH-BUS-DATE
           END-IF
           MOVE LK-QTY TO LTH-QTY
           MOVE LK-PO-NUMBER TO LTH-PO-NUMBER
           MOVE LK-SUPP-ID TO LTH-SUPP-ID
           MOVE LK-LOC-CODE TO LTH-LOC-CODE
           WRITE LOTHIST-RECORD

           CLOSE LOTHIST-FILE
           GOBACK.
