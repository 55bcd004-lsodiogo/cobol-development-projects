      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    RETPRINT | PRINTABLE RETURN-TO-SUPPLIER NOTE
      ******************************************************************
      *    WRITES THE RETURN NOTE FOR ONE RETURN TO ITS OWN FILE
      *    (RT + NUMBER + .PRN) - THE DOCUMENT HANDED TO THE DRIVER
      *    WITH THE GOODS. SUPPLIER NAME AND CONTACT BLOCK, THE PO THE
      *    GOODS CAME IN ON, ONE LINE PER LOT RETURNED WITH QUANTITY
      *    IN SUPPLIER UNITS, THE PRICE THE CREDIT IS EXPECTED AT AND
      *    THE REASON, THE EXPECTED CREDIT TOTAL, AND A SIGNATURE
      *    BLOCK FOR THE DRIVER. CALLED WHEN A RETURN IS POSTED AND BY
      *    THE REPRINT OPTION, SO IT READS EVERYTHING FROM THE FILES
      *    THROUGH ITS OWN HANDLES.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUPCRED-SEL.cpy".
           COPY "RETLINE-SEL.cpy".
           COPY "SUPPLIER-SEL.cpy".
           COPY "INGREDS-SEL.cpy".
           COPY "RETNOTE-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUPCRED-RECORD.cpy".
           COPY "RETLINE-RECORD.cpy".
           COPY "SUPPLIER-RECORD.cpy".
           COPY "INGRED-RECORD.cpy".
           COPY "RETNOTE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUPCRED-STATUS              PIC X(002).
           88  WS-SUPCRED-OK              VALUE "00".
       01  WS-RETLINE-STATUS              PIC X(002).
           88  WS-RETLINE-OK              VALUE "00".
           88  WS-RETLINE-EOF             VALUE "10".
       01  WS-SUPPLIER-STATUS             PIC X(002).
           88  WS-SUPPLIER-OK             VALUE "00".
       01  WS-INGREDS-STATUS              PIC X(002).
           88  WS-INGREDS-OK              VALUE "00".
       01  WS-RETNOTE-STATUS              PIC X(002).
       01  WS-ANY-KEY                     PIC X(001).
       01  WS-RETNOTE-NAME                PIC X(012).
       01  WS-LINE-TOTAL                  PIC 9(010)V99.
       01  WS-NOTE-TOTAL                  PIC 9(011)V99.
       01  WS-SUPP-FOUND                  PIC X(001).

       01  WS-NOTE-LINE.
           05  WS-N-ID                    PIC 9(003).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-N-NAME                  PIC X(030).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-N-LOT                   PIC X(010).
           05  FILLER                     PIC X(001) VALUE SPACES.
           05  WS-N-QTY                   PIC ZZZZ9.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-N-UNIT                  PIC X(010).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-N-COST                  PIC ZZZZ9.99.
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-N-TOTAL                 PIC Z(008)9.99.

       01  WS-REASON-LINE.
           05  FILLER                     PIC X(005) VALUE SPACES.
           05  WS-N-REASON-TAG            PIC X(008).
           05  WS-N-REASON                PIC X(030).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL                 PIC X(074).
           05  FILLER                     PIC X(002) VALUE SPACES.
           05  WS-T-VALUE                 PIC Z(008)9.99.

           COPY "CONSTANTS-INGREDS.cpy".

       LINKAGE SECTION.
       01  LK-RET-NUMBER                  PIC 9(005).

       PROCEDURE DIVISION USING LK-RET-NUMBER.
       MAIN-PARA.
           OPEN INPUT SUPCRED-FILE
           IF NOT WS-SUPCRED-OK
               DISPLAY ERROR-CRD-NO
               CLOSE SUPCRED-FILE
               GOBACK
           END-IF
           MOVE LK-RET-NUMBER TO CRD-RET-NUMBER
           READ SUPCRED-FILE
           IF NOT WS-SUPCRED-OK
               DISPLAY ERROR-CRD-NO
               CLOSE SUPCRED-FILE
               GOBACK
           END-IF

           MOVE SPACES TO WS-RETNOTE-NAME
           STRING "RT" DELIMITED BY SIZE
               CRD-RET-NUMBER DELIMITED BY SIZE
               ".PRN" DELIMITED BY SIZE
               INTO WS-RETNOTE-NAME

           MOVE "N" TO WS-SUPP-FOUND
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-OK
               MOVE CRD-SUPP-ID TO SUPP-ID
               READ SUPPLIER-FILE
               IF WS-SUPPLIER-OK
                   MOVE "Y" TO WS-SUPP-FOUND
               END-IF
           END-IF

           OPEN OUTPUT RETNOTE-FILE
           PERFORM WRITE-NOTE-HEADER

           MOVE 0 TO WS-NOTE-TOTAL
           OPEN INPUT INGREDS-FILE
           OPEN INPUT RETLINE-FILE
           IF WS-RETLINE-OK
               MOVE LK-RET-NUMBER TO RTN-RET-NUMBER
               MOVE 0 TO RTN-LINE-NO
               START RETLINE-FILE KEY IS NOT LESS THAN RTN-KEY
               IF WS-RETLINE-OK
                   READ RETLINE-FILE NEXT RECORD
                   PERFORM UNTIL WS-RETLINE-EOF
                           OR RTN-RET-NUMBER NOT = LK-RET-NUMBER
                       PERFORM WRITE-ONE-NOTE-LINE
                       READ RETLINE-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE RETLINE-FILE
           CLOSE INGREDS-FILE

           PERFORM WRITE-NOTE-TOTALS
           CLOSE RETNOTE-FILE
           CLOSE SUPPLIER-FILE
           CLOSE SUPCRED-FILE

           DISPLAY RET-NOTE-DONE WS-RETNOTE-NAME
           GOBACK.

       WRITE-NOTE-HEADER.
           MOVE RET-NOTE-TITLE TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           STRING RET-NOTE-NUMBER DELIMITED BY SIZE
               CRD-RET-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRD-RET-DATE DELIMITED BY SIZE
               INTO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE

           IF WS-SUPP-FOUND = "Y"
               MOVE SPACES TO RETNOTE-LINE
               STRING SCREEN-SUPP-ID DELIMITED BY SIZE
                   SUPP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUPP-NAME DELIMITED BY SIZE
                   INTO RETNOTE-LINE
               WRITE RETNOTE-LINE
               MOVE SPACES TO RETNOTE-LINE
               STRING MANUALLY-ADD-SUPP-CONTACT DELIMITED BY SIZE
                   SUPP-CONTACT DELIMITED BY SIZE
                   INTO RETNOTE-LINE
               WRITE RETNOTE-LINE
               MOVE SPACES TO RETNOTE-LINE
               STRING MANUALLY-ADD-SUPP-PHONE DELIMITED BY SIZE
                   SUPP-PHONE DELIMITED BY SIZE
                   INTO RETNOTE-LINE
               WRITE RETNOTE-LINE
           ELSE
               MOVE SPACES TO RETNOTE-LINE
               STRING SCREEN-SUPP-ID DELIMITED BY SIZE
                   CRD-SUPP-ID DELIMITED BY SIZE
                   INTO RETNOTE-LINE
               WRITE RETNOTE-LINE
           END-IF

           MOVE SPACES TO RETNOTE-LINE
           STRING RET-NOTE-PO DELIMITED BY SIZE
               CRD-PO-NUMBER DELIMITED BY SIZE
               INTO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           STRING RET-NOTE-LOC DELIMITED BY SIZE
               CRD-LOC-CODE DELIMITED BY SIZE
               INTO RETNOTE-LINE
           WRITE RETNOTE-LINE

           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-HEADER TO RETNOTE-LINE
           WRITE RETNOTE-LINE.

       WRITE-ONE-NOTE-LINE.
           MOVE RTN-ING-ID TO WS-N-ID
           MOVE RTN-ING-ID TO ING-ID
           READ INGREDS-FILE
           IF WS-INGREDS-OK
               MOVE ING-NAME TO WS-N-NAME
               MOVE ING-UN-SUPP TO WS-N-UNIT
           ELSE
               MOVE SPACES TO WS-N-NAME
               MOVE SPACES TO WS-N-UNIT
           END-IF
           MOVE RTN-LOT-NUMBER TO WS-N-LOT
           MOVE RTN-QTY TO WS-N-QTY
           MOVE RTN-UNIT-COST TO WS-N-COST
           COMPUTE WS-LINE-TOTAL = RTN-QTY * RTN-UNIT-COST
               ON SIZE ERROR
                   MOVE 0 TO WS-LINE-TOTAL
           END-COMPUTE
           MOVE WS-LINE-TOTAL TO WS-N-TOTAL
           ADD WS-LINE-TOTAL TO WS-NOTE-TOTAL
           MOVE WS-NOTE-LINE TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-REASON TO WS-N-REASON-TAG
           MOVE RTN-REASON TO WS-N-REASON
           MOVE WS-REASON-LINE TO RETNOTE-LINE
           WRITE RETNOTE-LINE.

       WRITE-NOTE-TOTALS.
           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-TOTAL TO WS-T-LABEL
           MOVE WS-NOTE-TOTAL TO WS-T-VALUE
           MOVE WS-TOTAL-LINE TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-CREDIT-ASK TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-DRIVER TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE SPACES TO RETNOTE-LINE
           WRITE RETNOTE-LINE
           MOVE RET-NOTE-SIGNATURE TO RETNOTE-LINE
           WRITE RETNOTE-LINE.
