      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    INGREDIENT RESERVATIONS FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    STOCK PROMISED TO AN OPEN CATERING ORDER, ONE RECORD PER
      *    INGREDIENT PER ORDER, IN SUPPLIER UNITS (THE SAME UNITS AS
      *    ING-INVENTORY). WRITTEN WHEN THE ORDER IS TAKEN BY EXPLODING
      *    ITS SANDWICHES THROUGH THE COMPOSITION FILE; DELETED WHEN
      *    THE ORDER IS FULFILLED OR CANCELLED. THE KEY LEADS WITH THE
      *    INGREDIENT SO CHKRESV CAN TOTAL ONE INGREDIENT DIRECTLY.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  RESERVE-FILE
           LABEL RECORD IS STANDARD.
       01  RESERVE-RECORD.
           05  RES-KEY.
               10  RES-ING-ID             PIC 9(003).
               10  RES-ORDER-NO           PIC 9(005).
           05  RES-LOC-CODE               PIC X(003).
           05  RES-DELIVERY-DATE          PIC 9(008).
           05  RES-QTY                    PIC 9(005).
