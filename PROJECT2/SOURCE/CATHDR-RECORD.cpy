      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    CATERING ORDER HEADER FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER CATERING PRE-ORDER: WHO IT IS FOR, THE DAY IT
      *    GOES OUT AND THE LOCATION THAT MAKES IT. THE SANDWICHES LIVE
      *    ON CATLINE.DAT AND THE INGREDIENTS THEY TIE UP ON
      *    RESERVE.DAT, BOTH UNDER THE SAME ORDER NUMBER. AN ORDER
      *    STAYS OPEN UNTIL IT IS FULFILLED (STOCK POSTED) OR CANCELLED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  CATHDR-FILE
           LABEL RECORD IS STANDARD.
       01  CATHDR-RECORD.
           05  CAT-ORDER-NO               PIC 9(005).
           05  CAT-CUSTOMER               PIC X(030).
           05  CAT-DELIVERY-DATE          PIC 9(008).
           05  CAT-LOC-CODE               PIC X(003).
           05  CAT-ENTRY-DATE             PIC 9(008).
           05  CAT-STATUS                 PIC X(001).
               88  CAT-IS-OPEN            VALUE "O".
               88  CAT-IS-FULFILLED       VALUE "F".
               88  CAT-IS-CANCELLED       VALUE "C".
           05  CAT-CLOSED-DATE            PIC 9(008).
