      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    WORKING-STORAGE FOR CALLS TO LOTLOG | MUST MATCH ITS
      *    LINKAGE SECTION SIZES EXACTLY SO BY-REFERENCE ARGUMENTS
      *    CAN'T BE SHORTER THAN WHAT THE CALLEE EXPECTS.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | WS-LTH-NO-REF FOR LOTUSE
      *         CALLS THAT HAVE NO REFERENCE NUMBER
      ******************************************************************
       01  WS-LTH-LOT-NUMBER              PIC X(010).
       01  WS-LTH-EXPIRY                  PIC 9(008).
       01  WS-LTH-SOURCE                  PIC X(001).
       01  WS-LTH-BUS-DATE                PIC 9(008).
       01  WS-LTH-QTY                     PIC 9(005).
       01  WS-LTH-PO                      PIC 9(005).
       01  WS-LTH-SUPP                    PIC 9(003).
       01  WS-LTH-LOC                     PIC X(003).
      * REFERENCE NUMBER FOR LOTUSE WHEN THE DEPLETION HAS NONE
       01  WS-LTH-NO-REF                  PIC 9(005) VALUE 0.
