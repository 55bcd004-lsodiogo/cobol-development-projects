      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOT HISTORY FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD WHEN A LOT IS RECEIVED AND ONE FOR EVERY PART OF
      *    IT THAT LEAVES STOCK, WHATEVER THE PATH. THE LOTS FILE ONLY
      *    HOLDS WHAT IS STILL ON HAND AND FORGETS A LOT THE MOMENT IT
      *    EMPTIES - THIS FILE IS NEVER PURGED, SO A RECALL CAN STILL
      *    FOLLOW A LOT THAT WAS USED UP WEEKS AGO. THE RECEIPT RECORD
      *    CARRIES THE PO, SUPPLIER AND RECEIVING LOCATION; DEPLETION
      *    RECORDS CARRY THE BUSINESS DATE THE STOCK WAS USED ON (THE
      *    TILL'S DATE FOR SALES, TODAY FOR EVERYTHING ELSE). A
      *    PRODUCTION RECORD CARRIES THE BATCH NUMBER (PRODRUN.DAT) IN
      *    LTH-PO-NUMBER, SO A RECALL CAN FOLLOW THE STOCK INTO THE
      *    PREPARED LOT IT WAS MADE INTO.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      *     V2 | EM ATUALIZACAO | 15.10.2026 | PRODUCTION SOURCE (P) -
      *         RAW STOCK USED UP IN A PREPARED-INGREDIENT BATCH
      *     V3 | EM ATUALIZACAO | 15.10.2026 | THE PRODUCTION BATCH
      *         NUMBER IS CARRIED IN LTH-PO-NUMBER ON SOURCE P RECORDS
      ******************************************************************
       FD  LOTHIST-FILE
           LABEL RECORD IS STANDARD.
       01  LOTHIST-RECORD.
           05  LTH-TIMESTAMP              PIC 9(014).
           05  FILLER                     PIC X(001).
           05  LTH-LOT-NUMBER             PIC X(010).
           05  FILLER                     PIC X(001).
           05  LTH-ING-ID                 PIC 9(003).
           05  FILLER                     PIC X(001).
           05  LTH-EXPIRY-DATE            PIC 9(008).
           05  FILLER                     PIC X(001).
           05  LTH-SOURCE                 PIC X(001).
               88  LTH-IS-RECEIPT         VALUE "R".
               88  LTH-IS-SALES           VALUE "S".
               88  LTH-IS-USAGE           VALUE "U".
               88  LTH-IS-LOSS            VALUE "L".
               88  LTH-IS-WRITEOFF        VALUE "W".
               88  LTH-IS-COUNT           VALUE "A".
               88  LTH-IS-RETURN          VALUE "T".
               88  LTH-IS-PRODUCTION      VALUE "P".
           05  FILLER                     PIC X(001).
           05  LTH-BUS-DATE               PIC 9(008).
           05  FILLER                     PIC X(001).
           05  LTH-QTY                    PIC 9(005).
           05  FILLER                     PIC X(001).
           05  LTH-PO-NUMBER              PIC 9(005).
           05  FILLER                     PIC X(001).
           05  LTH-SUPP-ID                PIC 9(003).
           05  FILLER                     PIC X(001).
           05  LTH-LOC-CODE               PIC X(003).
