      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    SALES HISTORY FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    THE TILL EXTRACT (SALES.DAT) IS REPLACED EVERY DAY, SO
      *    SALEDEP KEEPS A COPY OF EACH POSTED SALES ROW HERE UNDER
      *    ITS BUSINESS DATE. A LOT RECALL USES IT TO NAME THE
      *    SANDWICHES SOLD ON THE DAYS A LOT WAS BEING USED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  SALEHIST-FILE
           LABEL RECORD IS STANDARD.
       01  SALEHIST-RECORD.
           05  SLH-BUS-DATE               PIC 9(008).
           05  FILLER                     PIC X(001).
           05  SLH-SAND-ID                PIC 9(003).
           05  FILLER                     PIC X(001).
           05  SLH-QTY                    PIC 9(005).
