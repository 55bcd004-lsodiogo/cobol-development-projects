      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PRODUCTION RUN LOG FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER PRODUCTION BATCH POSTED: WHAT WAS MADE, HOW
      *    MUCH, WHERE AND BY WHOM, THE LOT IT WENT INTO AND WHAT IT
      *    COST. THE LOTS FILE CARRIES NO COST, SO THIS IS WHERE THE
      *    COST OF EACH PREPARED LOT IS KEPT - THE RAW INGREDIENTS
      *    VALUED AT THEIR UNIT COST ON THE DAY THE BATCH WAS MADE.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  PRODRUN-FILE
           LABEL RECORD IS STANDARD.
       01  PRODRUN-RECORD.
           05  PRD-BATCH-NO               PIC 9(005).
           05  PRD-PREP-ID                PIC 9(003).
           05  PRD-DATE                   PIC 9(008).
           05  PRD-BATCHES                PIC 9(003).
           05  PRD-YIELD-QTY              PIC 9(005).
           05  PRD-LOT-NUMBER             PIC X(010).
           05  PRD-EXPIRY-DATE            PIC 9(008).
           05  PRD-LOC-CODE               PIC X(003).
           05  PRD-BATCH-COST             PIC 9(007)V99.
           05  PRD-UNIT-COST              PIC 9(005)V99.
           05  PRD-OPERATOR               PIC X(020).
