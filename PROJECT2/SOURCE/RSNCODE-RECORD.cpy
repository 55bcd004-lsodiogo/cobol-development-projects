      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    LOSS REASON CODE FILE | FD + RECORD LAYOUT
      ******************************************************************
      *    ONE RECORD PER REASON A LOSS OR STOCK ADJUSTMENT CAN BE
      *    POSTED FOR. THE CODE IS CARRIED ON THE LEDGER MOVEMENT
      *    (MOV-REASON-CODE). THE SHRINK FLAG SAYS WHETHER THE SHRINKAGE
      *    REPORT COUNTS ADJUSTMENTS AND RETURNS POSTED UNDER THE CODE -
      *    LOSSES ALWAYS COUNT. CODES ALREADY ON THE LEDGER ARE RETIRED,
      *    NEVER DELETED.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       FD  RSNCODE-FILE
           LABEL RECORD IS STANDARD.
       01  RSNCODE-RECORD.
           05  RSN-CODE                   PIC X(004).
           05  RSN-DESCRIPTION            PIC X(030).
           05  RSN-SHRINK-FLAG            PIC X(001).
               88  RSN-IS-SHRINKAGE       VALUE "Y".
               88  RSN-SHRINK-VALID       VALUE "Y" "N".
           05  RSN-STATUS                 PIC X(001).
               88  RSN-IS-ACTIVE          VALUE "A".
               88  RSN-IS-RETIRED         VALUE "X".
               88  RSN-STATUS-VALID       VALUE "A" "X".
           05  RSN-CHANGED-DATE           PIC 9(008).
           05  RSN-CHANGED-BY             PIC X(020).
