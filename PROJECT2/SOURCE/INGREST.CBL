      *     V2 | EM ATUALIZACAO | 02.09.2026 | WIDER INGREDIENT DETAIL
      *         SLICE - THE MASTER RECORD OUTGREW 150 BYTES WHEN THE
      *         ORDER POLICY FIELDS WENT IN
      *     V3 | EM ATUALIZACAO | 15.10.2026 | INGREDIENT DETAIL SLICE
      *         TAKES THE REST OF THE BACKUP LINE - THE MASTER RECORD
      *         GREW AGAIN WITH THE ALLERGEN FLAGS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGREST.
           READ BKUP-FILE
           PERFORM UNTIL WS-BKUP-EOF
               IF BKUP-LINE(1:4) = "DTL "
                   MOVE BKUP-LINE(5:196) TO INGRED-RECORD
                   WRITE INGRED-RECORD
                   IF WS-INGREDS-OK
                       ADD 1 TO WS-LOADED-CT
