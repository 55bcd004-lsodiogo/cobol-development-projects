      *     V2 | EM ATUALIZACAO | 02.09.2026 | WIDER INGREDIENT DETAIL
      *         SLICE - THE MASTER RECORD OUTGREW 150 BYTES WHEN THE
      *         ORDER POLICY FIELDS WENT IN
      *     V3 | EM ATUALIZACAO | 15.10.2026 | INGREDIENT DETAIL SLICE
      *         TAKES THE REST OF THE BACKUP LINE - THE MASTER RECORD
      *         GREW AGAIN WITH THE ALLERGEN FLAGS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTSAV.
                   PERFORM CHECK-ONE-INGRED
                   MOVE SPACES TO BKUP-LINE
                   MOVE "DTL " TO BKUP-LINE(1:4)
                   MOVE INGRED-RECORD TO BKUP-LINE(5:196)
                   WRITE BKUP-LINE
                   ADD 1 TO WS-REC-COUNT
                   READ INGREDS-FILE NEXT RECORD
