      *         FAILURE ABANDONS THE IMPORT INSTEAD OF RECREATING IT
      *         EMPTY
      *     V6 | EM ATUALIZACAO | 02.09.2026 | DEFAULT ORDER POLICY ZERO
      *     V7 | EM ATUALIZACAO | 15.10.2026 | IMPORTED ROWS CARRY NO
      *         ALLERGEN DECLARATION - LEFT BLANK FOR INGEDIT TO FILL
      *     V8 | EM ATUALIZACAO | 15.10.2026 | IMPORTED ROWS ARE BOUGHT
      *         ITEMS - NOT PREPARED, NO BATCH YIELD OR SHELF LIFE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGCSV.
               MOVE 0 TO ING-SUPP-ID
               MOVE 0 TO ING-UNIT-COST ING-CONV-FACTOR
               MOVE 0 TO ING-COVER-DAYS ING-PACK-SIZE
               MOVE SPACES TO ING-ALLERGENS
               MOVE "N" TO ING-PREP-FLAG
               MOVE 0 TO ING-BATCH-YIELD ING-SHELF-DAYS
               SET ING-TRESHOLD-MANUAL TO TRUE
               SET ING-IS-ACTIVE TO TRUE
               WRITE INGRED-RECORD
