      *     V6 | EM ATUALIZACAO | 02.09.2026 | ORDER POLICY - COVERAGE
      *         DAYS TARGET AND SUPPLIER PACK SIZE / ORDER MULTIPLE,
      *         BOTH ZERO WHEN NO POLICY IS SET
      *     V7 | EM ATUALIZACAO | 15.10.2026 | ALLERGEN REGISTER - ONE
      *         Y/N FLAG PER DECLARABLE ALLERGEN, SPACE WHEN THE
      *         INGREDIENT HAS NOT BEEN DECLARED YET
      *     V8 | EM ATUALIZACAO | 15.10.2026 | PREPARED INGREDIENTS -
      *         MADE IN HOUSE FROM A SUB-RECIPE, BATCH YIELD IN
      *         ING-UN-SUPP UNITS AND SHELF LIFE OF A NEW BATCH
      ******************************************************************
       FD  INGREDS-FILE
           LABEL RECORD IS STANDARD.
           05  ING-CONV-FACTOR            PIC 9(003)V999.
           05  ING-COVER-DAYS             PIC 9(003).
           05  ING-PACK-SIZE              PIC 9(003).
           05  ING-ALLERGENS.
               10  ING-ALG-GLUTEN         PIC X(001).
               10  ING-ALG-CRUSTACEANS    PIC X(001).
               10  ING-ALG-EGGS           PIC X(001).
               10  ING-ALG-FISH           PIC X(001).
               10  ING-ALG-PEANUTS        PIC X(001).
               10  ING-ALG-SOYA           PIC X(001).
               10  ING-ALG-MILK           PIC X(001).
               10  ING-ALG-TREE-NUTS      PIC X(001).
               10  ING-ALG-CELERY         PIC X(001).
               10  ING-ALG-MUSTARD        PIC X(001).
               10  ING-ALG-SESAME         PIC X(001).
               10  ING-ALG-SULPHITES      PIC X(001).
               10  ING-ALG-LUPIN          PIC X(001).
               10  ING-ALG-MOLLUSCS       PIC X(001).
           05  ING-ALLERGEN-TABLE REDEFINES ING-ALLERGENS.
               10  ING-ALG-FLAG           PIC X(001) OCCURS 14 TIMES.
                   88  ING-ALG-PRESENT    VALUE "Y".
                   88  ING-ALG-ABSENT     VALUE "N".
           05  ING-PREP-FLAG              PIC X(001).
               88  ING-IS-PREPARED        VALUE "Y".
           05  ING-BATCH-YIELD            PIC 9(005).
           05  ING-SHELF-DAYS             PIC 9(003).
