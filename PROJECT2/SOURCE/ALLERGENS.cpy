      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    DECLARABLE ALLERGENS | NAME AND CODE TABLES
      ******************************************************************
      *    THE FOURTEEN ALLERGENS THAT MUST BE DECLARED ON A SANDWICH
      *    LABEL, IN THE SAME ORDER AS THE ING-ALG-FLAG TABLE ON THE
      *    INGREDIENTS MASTER - ENTRY N HERE NAMES FLAG N THERE. THE
      *    THREE-LETTER CODE IS THE COLUMN HEADING ON THE MATRIX.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       01  WS-ALLERGEN-NAMES.
           05  FILLER                 PIC X(011) VALUE "GLUTEN".
           05  FILLER                 PIC X(011) VALUE "CRUSTACEANS".
           05  FILLER                 PIC X(011) VALUE "EGGS".
           05  FILLER                 PIC X(011) VALUE "FISH".
           05  FILLER                 PIC X(011) VALUE "PEANUTS".
           05  FILLER                 PIC X(011) VALUE "SOYA".
           05  FILLER                 PIC X(011) VALUE "MILK".
           05  FILLER                 PIC X(011) VALUE "TREE NUTS".
           05  FILLER                 PIC X(011) VALUE "CELERY".
           05  FILLER                 PIC X(011) VALUE "MUSTARD".
           05  FILLER                 PIC X(011) VALUE "SESAME".
           05  FILLER                 PIC X(011) VALUE "SULPHITES".
           05  FILLER                 PIC X(011) VALUE "LUPIN".
           05  FILLER                 PIC X(011) VALUE "MOLLUSCS".
       01  WS-ALLERGEN-NAME-TABLE REDEFINES WS-ALLERGEN-NAMES.
           05  WS-ALG-NAME                PIC X(011) OCCURS 14 TIMES.

       01  WS-ALLERGEN-CODES.
           05  FILLER                     PIC X(003) VALUE "GLU".
           05  FILLER                     PIC X(003) VALUE "CRU".
           05  FILLER                     PIC X(003) VALUE "EGG".
           05  FILLER                     PIC X(003) VALUE "FSH".
           05  FILLER                     PIC X(003) VALUE "PNT".
           05  FILLER                     PIC X(003) VALUE "SOY".
           05  FILLER                     PIC X(003) VALUE "MLK".
           05  FILLER                     PIC X(003) VALUE "NUT".
           05  FILLER                     PIC X(003) VALUE "CEL".
           05  FILLER                     PIC X(003) VALUE "MUS".
           05  FILLER                     PIC X(003) VALUE "SES".
           05  FILLER                     PIC X(003) VALUE "SUL".
           05  FILLER                     PIC X(003) VALUE "LUP".
           05  FILLER                     PIC X(003) VALUE "MOL".
       01  WS-ALLERGEN-CODE-TABLE REDEFINES WS-ALLERGEN-CODES.
           05  WS-ALG-CODE                PIC X(003) OCCURS 14 TIMES.

       01  WS-ALG-COUNT                   PIC 9(002) VALUE 14.
       01  WS-ALG-IX                      PIC 9(002).
