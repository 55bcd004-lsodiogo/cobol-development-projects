      *     V31 | EM ATUALIZACAO | 02.09.2026 | ORDER POLICY FIELDS
      *         (COVERAGE DAYS, PACK SIZE) - ORDER-UP-TO SUGGESTIONS
      *         INSTEAD OF THE BARE SHORTFALL
      *     V32 | EM ATUALIZACAO | 15.10.2026 | SUPPLIER INVOICE ENTRY
      *         AND THREE-WAY MATCH AGAINST PO RECEIPTS AND THE PRICE
      *         LIST (SUPINV), REACHED FROM THE PURCHASE ORDERS MENU
      *     V33 | EM ATUALIZACAO | 15.10.2026 | RETURNS TO SUPPLIER WITH
      *         RETURN NOTE AND EXPECTED SUPPLIER CREDITS (SUPRET,
      *         RETPRINT), REACHED FROM THE PURCHASE ORDERS MENU
      *     V34 | EM ATUALIZACAO | 15.10.2026 | CLOSE A PURCHASE ORDER
      *         SHORT, AND THE MONTHLY SUPPLIER SCORECARD (SUPSCORE)
      *         REACHED FROM THE SUPPLIER MENU
      *     V35 | EM ATUALIZACAO | 15.10.2026 | ALLERGEN REGISTER ON THE
      *         INGREDIENT, SANDWICH ALLERGEN MATRIX (SANDALRG) AND
      *         THE NEW-ALLERGEN WARNING ON SUBSTITUTION
      *     V36 | EM ATUALIZACAO | 15.10.2026 | LOT CONSUMPTION HISTORY
      *         AND THE LOT RECALL TRACE (LOTRECL) REACHED FROM THE
      *         SEARCHES/REPORTS MENU
      *     V37 | EM ATUALIZACAO | 15.10.2026 | CATERING PRE-ORDERS
      *         (CATORDER) REACHED FROM THE MAIN MENU, AND THE
      *         RESERVED-STOCK TAGS ON THE REORDER REPORT AND THE
      *         PURCHASE ORDER SUGGESTIONS
      *     V38 | EM ATUALIZACAO | 15.10.2026 | PREPARED INGREDIENTS
      *         (PREPPROD) - SUB-RECIPES, PRODUCTION BATCHES, THE MAKE
      *         SECTION OF THE REORDER REPORT AND THE RECALL SOURCE
      *     V39 | EM ATUALIZACAO | 15.10.2026 | MONTH-END JOURNAL
      *         EXPORT AND STOCK TIE-OUT (MONJRNL) AS NIGHT BATCH
      *         OPTION 2 - THE CLOSE MOVES TO OPTION 3, RETURN TO 4
      *     V40 | EM ATUALIZACAO | 15.10.2026 | CROSS-FILE STOCK BALANCE
      *         CHECK (STKBAL) TEXTS AND STOCK TAKE MENU OPTION 3
      *     V41 | EM ATUALIZACAO | 15.10.2026 | LOSS REASON CODES AND
      *         THE SHRINKAGE REPORT (INGSHRNK) AS SEARCH MENU OPTION 10
      *         - EXIT MOVES TO OPTION 11
      *     V42 | EM ATUALIZACAO | 15.10.2026 | LOT FILE AND BILLED
      *         TABLE ERRORS, PREPARED LOT TRACE TEXTS, RETURNED AND
      *         PRODUCTION COLUMNS ON THE MONTH-END REPORT, JOURNAL
      *         MAPPING CHECK AND LOSS LOCATION WORDING
      *     V43 | EM ATUALIZACAO | 15.10.2026 | RETURN CREDIT AND RETURN
      *         LINE WRITE ERRORS
      ******************************************************************
       01  SAVE-IT                        PIC X(002).
           88 SAVE-IT-YES                 VALUE "Y" "y".
      * MAIN MENU OPTION 15
       78 MAIN-MENU-OPTION15   VALUE "  15 - BACKUP AND RESTORE".
      * MAIN MENU OPTION 16
       78 MAIN-MENU-OPTION16   VALUE "  16 - CATERING PRE-ORDERS".
      *MAIN MENU OPTION CHOICE
       78 MAIN-MENU-CHOICE     VALUE "CHOOSE AN OPTION: ".
      *MAIN MENU ERROR
       78 SEARCH-MENU-OPTION7 VALUE "7 - WRITE OFF EXPIRED LOTS (SUPER
      -    "VISOR ONLY)".
       78 SEARCH-MENU-OPTION8 VALUE "8 - SANDWICH COST AND MARGIN".
       78 SEARCH-MENU-OPTION9 VALUE "9 - LOT RECALL / TRACE".
       78 SEARCH-MENU-CHOICE   VALUE "CHOOSE AN OPTION: ".
       78  GET-ING-NAME-SEARCH VALUE "ENTER ALL OR PART OF THE INGREDIE
      -    "NT NAME: ".
       78  PO-MENU-OPTION2 VALUE "2 - LIST OPEN PURCHASE ORDERS".
       78  PO-MENU-OPTION3 VALUE "3 - RECEIVE A PURCHASE ORDER".
       78  PO-MENU-OPTION4 VALUE "4 - REPRINT AN ORDER FORM".
       78  PO-MENU-OPTION5 VALUE "5 - SUPPLIER INVOICES".
       78  SCREEN-PO-NUMBER VALUE " PO NUMBER: ".
       78  PO-CREATE-PROMPT VALUE "CREATE A PURCHASE ORDER FOR THIS SU
      -    "PPLIER? (Y)ES (N)O:".
      -    "D".
       78  ERROR-INGREDS-OPEN VALUE "COULD NOT OPEN THE INGREDIENTS MA
      -    "STER - STEP ABANDONED".
       78  ERROR-INGLOT-OPEN VALUE "COULD NOT OPEN THE LOT FILE - FUNCTI
      -    "ON ABANDONED".

      *ORDER POLICY - COVERAGE DAYS AND PACK SIZE
       78  MANUALLY-ADD-COVERDAYS VALUE "COVERAGE DAYS TARGET (000 FO
       78  STKTAKE-MENU-OPTION1 VALUE "1 - COUNT STOCK".
       78  STKTAKE-MENU-OPTION2 VALUE "2 - TRANSFER BETWEEN LOCATION
      -    "S".
       78  STKTAKE-MENU-OPTION3 VALUE "3 - STOCK BALANCE CHECK AND RE
      -    "PAIR".
       78  LOCATION-PROMPT VALUE "LOCATION CODE (E.G. SHP SHOP, KSK K
      -    "IOSK; ALL FOR THE WHOLE BUSINESS): ".
       78  LOCATION-RECV-PROMPT VALUE "RECEIVING AT LOCATION (E.G. SH
       78  SANDCOST-MENU-OPTION1 VALUE "1 - MAINTAIN SANDWICH SELL PR
      -    "ICES".
       78  SANDCOST-MENU-OPTION2 VALUE "2 - COST AND MARGIN REPORT".
       78  SANDCOST-MENU-OPTION3 VALUE "3 - SANDWICH ALLERGEN MATRIX".
       78  SCREEN-SAND-ID VALUE " SANDWICH ID: ".
       78  MANUALLY-ADD-SELL-PRICE VALUE "SELL PRICE: ".
       78  ERROR-SELL-PRICE VALUE "INVALID. SELL PRICE MUST BE A NUMB
      *MONTH-END CLOSE OF THE MOVEMENT LEDGER
       78  MODULE-NAME-MONCLOSE VALUE "MONTH-END CLOSE".
       78  NIGHTBAT-MENU-OPTION1 VALUE "1 - RUN NIGHT BATCH NOW".
       78  NIGHTBAT-MENU-OPTION2 VALUE "2 - MONTH-END JOURNAL AND STOC
      -    "K TIE-OUT".
       78  NIGHTBAT-MENU-OPTION3 VALUE "3 - MONTH-END CLOSE (MOVEMENT
      -    " LEDGER)".
       78  MONCLOSE-MONTH VALUE "CLOSING MONTH: ".
       78  MONCLOSE-ALREADY VALUE "THIS MONTH IS ALREADY CLOSED - NOT
      -    "HING DONE".
      -    "TED: MONCLOSE.PRN".
       78  MONCLOSE-TITLE VALUE "B R E A D W I C H   M O N T H L Y
      -    "C O N S U M P T I O N   A N D   S H R I N K A G E".
       78  MONCLOSE-HEADER VALUE "ID   NAME                           RE
      -    "CEIPTS     USAGE   USAGE VALUE      LOSS   LOSS VALUE  RETUR
      -    "NED  PROD USE  PROD YLD".
       78  MONCLOSE-TOTAL VALUE "MONTH TOTALS:".

      *MEASURED DAILY CONSUMPTION FROM THE MOVEMENT LEDGER
       78  PO-QUOTE-TAG VALUE "CHEAPEST QUOTED PRICE: ".
       78  ERROR-PRICELST-OPEN VALUE "COULD NOT OPEN THE PRICE LIST F
      -    "ILE - FUNCTION ABANDONED".
       78  SUPP-MENU-OPTION6 VALUE "6 - SUPPLIER SCORECARD".

      *FAILED-OPEN AND RECEIVING GUARDS
       78  ERROR-OPERS-OPEN VALUE "COULD NOT OPEN THE OPERATOR MASTER
      -    "- FUNCTION ABANDONED".
       78  ERROR-RUNCTL-OPEN VALUE "COULD NOT OPEN THE RUN CONTROL FIL
      -    "E - NIGHT BATCH ABANDONED".

      *SUPPLIER INVOICE ENTRY AND THREE-WAY MATCH
       78  PO-MENU-OPTION6 VALUE "6 - RETURNS TO SUPPLIER AND CREDITS".
       78  MODULE-NAME-SUPINV VALUE "SUPPLIER INVOICES".
       78  INV-MENU-OPTION1 VALUE "1 - ENTER A SUPPLIER INVOICE".
       78  INV-MENU-OPTION2 VALUE "2 - RUN THE INVOICE MATCH".
       78  INV-MENU-OPTION3 VALUE "3 - LIST SUPPLIER INVOICES".
       78  INV-MENU-OPTION4 VALUE "4 - RETURN TO PURCHASE ORDERS MENU".
       78  INV-NUMBER-PROMPT VALUE "  INVOICE NUMBER: ".
       78  INV-DATE-PROMPT VALUE "    INVOICE DATE (YYYYMMDD): ".
       78  INV-LINE-PO-PROMPT VALUE " PO NUMBER BILLED (00000 WHEN DONE)
      -    ": ".
       78  INV-LINE-QTY-PROMPT VALUE "    QUANTITY BILLED: ".
       78  INV-LINE-PRICE-PROMPT VALUE "  UNIT PRICE BILLED: ".
       78  ERROR-INV-NUMBER VALUE "THE INVOICE NUMBER MUST BE FILLED".
       78  ERROR-INV-DUP VALUE "THIS INVOICE IS ALREADY ON FILE FOR THIS
      -    " SUPPLIER".
       78  ERROR-INV-DATE VALUE "INVALID DATE - USE YYYYMMDD".
       78  ERROR-INV-POLINE VALUE "NO SUCH LINE ON ANY PO OF THIS SUPPLI
      -    "ER - LINE NOT TAKEN".
       78  ERROR-INV-QTY VALUE "THE QUANTITY BILLED MUST BE GREATER THAN
      -    " ZERO".
       78  INV-LINES-FULL VALUE "THE INVOICE HAS THE MAXIMUM OF 50 LI
      -    "NES".
       78  INV-NO-LINES VALUE "NO LINES ENTERED - INVOICE NOT SAVED".
       78  INV-TOTAL-TAG VALUE "INVOICE TOTAL: ".
       78  MESSAGE-INV-SAVE VALUE "SAVE THIS INVOICE? (Y)ES (N)O:".
       78  MESSAGE-INV-WRITE-YES VALUE "INVOICE SAVED - IT WILL BE MATCH
      -    "ED ON THE NEXT RUN".
       78  MESSAGE-INV-WRITE-NO VALUE "INVOICE NOT SAVED".
       78  ERROR-INVFILE-OPEN VALUE "COULD NOT OPEN THE INVOICE FILES - 
      -    "FUNCTION ABANDONED".
       78  INV-LIST-EMPTY VALUE "NO SUPPLIER INVOICES ON FILE".
       78  INV-STATUS-ENTERED VALUE "ENTERED - NOT MATCHED YET".
       78  INV-STATUS-HELD VALUE "HELD - DISCREPANCY".
       78  INV-STATUS-APPROVED VALUE "APPROVED TO PAY".
       78  INVM-TITLE VALUE "B R E A D W I C H   I N V O I C E   M A T C
      -    " H".
       78  INVM-HEADER VALUE "SUP/INVOICE          PO    ING  DISCREPANC
      -    "Y                         BILLED   ALLOWED".
       78  INVM-OVER-QTY VALUE "QTY BILLED OVER QTY RECEIVED".
       78  INVM-OVER-PRICE VALUE "PRICE BILLED ABOVE ACTIVE QUOTE".
       78  INVM-NOT-RECEIVED VALUE "PO LINE NOT RECEIVED YET".
       78  INVM-NO-QUOTE VALUE "NO ACTIVE QUOTE - PRICE UNCHECKED".
       78  INVM-BILLED-UNKNOWN VALUE "PRIOR BILLED QTY NOT KNOWN".
       78  ERROR-INV-BILLED-FULL VALUE "TOO MANY INVOICED PO LINES TO TR
      -    "ACK - INVOICES BILLING UNTRACKED LINES ARE HELD".
       78  INVM-NONE VALUE "NO INVOICES WAITING TO BE MATCHED".
       78  INVM-APPROVED-HEADER VALUE "APPROVED TO PAY:".
       78  INVM-APPROVED-CT VALUE "INVOICES APPROVED: ".
       78  INVM-HELD-CT VALUE "INVOICES HELD:     ".
       78  INVM-DONE VALUE "INVOICE MATCH COMPLETE. REPORT CREATED: INVM
      -    "ATCH.PRN".

      *RETURNS TO SUPPLIER AND SUPPLIER CREDIT NOTES
       78  PO-MENU-OPTION7 VALUE "7 - CLOSE A PURCHASE ORDER SHORT".
       78  MODULE-NAME-SUPRET VALUE "RETURNS TO SUPPLIER".
       78  RET-MENU-OPTION1 VALUE "1 - RETURN STOCK TO A SUPPLIER".
       78  RET-MENU-OPTION2 VALUE "2 - REPRINT A RETURN NOTE".
       78  RET-MENU-OPTION3 VALUE "3 - CONFIRM A SUPPLIER CREDIT NOTE".
       78  RET-MENU-OPTION4 VALUE "4 - OUTSTANDING SUPPLIER CREDITS REPO
      -    "RT".
       78  RET-MENU-OPTION5 VALUE "5 - RETURN TO PURCHASE ORDERS MENU".
       78  RET-LOC-PROMPT VALUE "RETURNING FROM LOCATION (E.G. SHP SHOP,
      -    " KSK KIOSK): ".
       78  RET-ING-PROMPT VALUE " INGREDIENT ID RETURNED (000 WHEN DONE)
      -    ": ".
       78  RET-REASON-PROMPT VALUE "REASON (E.G. DAMAGED, PAST DATE): ".
       78  RET-NUMBER-PROMPT VALUE " RETURN NUMBER: ".
       78  RET-EXPECTED-TAG VALUE "EXPECTED CREDIT: ".
       78  RET-LINES-FULL VALUE "THE RETURN HAS THE MAXIMUM OF 30 LI
      -    "NES".
       78  RET-NO-LINES VALUE "NO LINES ENTERED - NOTHING RETURNED".
       78  RET-MOVE-REASON VALUE "RETURN ".
       78  RET-POSTED-MSG VALUE "RETURN POSTED. RETURN NUMBER: ".
       78  MESSAGE-RET-SAVE VALUE "POST THIS RETURN? (Y)ES (N)O:".
       78  MESSAGE-RET-CANCELLED VALUE "RETURN CANCELLED - NOTHING POSTE
      -    "D".
       78  ERROR-RETFILE-OPEN VALUE "COULD NOT OPEN THE RETURNS FILES - 
      -    "FUNCTION ABANDONED".
       78  ERROR-SUPCRED-WRITE VALUE "COULD NOT WRITE THE EXPECTED CREDI
      -    "T - NOTHING POSTED, RETURN ABANDONED".
       78  ERROR-RETLINE-WRITE VALUE "COULD NOT WRITE THE RETURN LINE - 
      -    "STOCK AND CREDIT POSTED, NOTE WILL LACK INGREDIENT ".
       78  ERROR-RET-POLINE VALUE "NOTHING RECEIVED FOR THAT INGREDIENT 
      -    "ON THIS PO - LINE NOT TAKEN".
       78  ERROR-RET-LOT VALUE "NO SUCH LOT ON HAND FOR THIS INGREDIENT 
      -    "- LINE NOT TAKEN".
       78  ERROR-RET-QTY VALUE "INVALID QUANTITY - LINE NOT TAKEN. MOST 
      -    "THAT CAN GO BACK: ".
       78  ERROR-RET-REASON VALUE "THE REASON MUST BE FILLED".
       78  CRD-REF-PROMPT VALUE "SUPPLIER CREDIT NOTE NUMBER: ".
       78  CRD-AMOUNT-PROMPT VALUE "AMOUNT CREDITED (BLANK FOR THE EXPEC
      -    "TED AMOUNT): ".
       78  ERROR-CRD-NO VALUE "NO OPEN CREDIT FOR THAT RETURN NUMBER".
       78  ERROR-CRD-REF VALUE "THE CREDIT NOTE NUMBER MUST BE FILLED".
       78  ERROR-CRD-AMOUNT VALUE "INVALID AMOUNT".
       78  MESSAGE-CRD-SAVE VALUE "CONFIRM THIS CREDIT AS RECEIVED? (Y)E
      -    "S (N)O:".
       78  MESSAGE-CRD-WRITE-YES VALUE "CREDIT CONFIRMED".
       78  MESSAGE-CRD-WRITE-NO VALUE "CREDIT LEFT OPEN".
       78  CRD-LIST-EMPTY VALUE "NO SUPPLIER RETURNS ON FILE".
       78  CRD-LIST-TITLE VALUE "B R E A D W I C H   S U P P L I E R   C
      -    " R E D I T S   O U T S T A N D I N G".
       78  CRD-LIST-HEADER VALUE "RETNO  DATE      SUP NAME             
      -    "              PO         EXPECTED   DAYS".
       78  CRD-SUPTOT-HEADER VALUE "SUP NAME                            
      -    " OPEN     CREDIT OWED".
       78  CRD-GRAND-LABEL VALUE "TOTAL OWED TO US".
       78  CRD-LIST-NONE VALUE "NO SUPPLIER CREDITS OUTSTANDING".
       78  CRD-LIST-DONE VALUE "OUTSTANDING CREDITS REPORT CREATED: CRED
      -    "ITS.PRN".
       78  RET-NOTE-TITLE VALUE "B R E A D W I C H   R E T U R N   T O  
      -    " S U P P L I E R".
       78  RET-NOTE-NUMBER VALUE "RETURN NUMBER: ".
       78  RET-NOTE-PO VALUE "ORIGINAL PO NUMBER: ".
       78  RET-NOTE-LOC VALUE "COLLECTED FROM LOCATION: ".
       78  RET-NOTE-HEADER VALUE "ID   NAME                           LO
      -    "T          QTY  UNIT       UNIT COST    LINE TOTAL".
       78  RET-NOTE-REASON VALUE "REASON: ".
       78  RET-NOTE-TOTAL VALUE "EXPECTED CREDIT TOTAL:".
       78  RET-NOTE-CREDIT-ASK VALUE "PLEASE ISSUE A CREDIT NOTE QUOTING
      -    " THE RETURN NUMBER ABOVE.".
       78  RET-NOTE-DRIVER VALUE "GOODS COLLECTED BY (DRIVER NAME): ____
      -    "__________________________".
       78  RET-NOTE-SIGNATURE VALUE "SIGNATURE: ________________________
      -    "______   DATE: ____________".
       78  RET-NOTE-DONE VALUE "RETURN NOTE CREATED: ".

      *CLOSE SHORT AND SUPPLIER SCORECARD
       78  PO-MENU-OPTION8 VALUE "8 - RETURN TO MAIN MENU".
       78  PO-SHORT-CONFIRM VALUE "THE OPEN LINES ABOVE WILL NOT BE DELI
      -    "VERED - CLOSE THE ORDER SHORT? (Y)ES (N)O:".
       78  PO-SHORT-DONE VALUE "ORDER CLOSED SHORT. LINES MARKED SHOR
      -    "T: ".
       78  PO-SHORT-NOT-DONE VALUE "ORDER LEFT OPEN".
       78  SUPP-MENU-OPTION7 VALUE "7 - RETURN TO MAIN MENU".
       78  SCORE-MONTH-PROMPT VALUE "ORDERS PLACED IN MONTH (CCYYMM, 0 =
      -    " LAST MONTH): ".
       78  ERROR-SCORE-MONTH VALUE "INVALID MONTH - KEY CCYYMM OR 0".
       78  SCORE-NO-POS VALUE "NO PURCHASE ORDERS ON FILE".
       78  SCORE-TITLE VALUE "B R E A D W I C H   S U P P L I E R   S C 
      -    "O R E C A R D".
       78  SCORE-PERIOD VALUE "ORDERS PLACED IN: ".
       78  SCORE-HEADER VALUE "SUP  NAME                  ORDERS  ON-TIM
      -    "E%   LATE  AVG-LATE     FILL%    PRICE%".
       78  SCORE-TOTAL-LABEL VALUE "ALL SUPPLIERS".
       78  SCORE-NONE VALUE "NO PURCHASE ORDERS PLACED IN THAT MONTH".
       78  SCORE-LEGEND1 VALUE "ON-TIME%: ORDERS DELIVERED BY THE EXPECT
      -    "ED DATE. LATE: ORDERS DELIVERED LATE OR STILL DUE".
       78  SCORE-LEGEND2 VALUE "AVG-LATE: AVERAGE DAYS LATE. FILL%: RECE
      -    "IVED OVER ORDERED ON CLOSED ORDERS".
       78  SCORE-LEGEND3 VALUE "PRICE%: PRICE PAID OVER THE PRICE LIST Q
      -    "UOTE, 100.0 IS AT QUOTE".
       78  SCORE-LEGEND4 VALUE "A BLANK FIGURE HAS NOTHING TO BE MEASURE
      -    "D ON".
       78  SCORE-DONE VALUE "SUPPLIER SCORECARD CREATED: SCORECARD.PRN".

      *ALLERGEN REGISTER AND SANDWICH ALLERGEN MATRIX
       78  EDIT14 VALUE "14 - ALLERGENS".
       78  ALG-ANY-PROMPT VALUE "DOES IT CONTAIN ANY OF THE 14 DECLARABL
      -    "E ALLERGENS? (Y/N): ".
       78  ALG-ASK-PROMPT VALUE "CONTAINS ".
       78  ALG-ASK-YN VALUE "(Y/N): ".
       78  ALG-ASK-NOW VALUE " NOW: ".
       78  ALG-EDIT-HELP VALUE "ANSWER Y OR N FOR EACH ALLERGEN - ENTER 
      -    "KEEPS THE CURRENT ANSWER".
       78  ERROR-ALG-YN VALUE "INVALID. ANSWER Y OR N".
       78  ALG-AUD-TAG VALUE "ALLERGEN ".
       78  ALG-AUD-FIELD VALUE "ALLERGENS".
       78  ALG-NONE VALUE "NONE".
       78  ALG-NOT-DECLARED VALUE "NOT DECLARED".
       78  ALG-SCREEN-LABEL VALUE "ALLERGENS: ".
       78  SALEEXC-ALG-UNDECLARED VALUE "SUBSTITUTE HAS NO ALLERGEN DECL
      -    "ARATION - CHECK THE LABEL".
       78  SALEDEP-ALG-WARNING VALUE "WARNING - SUBSTITUTE ADDS ALLERGEN
      -    "S NOT ON THE LABEL. ING: ".
       78  SALEDEP-ALG-UNDECLARED VALUE "WARNING - SUBSTITUTE ALLERGENS 
      -    "NOT DECLARED. ING: ".
       78  SALEDEP-ALG-LABELS VALUE "SANDWICH LABELS NOW WRONG ARE LISTE
      -    "D IN SALEEXC.DAT".
       78  SUBST-ALG-WARNING VALUE "WARNING - THE SUBSTITUTE CONTAINS AL
      -    "LERGENS THE PRIMARY DOES NOT: ".
       78  SUBST-ALG-UNDECLARED VALUE "WARNING - THE ALLERGENS OF ONE OF
      -    " THESE INGREDIENTS ARE NOT DECLARED".
       78  SUBST-ALG-LABEL VALUE "SANDWICH LABELS WILL BE WRONG WHENEVER
      -    " THIS RULE IS USED".
       78  SANDCOST-MENU-OPTION4 VALUE "4 - RETURN".
       78  MODULE-NAME-SANDALRG VALUE "SANDWICH ALLERGEN MATRIX".
       78  ALG-MATRIX-TITLE VALUE "B R E A D W I C H   A L L E R G E N  
      -    " M A T R I X".
       78  ALG-MATRIX-NONE VALUE "NO ACTIVE SANDWICHES ON THE COMPOSITIO
      -    "N FILE".
       78  ALG-MATRIX-LEGEND VALUE "X = CONTAINS. ? = AN INGREDIENT IS N
      -    "OT DECLARED OR NOT ON FILE - CHECK BEFORE LABELLING".
       78  ALG-MATRIX-HEAD VALUE "ID   NAME".
       78  ERROR-ALGRPT-FILE VALUE "COULD NOT OPEN THE ALLERGEN MATRIX F
      -    "ILE".
       78  ALG-MATRIX-DONE VALUE "ALLERGEN MATRIX CREATED: ALLERGEN.
      -    "PRN".
       78  ALG-MATRIX-UND-HEAD VALUE "INGREDIENTS ON ACTIVE RECIPES WITH
      -    " NO FULL ALLERGEN DECLARATION".
       78  ALG-MATRIX-MISSING VALUE "NOT ON FILE OR ARCHIVED".

      *LOT CONSUMPTION HISTORY AND RECALL TRACE
       78  SEARCH-MENU-OPTION10 VALUE "10 - SHRINKAGE REPORT AND LOSS R
      -    "EASON CODES".
       78  MODULE-NAME-LOTRECL VALUE "LOT RECALL / TRACE".
       78  RECL-MENU-OPTION1 VALUE "1 - TRACE ONE LOT NUMBER".
       78  RECL-MENU-OPTION2 VALUE "2 - TRACE A SUPPLIER'S LOTS RECEIVED
      -    " IN A DATE RANGE".
       78  RECL-MENU-OPTION3 VALUE "3 - RETURN".
       78  RECL-LOT-PROMPT VALUE "LOT NUMBER TO TRACE: ".
       78  RECL-SUPP-PROMPT VALUE "SUPPLIER ID (0 = CANCEL): ".
       78  RECL-FROM-PROMPT VALUE "RECEIVED FROM DATE (YYYYMMDD): ".
       78  RECL-TO-PROMPT VALUE "RECEIVED TO DATE (YYYYMMDD, 0 = TODAY):
      -    " ".
       78  ERROR-RECL-DATE VALUE "INVALID DATE. USE YYYYMMDD, AND THE TO
      -    " DATE CAN'T BE BEFORE THE FROM DATE.".
       78  ERROR-RECL-LOT VALUE "THE LOT NUMBER MUST BE FILLED.".
       78  ERROR-RECALL-FILE VALUE "COULD NOT OPEN RECALL.PRN. PRESS ANY
      -    " KEY TO CONTINUE".
       78  RECL-TITLE VALUE "B R E A D W I C H   L O T   R E C A L L   T
      -    " R A C E".
       78  RECL-SEL-LOT VALUE "LOT NUMBER: ".
       78  RECL-SEL-SUPP VALUE "SUPPLIER: ".
       78  RECL-SEL-RANGE VALUE "RECEIVED BETWEEN ".
       78  RECL-SEL-AND VALUE " AND ".
       78  RECL-LOT-HEAD VALUE "LOT ".
       78  RECL-ING-HEAD VALUE "  INGREDIENT ".
       78  RECL-EXP-HEAD VALUE "  EXPIRY ".
       78  RECL-RECV-HEAD VALUE "  RECEIVED ".
       78  RECL-PO-HEAD VALUE "  PO ".
       78  RECL-QTY-HEAD VALUE "  QTY ".
       78  RECL-AT-HEAD VALUE "  AT ".
       78  RECL-SUPP-HEAD VALUE "  SUPPLIER ".
       78  RECL-NO-PO VALUE "  PO NOT RECORDED (RECEIVED BEFORE LOT HIST
      -    "ORY)".
       78  RECL-NO-RECEIPT VALUE "  RECEIVED BEFORE LOT HISTORY - DATE, 
      -    "PO AND SUPPLIER NOT RECORDED".
       78  RECL-USE-HEAD VALUE "  USED ON    SOURCE            QTY".
       78  RECL-NO-USE VALUE "  NO USAGE RECORDED".
       78  RECL-SAND-TAG VALUE "      POSSIBLY IN SANDWICH ".
       78  RECL-SOLD-TAG VALUE "  SOLD ".
       78  RECL-NO-SALEHIST VALUE "      NO SALES HISTORY KEPT FOR THAT 
      -    "DATE".
       78  RECL-USED-TOTAL VALUE "  TOTAL USED: ".
       78  RECL-REMAINING VALUE "  STILL ON THIS LOT: ".
       78  RECL-GONE VALUE "  LOT FULLY USED OR REMOVED - NOTHING LEFT T
      -    "O RECALL".
       78  RECL-LOC-HEAD VALUE "  INGREDIENT STOCK NOW AT ".
       78  RECL-NO-LOC VALUE "  NO LOCATION STOCK RECORDED FOR THIS INGR
      -    "EDIENT".
       78  RECL-LOT-CT VALUE "LOTS TRACED: ".
       78  RECL-NONE VALUE "NO LOT MATCHES THE SELECTION.".
       78  RECL-FULL VALUE "MORE LOTS MATCH THAN THE TRACE CAN HOLD - NA
      -    "RROW THE DATE RANGE.".
       78  RECL-DONE VALUE "RECALL TRACE WRITTEN TO RECALL.PRN. PRESS AN
      -    "Y KEY TO CONTINUE".
       78  RECL-SRC-SALES VALUE "SALES".
       78  RECL-SRC-USAGE VALUE "MANUAL USAGE".
       78  RECL-SRC-LOSS VALUE "LOSS".
       78  RECL-SRC-WROFF VALUE "EXPIRED WRITE-OFF".
       78  RECL-SRC-COUNT VALUE "STOCK COUNT".
       78  RECL-SRC-RETURN VALUE "RETURN TO SUPPLIER".
       78  RECL-SRC-OTHER VALUE "OTHER".
       78  RECL-NO-RECIPE VALUE "      SOLD THAT DAY ON NO RECIPE OF ITS
      -    " OWN (USED AS A SUBSTITUTE)".

      *CATERING PRE-ORDERS
      * MAIN MENU OPTION 17
       78 MAIN-MENU-OPTION17   VALUE "  17 - PREPARED INGREDIENTS".
       78  MODULE-NAME-CATORDER VALUE "CATERING PRE-ORDERS".
       78  CAT-MENU-OPTION1 VALUE "1 - TAKE A CATERING ORDER".
       78  CAT-MENU-OPTION2 VALUE "2 - LIST OPEN ORDERS".
       78  CAT-MENU-OPTION3 VALUE "3 - FULFIL AN ORDER (POST THE STO
      -    "CK)".
       78  CAT-MENU-OPTION4 VALUE "4 - CANCEL AN ORDER".
       78  CAT-MENU-OPTION5 VALUE "5 - RETURN".
       78  CAT-CUSTOMER-PROMPT VALUE "CUSTOMER: ".
       78  ERROR-CAT-CUSTOMER VALUE "INVALID. CUSTOMER CANNOT BE EMPTY".
       78  CAT-DATE-PROMPT VALUE "DELIVERY DATE (YYYYMMDD): ".
       78  ERROR-CAT-DATE VALUE "INVALID DATE. USE YYYYMMDD, NOT BEFORE 
      -    "TODAY".
       78  CAT-LOC-PROMPT VALUE "LOCATION MAKING THE ORDER: ".
       78  CAT-SAND-PROMPT VALUE "SANDWICH ID (0 TO END THE ORDER): ".
       78  CAT-QTY-PROMPT VALUE "QUANTITY: ".
       78  ERROR-CAT-QTY VALUE "INVALID. QUANTITY MUST BE GREATER THAN Z
      -    "ERO".
       78  CAT-LINE-MERGED VALUE "SANDWICH ALREADY ON THE ORDER - QUANTI
      -    "TY ADDED TO IT".
       78  CAT-LINES-FULL VALUE "THE ORDER IS FULL - NO MORE SANDWICHES 
      -    "CAN BE ADDED".
       78  CAT-NO-LINES VALUE "NO SANDWICHES ENTERED - ORDER NOT SAVED".
       78  CAT-NO-INGREDIENTS VALUE "THE RECIPES OF THIS ORDER USE NO IN
      -    "GREDIENT ON FILE - ORDER NOT SAVED".
       78  CAT-ATP-WARNING VALUE "WARNING: STOCK PLUS OPEN PURCHASE ORDE
      -    "RS, LESS WHAT IS ALREADY RESERVED, DO NOT COVER:".
       78  CAT-ATP-HEADER VALUE "   ID NAME                            N
      -    "EEDED  AVAILABLE".
       78  CAT-ATP-OK VALUE "STOCK PLUS OPEN PURCHASE ORDERS COVER THIS 
      -    "ORDER".
       78  MESSAGE-CAT-SAVE VALUE "SAVE THIS ORDER AND RESERVE THE STOCK
      -    "? (Y)ES (N)O:".
       78  CAT-SAVED-MSG VALUE "ORDER SAVED AND STOCK RESERVED. ORDER NU
      -    "MBER: ".
       78  MESSAGE-CAT-CANCELLED VALUE "ORDER NOT SAVED".
       78  CAT-ORDER-PROMPT VALUE "ORDER NUMBER: ".
       78  ERROR-CAT-ORDER VALUE "THAT ORDER IS NOT ON FILE OR IS NO LON
      -    "GER OPEN".
       78  ERROR-CATFILE-OPEN VALUE "COULD NOT OPEN THE CATERING ORDER F
      -    "ILES - FUNCTION ABANDONED".
       78  CAT-LIST-EMPTY VALUE "NO OPEN CATERING ORDERS".
       78  CAT-LIST-HEADER VALUE "ORDER CUSTOMER                       D
      -    "ELIVERY LOC".
       78  CAT-LINE-TAG VALUE "      SANDWICH ".
       78  CAT-LIST-COUNT VALUE "OPEN ORDERS: ".
       78  CAT-EARLY-WARN VALUE "WARNING: THE DELIVERY DATE OF THIS ORDE
      -    "R IS STILL TO COME".
       78  MESSAGE-CAT-FULFIL VALUE "POST THE STOCK FOR THIS ORDER NOW? 
      -    "(Y)ES (N)O:".
       78  CAT-SHORT-POSTED VALUE "  BOOK STOCK DID NOT COVER THE RESERV
      -    "ATION - POSTED ONLY: ".
       78  CAT-FULFILLED-MSG VALUE "ORDER FULFILLED - STOCK POSTED AND R
      -    "ESERVATION RELEASED".
       78  MESSAGE-CAT-CANCEL VALUE "CANCEL THIS ORDER AND RELEASE ITS R
      -    "ESERVATION? (Y)ES (N)O:".
       78  CAT-CANCEL-DONE VALUE "ORDER CANCELLED - RESERVATION RELEA
      -    "SED".
       78  MESSAGE-CAT-NOT-DONE VALUE "NOTHING CHANGED ON THE ORDER".
       78  CAT-MOVE-REASON VALUE "CATERING ORDER ".
       78  PO-RESERVED-TAG VALUE "RESERVED FOR CATERING: ".
       78  REORDER-RESERVED-TAG VALUE "     RESERVED FOR CATERING ORDERS
      -    ": ".

      *PREPARED INGREDIENTS AND PRODUCTION RUNS
      * MAIN MENU OPTION 18
       78 MAIN-MENU-OPTION18   VALUE "  18 - EXIT".
       78  MODULE-NAME-PREPPROD VALUE "PREPARED INGREDIENTS AND PRODUCTI
      -    "ON RUNS".
       78  PREP-MENU-OPTION1 VALUE "1 - SET UP A PREPARED INGREDIENT AND
      -    " ITS SUB-RECIPE".
       78  PREP-MENU-OPTION2 VALUE "2 - POST A PRODUCTION BATCH".
       78  PREP-MENU-OPTION3 VALUE "3 - LIST PREPARED INGREDIENTS".
       78  PREP-MENU-OPTION4 VALUE "4 - RETURN".
       78  PREP-ING-PROMPT VALUE "PREPARED INGREDIENT ID: ".
       78  PREP-CURRENT-SETUP VALUE "CURRENTLY PREPARED / BATCH YIELD / 
      -    "SHELF DAYS: ".
       78  PREP-FLAG-PROMPT VALUE "IS IT MADE IN HOUSE FROM A SUB-RECIPE
      -    "? (Y)ES (N)O:".
       78  PREP-YIELD-PROMPT VALUE "STOCK UNITS YIELDED BY ONE BATCH: ".
       78  ERROR-PREP-YIELD VALUE "THE BATCH YIELD MUST BE A WHOLE NUMBE
      -    "R ABOVE ZERO".
       78  PREP-SHELF-PROMPT VALUE "SHELF LIFE OF A NEW BATCH IN DAYS (0
      -    " = KEY THE EXPIRY EACH TIME): ".
       78  ERROR-PREP-SHELF VALUE "THE SHELF LIFE MUST BE A WHOLE NUMBER
      -    " OF DAYS".
       78  PREP-SETUP-SAVED VALUE "PREPARED INGREDIENT SET-UP SAVED".
       78  PREP-NOW-BOUGHT VALUE "NOT A PREPARED INGREDIENT - IT IS BOUG
      -    "HT IN AND ORDERED AS USUAL".
       78  PREP-RECIPE-HEADER VALUE "  RAW INGREDIENT                   
      -    "   QTY PER BATCH  UNIT".
       78  PREP-RECIPE-EMPTY VALUE "  THE SUB-RECIPE HAS NO RAW INGREDIE
      -    "NTS YET".
       78  PREP-RAW-PROMPT VALUE "RAW INGREDIENT ID (0 = DONE): ".
       78  ERROR-PREP-SELF VALUE "A PREPARED INGREDIENT CANNOT BE MADE F
      -    "ROM ITSELF".
       78  PREP-RAW-QTY-PROMPT VALUE "QUANTITY PER BATCH, IN THE RAW ING
      -    "REDIENT'S STOCK UNIT (0 = REMOVE): ".
       78  ERROR-PREP-RAW-QTY VALUE "THE QUANTITY MUST BE A NUMBER, ZERO
      -    " OR ABOVE".
       78  PREP-LINE-SAVED VALUE "SUB-RECIPE LINE SAVED".
       78  PREP-LINE-REMOVED VALUE "RAW INGREDIENT REMOVED FROM THE SUB-
      -    "RECIPE".
       78  ERROR-PREPFILE-OPEN VALUE "COULD NOT OPEN THE SUB-RECIPE OR P
      -    "RODUCTION FILES - FUNCTION ABANDONED".
       78  ERROR-PREP-NOT-PREPARED VALUE "THAT INGREDIENT IS NOT SET UP 
      -    "AS A PREPARED INGREDIENT".
       78  PREP-NO-RECIPE VALUE "THAT PREPARED INGREDIENT HAS NO SUB-REC
      -    "IPE - SET IT UP FIRST".
       78  PREP-BATCHES-PROMPT VALUE "NUMBER OF BATCHES MADE (0 = CANCEL
      -    "): ".
       78  PREP-LOC-PROMPT VALUE "LOCATION WHERE THE BATCH WAS MADE: ".
       78  PREP-EXPIRY-PROMPT VALUE "EXPIRY DATE OF THE NEW LOT (YYYYMMD
      -    "D, 0 = TODAY + SHELF LIFE): ".
       78  ERROR-PREP-EXPIRY VALUE "INVALID EXPIRY DATE - IT CANNOT BE B
      -    "EFORE TODAY".
       78  ERROR-PREP-TOO-BIG VALUE "THAT MANY BATCHES WOULD OVERFLOW TH
      -    "E BOOK STOCK OF THE PREPARED INGREDIENT".
       78  PREP-SHORT-HEADER VALUE "NOT ENOUGH BOOK STOCK OF THESE RAW I
      -    "NGREDIENTS:".
       78  PREP-SHORT-COLUMNS VALUE "  ID  RAW INGREDIENT               
      -    "  NEEDED  ON HAND".
       78  PREP-SHORT-REFUSED VALUE "BATCH NOT POSTED - RECEIVE OR CORRE
      -    "CT THE RAW STOCK FIRST".
       78  PREP-SUMMARY-YIELD VALUE "QUANTITY MADE: ".
       78  PREP-SUMMARY-COST VALUE "COST OF THE BATCH FROM THE RAW INGRE
      -    "DIENTS: ".
       78  PREP-SUMMARY-UNIT VALUE "COST PER UNIT OF THE NEW LOT: ".
       78  MESSAGE-PREP-POST VALUE "POST THIS PRODUCTION BATCH NOW? (Y)E
      -    "S (N)O:".
       78  PREP-POSTED-MSG VALUE "PRODUCTION POSTED - BATCH NUMBER / NEW
      -    " LOT: ".
       78  MESSAGE-PREP-CANCELLED VALUE "NOTHING POSTED".
       78  PREP-LIST-EMPTY VALUE "NO PREPARED INGREDIENTS ARE SET UP".
       78  PREP-LIST-TAG VALUE "    USES ".
       78  PREP-LIST-COUNT VALUE "PREPARED INGREDIENTS: ".
       78  PREP-MOVE-REASON VALUE "PRODUCTION BATCH ".
       78  PREP-LOT-PREFIX VALUE "PRD".
       78  RECL-SRC-PROD VALUE "PREPARED BATCH".
       78  RECL-MADE-HEAD VALUE "  MADE ".
       78  RECL-BATCH-HEAD VALUE "  BATCH ".
       78  RECL-INTO-TAG VALUE "      INTO PREPARED LOT ".
       78  RECL-NO-BATCH VALUE "      BATCH NOT RECORDED - PREPARED LOT 
      -    "CANNOT BE FOLLOWED".
       78  REORDER-MAKE-HEADER VALUE "PREPARED IN HOUSE - MAKE, DO NOT O
      -    "RDER".
       78  REORDER-MAKE-TAG VALUE "     MAKE BATCHES / QUANTITY: ".

      *MONTH-END JOURNAL EXPORT AND STOCK TIE-OUT
      * NIGHT BATCH MENU OPTION 4
       78  NIGHTBAT-MENU-OPTION4 VALUE "4 - RETURN TO MAIN MENU".
       78  MODULE-NAME-MONJRNL VALUE "MONTH-END JOURNAL AND STOCK TIE-OU
      -    "T".
       78  JRNL-MENU-OPTION1 VALUE "1 - PRODUCE THE JOURNAL AND TIE-OUT 
      -    "FOR THE MONTH".
       78  JRNL-MENU-OPTION2 VALUE "2 - MAINTAIN THE ACCOUNT MAPPING (SU
      -    "PERVISOR)".
       78  JRNL-MENU-OPTION3 VALUE "3 - RETURN".
       78  JRNL-MONTH VALUE "JOURNAL FOR MONTH: ".
       78  JRNL-ALREADY-CLOSED VALUE "THIS MONTH IS ALREADY CLOSED - ITS
      -    " JOURNAL HAS GONE TO THE ACCOUNTS AND IS NOT PRODUCED AG
      -    "AIN".
       78  JRNL-NO-MAPPING VALUE "NO ACCOUNT MAPPING ON FILE - SET IT UP
      -    " FIRST (OPTION 2)".
       78  ERROR-ACCTMAP-OPEN VALUE "COULD NOT OPEN THE ACCOUNT MAPPING 
      -    "FILE - FUNCTION ABANDONED".
       78  ERROR-JRNL-WRITE VALUE "COULD NOT READ THE LEDGER OR WRITE TH
      -    "E JOURNAL OR THE STOCK SNAPSHOT".
       78  JRNL-TABLE-FULL VALUE "TOO MANY ACCOUNT AND SUPPLIER LINES FO
      -    "R ONE JOURNAL - JOURNAL INCOMPLETE".
       78  JRNL-FIRST-MONTH VALUE "NO STOCK SNAPSHOT FOR THE MONTH BEFOR
      -    "E - OPENING STOCK DERIVED FROM THE LEDGER (D)".
       78  JRNL-UNMAPPED-MSG VALUE "SOME MOVEMENTS HAVE NO ACCOUNT MAPPI
      -    "NG - SEE THE REPORT".
       78  JRNL-BALANCED VALUE "TIE-OUT IN BALANCE - THE MONTH MAY BE CL
      -    "OSED".
       78  JRNL-OUT-OF-BALANCE VALUE "TIE-OUT OUT OF BALANCE - THE MONTH
      -    " CANNOT BE CLOSED UNTIL IT IS CORRECTED".
       78  JRNL-MOVEMENTS-CT VALUE "LEDGER MOVEMENTS JOURNALLED: ".
       78  JRNL-DONE VALUE "JOURNAL CREATED: JRNL + MONTH + .DAT - REPOR
      -    "T CREATED: MONJRNL.PRN".
       78  JRNL-TITLE VALUE "B R E A D W I C H   M O N T H - E N D   J O
      -    " U R N A L".
       78  JRNL-SECTION-JOURNAL VALUE "JOURNAL BY ACCOUNT AND SUPPLIER".
       78  JRNL-JOURNAL-HEADER VALUE "ACCOUNT     SUP           DEBIT   
      -    "       CREDIT  DESCRIPTION".
       78  JRNL-ACCOUNT-TOTAL VALUE "  ACCOUNT TOTAL".
       78  JRNL-GRAND-TOTAL VALUE "JOURNAL TOTALS".
       78  JRNL-DESC-SEVERAL VALUE "SEVERAL MOVEMENT TYPES".
       78  JRNL-UNMAPPED-HEADER VALUE "NOT JOURNALLED - NO USABLE ACCOUN
      -    "T MAPPING FOR THESE TYPE/SIGN - MOVEMENTS:".
       78  JRNL-BADMAP-NOTE VALUE "MAPPED, BUT NOT TO STOCK ACCOUNT 130
      -    "0 ON ONE SIDE".
       78  JRNL-BADMAP-MSG VALUE "SOME ACCOUNT MAPPINGS DO NOT POST TO T
      -    "HE STOCK ACCOUNT ON EXACTLY ONE SIDE - SEE THE REPORT".
       78  JRNL-SECTION-TIEOUT VALUE "TIE-OUT: OPENING VALUE + JOURNAL +
      -    " COST CHANGE = CLOSING STOCK VALUE (* = OUT OF BALANCE)".
       78  JRNL-TIEOUT-HEADER1 VALUE "                           OPENING
      -    "     MOVED   CLOSING        OPENING        JOURNAL          
      -    " COST        CLOSING".
       78  JRNL-TIEOUT-HEADER2 VALUE "ID  INGREDIENT                 QTY
      -    "       QTY       QTY          VALUE          VALUE         C
      -    "HANGE          VALUE     DIFFERENCE FL".
       78  JRNL-TIEOUT-TOTAL VALUE "TOTALS".
       78  JRNL-MAP-HEADER VALUE "TYPE SIGN  DEBIT       CREDIT     SPLI
      -    "T DESCRIPTION".
       78  JRNL-MAP-EMPTY VALUE "NO ACCOUNT MAPPING ON FILE".
       78  MESSAGE-JRNL-DEFAULTS VALUE "ADD THE STANDARD MAPPING FOR EVE
      -    "RY TYPE NOT ON FILE? (Y)ES (N)O:".
       78  JRNL-DEFAULTS-ADDED VALUE "STANDARD MAPPING ENTRIES ADDED: ".
       78  JRNL-MAP-TYPE-PROMPT VALUE "TYPE TO CHANGE (R U L A T P, V = 
      -    "REVALUATION, BLANK = DONE): ".
       78  JRNL-MAP-SIGN-PROMPT VALUE "SIGN (+ OR -): ".
       78  ERROR-JRNL-MAP-KEY VALUE "INVALID MOVEMENT TYPE OR SIGN".
       78  JRNL-MAP-DR-PROMPT VALUE "DEBIT ACCOUNT: ".
       78  JRNL-MAP-CR-PROMPT VALUE "CREDIT ACCOUNT: ".
       78  ERROR-JRNL-MAP-ACCOUNT VALUE "AN ACCOUNT IS REQUIRED".
       78  JRNL-MAP-SIDE-PROMPT VALUE "SPLIT BY SUPPLIER ON THE (D)EBIT,
      -    " (C)REDIT OR (N)EITHER SIDE: ".
       78  ERROR-JRNL-MAP-SIDE VALUE "ANSWER D, C OR N".
       78  JRNL-MAP-DESC-PROMPT VALUE "DESCRIPTION (BLANK = KEEP): ".
       78  MESSAGE-JRNL-MAP-SAVE VALUE "SAVE THIS ACCOUNT MAPPING? (Y)ES
      -    " (N)O:".
       78  JRNL-MAP-SAVED VALUE "ACCOUNT MAPPING SAVED".
       78  MESSAGE-JRNL-MAP-CANCELLED VALUE "ACCOUNT MAPPING NOT CHAN
      -    "GED".
       78  MONCLOSE-NO-JOURNAL VALUE "THE MONTH-END JOURNAL HAS NOT TIED
      -    " OUT FOR THIS MONTH - PRODUCE IT (NIGHT BATCH OPTION 2) BEFO
      -    "RE CLOSING".

      *CROSS-FILE STOCK BALANCE CHECK
       78  MODULE-NAME-STKBAL VALUE "STOCK BALANCE CHECK ACROSS FILES".
       78  STKTAKE-MENU-OPTION4 VALUE "4 - RETURN TO MAIN MENU".
       78  STKBAL-MENU-OPTION1 VALUE "1 - CHECK MASTER, LOCATIONS, LOTS 
      -    "AND LEDGER".
       78  STKBAL-MENU-OPTION2 VALUE "2 - REPAIR ONE INGREDIENT (SUPERVI
      -    "SOR)".
       78  STKBAL-MENU-OPTION3 VALUE "3 - RETURN TO STOCK TAKE MENU".
       78  STKBAL-TITLE VALUE "B R E A D W I C H   S T O C K   B A L A N
      -    " C E   C H E C K".
       78  STKBAL-SECTION-OUT VALUE "OUT OF BALANCE AGAINST THE MASTER (
      -    "FLG: L = LOCATION TOTAL, T = LOTS ABOVE THE MASTER, M = LEDG
      -    "ER BALANCE)".
       78  STKBAL-HEADER VALUE "ID  INGREDIENT                         M
      -    "ASTER LOCATIONS  LOC DIFF LOT TOTAL  LOT DIFF    LEDGER  LED
      -    " DIFF   FLG".
       78  STKBAL-LAST-MOVE VALUE "LAST MOVEMENT:".
       78  STKBAL-NO-MOVE VALUE "NO MOVEMENT SINCE THE LAST MONTH-END CL
      -    "OSE".
       78  STKBAL-NO-LOC-ROWS VALUE "NONE".
       78  STKBAL-NONE-OUT VALUE "EVERY FILE AGREES WITH THE MASTER".
       78  STKBAL-SECTION-PRELOT VALUE "STOCK OLDER THAN LOT TRACKING (M
      -    "ASTER ABOVE THE LOT TOTAL - EXPECTED, NOT AN ERROR)".
       78  STKBAL-PRELOT-HEADER VALUE "ID  INGREDIENT                   
      -    "      MASTER   IN LOTS   PRE-LOT".
       78  STKBAL-NONE-PRELOT VALUE "NONE - ALL STOCK IS IN LOTS".
       78  STKBAL-CHECKED VALUE "INGREDIENTS CHECKED:".
       78  STKBAL-OUT-CT VALUE "OUT OF BALANCE:".
       78  STKBAL-LOC-CT VALUE "MASTER AND LOCATION TOTAL DISAGREE:".
       78  STKBAL-NOLOC-CT VALUE "NOT LOCATION-TRACKED (NO LOCATION ROWS
      -    "):".
       78  STKBAL-PRELOT-CT VALUE "HOLDING STOCK OLDER THAN LOT TRACKING
      -    ":".
       78  STKBAL-LOC-FAILED VALUE "MASTER AND LOCATION TOTAL DISAGREE -
      -    " CHECK FAILED".
       78  STKBAL-DONE VALUE "REPORT CREATED: STKBAL.PRN".
       78  ERROR-STKBAL-READ VALUE "COULD NOT READ THE LOCATION, LOT OR 
      -    "MOVEMENT FILE - CHECK ABANDONED".
       78  STKBAL-MASTER-QTY VALUE "        MASTER QUANTITY: ".
       78  STKBAL-LOC-TOTAL VALUE "         LOCATION TOTAL: ".
       78  STKBAL-LOT-TOTAL VALUE "              LOT TOTAL: ".
       78  STKBAL-LEDGER-BAL VALUE "    LAST LEDGER BALANCE: ".
       78  STKBAL-NOTHING VALUE "LOCATIONS, LOTS AND LEDGER ALREADY AGRE
      -    "E WITH THE MASTER - NOTHING TO REPAIR".
       78  STKBAL-LOC-PROMPT VALUE "LOCATION TO ABSORB THE DIFFERENCE (B
      -    "LANK = LEAVE THE LOCATIONS): ".
       78  ERROR-STKBAL-LOC-QTY VALUE "INVALID. THE LOCATION HOLDS LESS 
      -    "THAN THE REDUCTION".
       78  MESSAGE-STKBAL-REPAIR VALUE "POST THE REPAIR SO EVERY FILE AG
      -    "REES WITH THE MASTER? (Y)ES (N)O:".
       78  STKBAL-REPAIRED VALUE "BALANCE REPAIR POSTED".
       78  STKBAL-NOT-REPAIRED VALUE "BALANCE REPAIR NOT POSTED".
       78  STKBAL-REASON-LEDGER VALUE "BALANCE REPAIR - LEDGER".
       78  STKBAL-REASON-AT VALUE "BALANCE REPAIR AT ".
       78  STKBAL-REASON-OFFSET VALUE "BALANCE REPAIR - OFFSET".

      *LOSS REASON CODES AND SHRINKAGE REPORT
       78  MODULE-NAME-INGSHRNK VALUE "SHRINKAGE REPORT AND LOSS REASON 
      -    "CODES".
       78  SEARCH-MENU-OPTION11 VALUE "11 - EXIT".
       78  SHRNK-MENU-OPTION1 VALUE "1 - MONTHLY SHRINKAGE REPORT".
       78  SHRNK-MENU-OPTION2 VALUE "2 - MAINTAIN LOSS REASON CODES (SUP
      -    "ERVISOR)".
       78  SHRNK-MENU-OPTION3 VALUE "3 - RETURN TO SEARCH MENU".
       78  RSN-CODE-EXPIRED VALUE "EXPD".
       78  RSN-CODE-NONE VALUE "----".
       78  RSN-DESC-NONE VALUE "NOT CODED (POSTED BEFORE REASON CODES)".
       78  RSN-DESC-UNKNOWN VALUE "CODE NOT ON FILE".
       78  RSN-NEEDED VALUE "A LOSS REASON CODE IS REQUIRED FOR THIS POS
      -    "TING".
       78  RSN-PICK-PROMPT VALUE "LOSS REASON CODE (? = LIST THE CODES, 
      -    "BLANK = CANCEL): ".
       78  ERROR-RSN-CODE VALUE "INVALID. NOT AN ACTIVE LOSS REASON C
      -    "ODE".
       78  ERROR-RSNCODE-OPEN VALUE "NO LOSS REASON CODES ON FILE - A SU
      -    "PERVISOR MUST SET THEM UP FIRST".
       78  RSN-LIST-HEADER VALUE "CODE  DESCRIPTION                     
      -    "SHRINK  STATUS".
       78  RSN-LIST-EMPTY VALUE "NO LOSS REASON CODES ON FILE".
       78  MESSAGE-RSN-DEFAULTS VALUE "ADD THE STANDARD LOSS REASON CODE
      -    "S NOT ON FILE? (Y)ES (N)O:".
       78  RSN-DEFAULTS-ADDED VALUE "STANDARD LOSS REASON CODES ADDED:".
       78  RSN-MAINT-CODE-PROMPT VALUE "CODE TO ADD OR CHANGE (BLANK = D
      -    "ONE): ".
       78  RSN-DESC-PROMPT VALUE "DESCRIPTION (BLANK = KEEP): ".
       78  ERROR-RSN-DESC VALUE "INVALID. A DESCRIPTION IS REQUIRED".
       78  RSN-SHRINK-PROMPT VALUE "COUNTS AS SHRINKAGE? (Y)ES (N)O - N 
      -    "FOR SUPPLIER FAULTS AND BOOK CORRECTIONS: ".
       78  ERROR-RSN-SHRINK VALUE "INVALID. ANSWER Y OR N".
       78  RSN-STATUS-PROMPT VALUE "(A)CTIVE OR RETIRED (X): ".
       78  ERROR-RSN-STATUS VALUE "INVALID. ANSWER A OR X".
       78  MESSAGE-RSN-SAVE VALUE "SAVE THIS LOSS REASON CODE? (Y)ES (N)
      -    "O:".
       78  RSN-SAVED VALUE "LOSS REASON CODE SAVED".
       78  RSN-NOT-SAVED VALUE "LOSS REASON CODE NOT CHANGED".
       78  ERROR-RSNCODE-FILE VALUE "COULD NOT OPEN THE LOSS REASON CODE
      -    " FILE - FUNCTION ABANDONED".
       78  LOSS-LOC-PROMPT VALUE "LOCATION THE STOCK LEFT FROM (E.G. SHP
      -    " SHOP, KSK KIOSK; BLANK = NOT KNOWN): ".
       78  ERROR-LOSS-LOC VALUE "INVALID. STOCK LEAVES FROM ONE LOCATION
      -    ", NOT ALL".
       78  MESSAGE-LOSS-NO-CODE VALUE "NO LOSS REASON CODE GIVEN - NOTHI
      -    "NG POSTED".
       78  SHRNK-MONTH-PROMPT VALUE "MONTH TO REPORT (CCYYMM, 0 = THIS M
      -    "ONTH): ".
       78  ERROR-SHRNK-MONTH VALUE "INVALID. ENTER A MONTH AS CCYYMM".
       78  SHRNK-TITLE VALUE "B R E A D W I C H   S H R I N K A G E   R 
      -    "E P O R T".
       78  SHRNK-MONTH-TAG VALUE "MONTH: ".
       78  SHRNK-SECTION-DETAIL VALUE "SHRINKAGE BY REASON, INGREDIENT A
      -    "ND LOCATION - VALUED AT UNIT COST, % OF THE INGREDIENT'S USA
      -    "GE".
       78  SHRNK-NOT-RECORDED VALUE "NOT RECORDED".
       78  SHRNK-REASON-TOTAL VALUE "REASON TOTAL - % OF ALL USAGE".
       78  SHRNK-SECTION-LOCATION VALUE "SHRINKAGE BY LOCATION - % OF AL
      -    "L USAGE".
       78  SHRNK-SECTION-TREND VALUE "SHRINKAGE BY INGREDIENT - THIS MON
      -    "TH, THEN LOSS % OF USAGE IN THE SIX MONTHS BEFORE (MONTHLY S
      -    "UMMARY)".
       78  SHRNK-NONE VALUE "NO SHRINKAGE POSTED IN THE MONTH".
       78  SHRNK-TOTAL-SHRINK VALUE "TOTAL SHRINKAGE VALUE".
       78  SHRNK-TOTAL-USAGE VALUE "TOTAL USAGE VALUE (SOLD AND USED IN 
      -    "PRODUCTION)".
       78  SHRNK-TOTAL-PCT VALUE "SHRINKAGE % OF USAGE".
       78  SHRNK-TABLE-FULL VALUE "TOO MANY REASON, INGREDIENT AND LOCAT
      -    "ION LINES - REPORT INCOMPLETE".
       78  SHRNK-DONE VALUE "REPORT CREATED: SHRINK.PRN".
       78  ERROR-SHRNK-READ VALUE "COULD NOT READ THE MOVEMENT LEDGER OR
      -    " ARCHIVE - REPORT ABANDONED".
       78  SHRNK-DETAIL-HEADER VALUE "CODE  ID   INGREDIENT             
      -    "         LOC       QTY         VALUE  % USAGE".
       78  SHRNK-LOC-HEADER VALUE "LOC                                  
      -    "                            VALUE  % USAGE".
       78  SHRNK-TREND-HEADER VALUE "ID   INGREDIENT                    
      -    "       QTY         VALUE  % USAGE".
