           FILE STATUS IS CD-FILE-STATUS.

      *ACCOUNT CODES FOR THE JOURNAL LINES - KEY IN COLS 1-8 (AR,
      *SALES, SALESTAX, DISCOUNT, INVENTRY, COGS, RNI), ACCOUNT
      *NUMBER IN COLS 9-13.
      *NO FILE LEAVES THE COMPILED-IN CHART IN EFFECT.
           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           SELECT SALES-ANALYSIS-FILE
           ASSIGN TO "P7SALES.TXT".

      *PRODUCT CATEGORIES AND LINES FOR THE SALES ANALYSIS
      *SUBTOTALS AND SUMMARY (SEE PRODCAT.CPY).
           SELECT CATEGORY-FILE
           ASSIGN TO "CATEGORY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-CAT-FILE-STATUS.

           SELECT PRODUCT-CATEGORY-FILE
           ASSIGN TO "PRODCAT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-PRO-FILE-STATUS.

      *EACH RUN'S PER-PRODUCT UNITS AND DOLLARS, KEPT ACROSS RUNS
      *KEYED BY PRODUCT AND MONTH (OPEN EXTEND) - SEASRPT.CBL TRENDS
      *TWELVE MONTHS OFF IT, SO "PRODUCT 215 TRIPLES IN NOVEMBER"
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *THE CUSTOMER'S SHIP-TO ADDRESSES SHIPBLD.CBL MAINTAINS, KEYED
      *BY CUSTOMER AND SHIP-TO CODE. A SALE SHIPPED TO A BRANCH IS
      *TAXED IN THE BRANCH'S STATE; THE BILL STAYS ON THE MAIN
      *ACCOUNT.
           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS ST-FILE-STATUS.

      *THE ORDERED-NOT-RECEIVED LINES POSUGGST.CBL WRITES, KEYED BY
      *PO NUMBER, DATE, VENDOR AND PRODUCT, WITH THE PRODUCT AS A
      *SECOND KEY SO A RECEIPT GOES STRAIGHT TO THE OPEN LINES FOR
      *ITS PRODUCT. A MATCHED LINE IS DELETED AS IT MOVES TO
      *PORCVD.TXT; WHAT'S LEFT IS STILL OPEN.
           SELECT OPEN-PO-FILE
               ASSIGN USING WS-POOPEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               ALTERNATE RECORD KEY IS PO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.

      *EVERY MATCHED RECEIPT MOVES ITS PO LINE HERE, WITH THE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LD-FILE-STATUS.

      *TAX-EXEMPTION CERTIFICATES MSTRMNT.CBL MAINTAINS, KEYED BY
      *CUSTOMER - CERTIFICATE NUMBER, ISSUING STATE, EXPIRATION.
      *CU-TAX-EXEMPT IS HONORED ONLY WHILE THE CUSTOMER'S
      *CERTIFICATE IS CURRENT - AN EXPIRED ONE MEANS WE EAT THE TAX
      *AT AUDIT TIME, SO THE LINE CHARGES TAX AND SAYS WHY.
           SELECT TAX-CERT-FILE
               ASSIGN "TAXCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TF-CUS-NUM
               FILE STATUS IS TF-FILE-STATUS.

      *THE OPEN RETURN AUTHORIZATIONS RMAISSUE.CBL MAINTAINS, KEYED
      *BY RMA NUMBER - A CREDIT TRANSACTION MUST NAME A VALID OPEN
      *RMA OR IT REJECTS. A USED RMA IS MARKED IN PLACE, AND AT
      *CLOSE THE USED ONES RETIRE AND THE AGING PAGE LISTS WHAT'S
      *STILL OPEN.
           SELECT RMA-OPEN-FILE
               ASSIGN USING WS-RMAOPEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RMA-NUM
               ALTERNATE RECORD KEY IS RM-CUS-NUM WITH DUPLICATES
               FILE STATUS IS RA-FILE-STATUS.

           SELECT RMA-AGING-FILE

      *USED RMAS RETIRE TO A HISTORY FILE AT SETTLE TIME, THE SAME
      *WAY RECEIVED PO LINES MOVE TO PORCVD.TXT - LEFT ON
      *RMAOPEN.DAT THEY WOULD PILE UP AND SLOW EVERY PASS OVER IT.
           SELECT RMA-HISTORY-FILE
               ASSIGN USING WS-RMAHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.

      *WAREHOUSE-TO-WAREHOUSE TRANSFERS THAT HAVE LEFT ONE FLOOR AND
      *NOT YET LANDED ON THE OTHER. LOADED AT OPEN, LANDINGS MARKED,
      *AND THE FILE REWRITTEN AT CLOSE WITH THE IN-TRANSIT AGING
      *PAGE; A FULLY LANDED TRANSFER RETIRES TO THE HISTORY FILE THE
      *SAME WAY A USED RMA DOES.
           SELECT XFER-OPEN-FILE
               ASSIGN USING WS-XFEROPEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XO-FILE-STATUS.

           SELECT XFER-AGING-FILE
               ASSIGN TO "P7XFRAGE.TXT".

           SELECT XFER-HISTORY-FILE
               ASSIGN USING WS-XFERHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XH-FILE-STATUS.

      *LOT ON-HAND - ONE RECORD PER PRODUCT AND LOT STILL ON THE
      *SHELF. RECEIPTS ADD TO IT, SALES DRAW IT DOWN OLDEST EXPIRY
      *FIRST; LOADED AT OPEN AND REWRITTEN AT CLOSE WITH THE
      *NEAR-EXPIRY PAGE. EVERY DRAW GOES ON THE LOT-DRAW EXTRACT FOR
      *THE INVOICING AND PICKING STEPS.
           SELECT LOT-ONHAND-FILE
               ASSIGN USING WS-LOTONH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LO-FILE-STATUS.

           SELECT LOT-DRAW-FILE
               ASSIGN USING WS-LOTDRW-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOT-EXPIRY-FILE
               ASSIGN TO "P7LOTEXP.TXT".

      *DISCONTINUED-OR-SUPERSEDED PRODUCT NUMBERS MAPPED TO THEIR
      *REPLACEMENTS, KEYED BY THE OLD NUMBER - SUBSBLD.CBL BUILDS IT
      *FROM SUBSXREF.TXT. A TRANSACTION THAT MISSES THE MASTER GETS
      *ONE SHOT AT ITS SUBSTITUTE BEFORE IT COUNTS AS NOT-ON-FILE.
           SELECT SUBSTITUTE-FILE
               ASSIGN "SUBSXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SX-OLD-NUM
               FILE STATUS IS SX-FILE-STATUS.

      *KIT BILLS OF MATERIAL - KIT PRODUCT COLS 1-3, COMPONENT
      *PRODUCT 4-6, QUANTITY PER KIT 7-9. A KIT KEEPS A MASTER OF
      *ITS OWN FOR PRICE AND DESCRIPTION, BUT ITS STOCK IS WHATEVER
      *ITS COMPONENTS CAN BUILD - A KIT SALE COMES OFF THE
      *COMPONENTS' SHELVES, NEVER THE KIT'S.
           SELECT KIT-COMPONENT-FILE
           ASSIGN TO "KITCOMP.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS KC-FILE-STATUS.

      *STANDING NEGOTIATED PRICES BY CUSTOMER AND PRODUCT WITH
      *EFFECTIVE DATES, KEYED BY CUSTOMER, PRODUCT AND EFFECTIVE
      *DATE - CNTRBLD.CBL BUILDS IT FROM CONTRACT.TXT. CHECKED AHEAD
      *OF THE STANDARD PRICE SO THE DESK STOPS KEYING AN OVERRIDE ON
      *EVERY SINGLE CONTRACT ORDER.
           SELECT CONTRACT-FILE
               ASSIGN "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS CO-FILE-STATUS.

      *MARKETING'S PROMOTIONS - A PROMOTION CODE WITH START AND END
      *DATES, THE PRODUCTS ON IT AT A PROMOTIONAL PRICE OR PERCENT
      *OFF, AND OPTIONALLY THE CUSTOMERS IT IS LIMITED TO. CHECKED
      *AHEAD OF THE STANDARD PRICE WHILE THE PROMOTION RUNS, SO THE
      *PRICE GOES BACK BY ITSELF THE DAY AFTER IT ENDS. LAYOUT:
      *  COL  1      "H" PROMOTION, "P" PRODUCT ON IT, "C" CUSTOMER
      *  COLS  2-7   PROMOTION CODE
      *  "H" COLS  8-15 START DATE, 16-23 END DATE, 24-53 DESCRIPTION
      *  "P" COLS  8-10 PRODUCT, 11-15 PROMOTIONAL PRICE (999V99),
      *      16-18 PERCENT OFF (99V9) - USED WHEN THE PRICE IS ZERO
      *  "C" COLS  8-12 CUSTOMER NUMBER
      *A PROMOTION WITH NO "C" RECORDS IS OPEN TO EVERY CUSTOMER.
           SELECT PROMOTION-FILE
           ASSIGN TO "PROMO.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PM-FILE-STATUS.

      *SALES MANAGEMENT'S SPIFF CAMPAIGNS - A PER-UNIT BONUS ON A
      *PRODUCT FOR THE SALESMAN ON THE LINE, PAID ON TOP OF (NOT
      *INSTEAD OF) REGULAR COMMISSION WHILE THE CAMPAIGN RUNS. BILLED
      *UNITS EARN IT AND CREDITED UNITS TAKE IT BACK. LAYOUT:
      *  COLS  1-3   PRODUCT
      *  COLS  4-8   BONUS PER UNIT (999V99)
      *  COLS  9-16  START DATE, 17-24 END DATE (YYYYMMDD)
      *  COLS 25-54  UP TO TEN ELIGIBLE SALESMEN, 3 COLUMNS EACH -
      *              ALL BLANK OPENS THE CAMPAIGN TO EVERYBODY
           SELECT SPIFF-FILE
           ASSIGN TO "SPIFF.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SP-FILE-STATUS.

      *THE QUOTE DESK'S FILE (QUOTENT) - READ ONLY HERE, SO A LINE
      *CONVERTED FROM A QUOTE BILLS AT THE QUOTED PRICE.
           SELECT QUOTE-OPEN-FILE
           ASSIGN TO "QUOTOPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS QO-FILE-STATUS.

      *FUTURE-DATED LINES WAITING FOR THEIR SHIP DATE (FUTREL) - READ
      *ONLY HERE. WHAT THEY COMMIT COMES OFF ON-HAND FOR THE REORDER
      *CHECK, SO PURCHASING SEES THE DEMAND BEFORE IT SHIPS.
           SELECT FUTURE-ORDER-FILE
           ASSIGN TO "FUTORDR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FO-FILE-STATUS.

      *DROP-SHIP ORDERS - LINES THE VENDOR SHIPS STRAIGHT TO THE
      *CUSTOMER. A "D" LINE IS FILED HERE FOR POSUGGST TO RAISE ITS
      *PURCHASE ORDER AGAINST; THE "V" KEYED WHEN THE VENDOR CONFIRMS
      *THE SHIPMENT BILLS IT AND RETIRES IT TO THE HISTORY FILE.
      *LOADED AT OPEN AND REWRITTEN AT CLOSE, THE SAME AS THE RMAS.
           SELECT DROP-SHIP-FILE
               ASSIGN USING WS-DROPOPEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DS-FILE-STATUS.

           SELECT DROP-HISTORY-FILE
               ASSIGN USING WS-DROPHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DH-FILE-STATUS.

      *CONTRACTS COMING UP ON THEIR EXPIRY DATE, LISTED AT END OF
      *RUN SO RENEWALS AREN'T MISSED.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CG-FILE-STATUS.

      *EACH CUSTOMER'S OPEN AR BALANCE, KEYED BY CUSTOMER - ARPOST.CBL
      *REBUILDS IT FROM AROPEN.TXT EVERY NIGHT AND FINCHG.CBL ADDS
      *ITS CHARGES. READ AS EACH CUSTOMER FIRST ORDERS SO THE CREDIT
      *CHECK KNOWS WHAT THEY ALREADY OWE.
           SELECT AR-BALANCE-FILE
               ASSIGN "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-CUS-NUM
               FILE STATUS IS AB-FILE-STATUS.

      *THIS RUN'S OWN RUNNING FIGURES, REBUILT EMPTY AT EVERY OPEN -
      *"B" EACH CUSTOMER'S BALANCE WITH TONIGHT'S CLEAN SALES ADDED,
      *SO THE THIRD ORDER OF THE NIGHT SEES THE FIRST TWO; "S" HOW
      *MANY TIMES EACH SUBSTITUTION FIRED.
           SELECT RUN-WORK-FILE
               ASSIGN USING WS-P7WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-KEY
               FILE STATUS IS WK-FILE-STATUS.

      *A SALE THAT WOULD PUSH A CUSTOMER PAST THEIR CREDIT LIMIT
      *GOES ON THIS HOLD FILE (OPEN EXTEND, ACROSS RUNS) INSTEAD OF
      *BILLING, WITH A REASON LINE ON THE REPORT.
       FD  SALES-ANALYSIS-FILE.
       01  SA-PRINT-RECORD             PIC X(132).

       FD  CATEGORY-FILE.
       01  CA-RECORD.
           05  CA-CODE                 PIC XXX.
           05  CA-NAME                 PIC X(25).
           05  CA-LINE                 PIC X(20).

       FD  PRODUCT-CATEGORY-FILE.
       01  CX-RECORD.
           05  CX-PRO-NUM              PIC 999.
           05  CX-PRO-NUM-X REDEFINES CX-PRO-NUM
                                       PIC XXX.
           05  CX-CAT-CODE             PIC XXX.

       FD  SALES-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-MONTH                PIC 9(6).
                                       SIGN LEADING SEPARATE.
           05  SH-DOLLARS              PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DAY                  PIC 99.
           05                          PIC X(8).

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  IV-CASE-QTY             PIC 999.
           05  IV-CASE-QTY-X REDEFINES IV-CASE-QTY
                                       PIC XXX.
      *THE LINE'S SEQUENCE IN TONIGHT'S EXTRACT - THE LOT DRAWS
      *(P7LOTDRW.TXT) CARRY THE SAME NUMBER, SO THE INVOICING STEP
      *CAN TIE EACH LOT TO THE INVOICE IT WENT OUT ON.
           05  IV-LINE-SEQ             PIC 9(6).
      *THE VALIDATED SHIP-TO CODE - BLANK SHIPS TO THE MAIN ADDRESS.
      *INVOICING, PICKING AND THE MANIFEST BREAK ON IT WITHIN THE
      *CUSTOMER.
           05  IV-SHIP-TO              PIC XXX.
      *"D" - THE VENDOR SHIPPED THIS LINE STRAIGHT TO THE CUSTOMER.
      *IT IS INVOICED LIKE ANY OTHER BUT NOTHING IS PICKED, PACKED
      *OR LOADED FOR IT HERE.
           05  IV-DROP-SHIP            PIC X.
      *THE SALESMAN CREDITED WITH THE LINE - BLANK WHEN NOBODY EARNS
      *COMMISSION ON IT (CASH WALK-IN OR SALESMAN NOT ON FILE).
           05  IV-SAL-NUM              PIC XXX.
      *THE EDI ORDER A PARTNER'S LINE CAME IN ON - BLANK FOR ANY
      *OTHER LINE. THE INVOICING STEP BREAKS ON IT AND PRINTS THE
      *CUSTOMER'S PO FROM THE EDI ORDER REGISTER.
           05  IV-EDI-ORDER-NUM        PIC 9(6).
           05  IV-EDI-ORDER-NUM-X REDEFINES IV-EDI-ORDER-NUM
                                       PIC X(6).

       FD  CREDIT-EXTRACT-FILE.
       01  CD-RECORD.
           05                          PIC X(8).

       FD  REORDER-FILE.
       01  RO-PRINT-RECORD              PIC X(100).

       FD  REORDER-POINT-FILE.
       01  RP-RECORD                    PIC 9(5).
           05  RX-ORD-QTY              PIC 9(5).
           05  RX-ON-HAND              PIC 9(7).
           05  RX-PRICE                PIC 999V99.
      *UNITS FUTURE-DATED ORDERS HAVE COMMITTED AGAINST ON-HAND.
           05  RX-COMMITTED            PIC 9(7).
           05                          PIC X(23).

       FD  MASTER-FILE.
       01  MASTER-REC.
                                       PIC X(7).
           05                          PIC X(11).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  OUTPUT-FILE.
       01  PRINT-RECORD                PIC X(132).


       FD  OPEN-PO-FILE.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUM              PIC 9(6).
               10  PO-DATE             PIC 9(8).
               10  PO-VEND-NUM         PIC 999.
               10  PO-PRO-NUM          PIC 999.
           05  PO-QTY                  PIC 9(5).
      *"D" ON A DROP-SHIP PO, WITH THE CUSTOMER IT SHIPS TO - NO
      *RECEIPT EVER COMES IN AGAINST IT; THE VENDOR'S CONFIRMATION
      *CLOSES IT.
           05  PO-DROP-SHIP            PIC X.
           05  PO-CUS-NUM              PIC 9(5).
           05  PO-UNIT-COST            PIC 999V99.
           05  PO-UNIT-COST-X REDEFINES PO-UNIT-COST
                                       PIC X(5).
           05                          PIC X(4).

       FD  RECEIVED-PO-FILE.
       01  PV-RECORD.
           05  PV-RCPT-DATE            PIC 9(8).
           05  PV-RCPT-QTY             PIC 9(5).
           05                          PIC X(2).
      *THE PO'S UNIT PRICE RIDES INTO THE HISTORY FOR THE VENDOR
      *INVOICE MATCH (APVOUCH.CBL).
           05  PV-UNIT-COST            PIC 999V99.

       FD  PO-EXCEPTION-FILE.
       01  PX-PRINT-RECORD             PIC X(80).
           05  TF-CERT-NUM             PIC X(10).
           05  TF-STATE                PIC XX.
           05  TF-EXP-DATE             PIC 9(8).
           05                          PIC X(15).

       FD  RMA-OPEN-FILE.
       01  RM-RECORD.
       FD  RMA-HISTORY-FILE.
       01  RH-RECORD                   PIC X(40).

       FD  XFER-OPEN-FILE.
       01  XO-RECORD.
           05  XO-XFER-NUM             PIC 9(6).
           05  XO-DATE                 PIC 9(8).
           05  XO-PRO-NUM              PIC 999.
           05  XO-QTY                  PIC 9(5).
           05  XO-FROM-WH              PIC 9.
           05  XO-TO-WH                PIC 9.
           05  XO-STATUS               PIC X.
           05  XO-LANDED-DATE          PIC 9(8).
           05                          PIC X(7).

       FD  XFER-AGING-FILE.
       01  XA-PRINT-RECORD             PIC X(80).

       FD  XFER-HISTORY-FILE.
       01  XH-RECORD                   PIC X(40).

       FD  LOT-ONHAND-FILE.
       01  LO-RECORD.
           05  LO-PRO-NUM              PIC 999.
           05  LO-LOT-NUM              PIC X(6).
           05  LO-EXPIRY               PIC 9(8).
           05  LO-RECEIVED             PIC 9(8).
           05  LO-QTY                  PIC 9(7).
           05                          PIC X(8).

       FD  LOT-DRAW-FILE.
       01  DW-RECORD.
           05  DW-LINE-SEQ             PIC 9(6).
           05  DW-DATE                 PIC 9(8).
           05  DW-PRO-NUM              PIC 999.
           05  DW-LOT-NUM              PIC X(6).
           05  DW-EXPIRY               PIC 9(8).
           05  DW-QTY                  PIC 999.
           05                          PIC X(6).

       FD  LOT-EXPIRY-FILE.
       01  LE-PRINT-RECORD             PIC X(80).

       FD  SUBSTITUTE-FILE.
       01  SX-RECORD.
           05  SX-OLD-NUM              PIC 999.
           05  SX-NEW-NUM              PIC 999.
           05                          PIC X(14).

       FD  KIT-COMPONENT-FILE.
       01  KC-RECORD.
           05  KC-KIT-NUM              PIC 999.
           05  KC-COMP-NUM             PIC 999.
           05  KC-QTY-PER              PIC 999.

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  SPIFF-FILE.
       01  SP-RECORD.
           05  SP-IN-PRO-NUM           PIC 999.
           05  SP-IN-BONUS             PIC 999V99.
           05  SP-IN-START-DATE        PIC 9(8).
           05  SP-IN-END-DATE          PIC 9(8).
           05  SP-IN-ELIGIBLE          PIC X(30).

       FD  PROMOTION-FILE.
       01  PM-RECORD.
           05  PM-REC-TYPE             PIC X.
               88  PM-HEADER                     VALUE "H".
               88  PM-PRODUCT                    VALUE "P".
               88  PM-CUSTOMER                   VALUE "C".
           05  PM-PROMO-CODE           PIC X(6).
           05  PM-HEADER-DETAIL.
               10  PM-START-DATE       PIC 9(8).
               10  PM-END-DATE         PIC 9(8).
               10  PM-DESCRIPTION      PIC X(30).
               10                      PIC X(27).
           05  PM-PRODUCT-DETAIL REDEFINES PM-HEADER-DETAIL.
               10  PM-PRO-NUM          PIC 999.
               10  PM-PROMO-PRICE      PIC 999V99.
               10  PM-PCT-OFF          PIC 99V9.
               10                      PIC X(62).
           05  PM-CUSTOMER-DETAIL REDEFINES PM-HEADER-DETAIL.
               10  PM-CUS-NUM          PIC 9(5).
               10                      PIC X(68).

       FD  QUOTE-OPEN-FILE.
       01  QO-RECORD.
           05  QO-QUOTE-NUM            PIC 9(6).
           05                          PIC XX.
           05                          PIC 9(8).
           05  QO-EXP-DATE             PIC 9(8).
           05  QO-CUS-NUM              PIC 9(5).
           05                          PIC XXX.
           05  QO-PRO-NUM              PIC 999.
           05  QO-QTY                  PIC 999.
           05  QO-PRICE                PIC 999V99.
           05  QO-DIS-PER              PIC V999.
           05                          PIC X(34).

       FD  FUTURE-ORDER-FILE.
       01  FO-RECORD.
           05                          PIC 9(8).
           05  FO-FILED-DATE           PIC 9(8).
           05  FO-STATUS               PIC X.
               88  FO-WAITING                   VALUE "O".
           05                          PIC 9(8).
           05  FO-PRO-NUM              PIC 999.
           05  FO-PRO-NUM-X REDEFINES FO-PRO-NUM
                                       PIC X(3).
           05  FO-COMMIT-QTY           PIC 9(5).
           05                          PIC X(87).

      *THE ORDER LINE IS KEPT AS KEYED SO THE CONFIRMATION CAN BE
      *KEYED FROM IT; CUSTOMER AND PRODUCT ARE CARRIED OUT SEPARATELY
      *FOR MATCHING. THE PO COST IS THE MASTER UNIT COST (LIST PRICE
      *WHEN NO COST IS ON FILE) AND THE PO QUANTITY IS IN EACHES.
       FD  DROP-SHIP-FILE.
       01  DS-RECORD.
           05  DS-STATUS               PIC X.
           05  DS-ORDER-DATE           PIC 9(8).
           05  DS-PO-NUM               PIC 9(6).
           05  DS-PO-DATE              PIC 9(8).
           05  DS-VEND-NUM             PIC 999.
           05  DS-CUS-NUM              PIC 9(5).
           05  DS-PRO-NUM              PIC 999.
           05  DS-PRO-DES              PIC X(27).
           05  DS-UNIT-COST            PIC 999V99.
           05  DS-PO-QTY               PIC 9(5).
           05  DS-FEED-LINE            PIC X(80).
           05  DS-CONF-DATE            PIC 9(8).
           05                          PIC X.

       FD  DROP-HISTORY-FILE.
       01  DH-RECORD                   PIC X(160).

       FD  CONTRACT-EXPIRY-FILE.
       01  CE-PRINT-RECORD             PIC X(80).
       FD  COMMISSION-GEN-FILE.
       01  CG-RECORD                   PIC X(80).

       FD  AR-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-CUS-NUM              PIC 9(5).
           05  AB-BALANCE              PIC S9(9)V99.
           05  AB-ITEM-COUNT           PIC 9(5).
           05  AB-UPDATED              PIC 9(8).
           05                          PIC X(11).

       FD  RUN-WORK-FILE.
       01  WK-RECORD.
           05  WK-KEY.
               10  WK-TYPE             PIC X.
               10  WK-ID               PIC X(5).
               10  WK-ID-NUM REDEFINES WK-ID
                                       PIC 9(5).
           05  WK-AMOUNT               PIC S9(9)V99.
           05  WK-COUNT                PIC 9(5).
           05  WK-NEW-NUM              PIC 999.
           05                          PIC X(15).

       FD  CREDIT-HOLD-FILE.
       01  CH-RECORD.
               "P7SALHST.TXT".
           05  WS-TAXLEDG-NAME         PIC X(12) VALUE
               "TAXLEDG.TXT".
           05  WS-POOPEN-NAME          PIC X(12) VALUE "POOPEN.DAT".
           05  WS-PORCVD-NAME          PIC X(12) VALUE "PORCVD.TXT".
           05  WS-RMAOPEN-NAME         PIC X(12) VALUE
               "RMAOPEN.DAT".
           05  WS-RMAHIST-NAME         PIC X(12) VALUE
               "RMAHIST.TXT".
           05  WS-XFEROPEN-NAME        PIC X(12) VALUE
               "XFEROPEN.TXT".
           05  WS-XFERHIST-NAME        PIC X(12) VALUE
               "XFERHIST.TXT".
           05  WS-LOTONH-NAME          PIC X(12) VALUE
               "LOTONHND.TXT".
           05  WS-LOTDRW-NAME          PIC X(12) VALUE
               "P7LOTDRW.TXT".
           05  WS-CRHOLD-NAME          PIC X(12) VALUE
               "P7CRHOLD.TXT".
           05  WS-COMGEN-NAME          PIC X(12) VALUE
               "P7CRDDTL.TXT".
           05  WS-RORDX-NAME           PIC X(12) VALUE
               "P7RORDX.TXT".
           05  WS-DROPOPEN-NAME        PIC X(12) VALUE
               "DROPOPEN.TXT".
           05  WS-DROPHIST-NAME        PIC X(12) VALUE
               "DROPHIST.TXT".
           05  WS-P7WORK-NAME          PIC X(12) VALUE
               "P7WORK.DAT".

       COPY MSTLOCK.

      *EFFECT IS CHOSEN AGAINST IT, SO A REBUILD RUN EARLY CAN'T
      *APPLY A FUTURE PRICE EARLY. A BLANK DATE PRICES AS OF TODAY.
      *COLUMN 47 IS THE TRANSACTION TYPE - "R" IS A STOCK RECEIPT
      *(QUANTITY ADDS TO ON-HAND), "T" SHIPS A TRANSFER OUT OF THE
      *WAREHOUSE IN COLUMN 61 TO THE OTHER ONE, "A" IS THE RECEIVING
      *WAREHOUSE CONFIRMING THE TRANSFER ARRIVED. "D" IS A SALE THE
      *VENDOR SHIPS STRAIGHT TO THE CUSTOMER (DROP SHIP) AND "V" THE
      *VENDOR'S CONFIRMATION THAT IT SHIPPED, WHICH BILLS IT.
      *ANYTHING ELSE IS THE SALE THE FEED HAS ALWAYS MEANT.
       01  TRANSACTION-RECORD.
           05  TR-CUS-NAME             PIC X(25).
      *COLUMNS 26-29 - THE REQUESTED SHIP DATE (MMDD) ON A FUTURE-
      *DATED SALE, AND COLUMN 30 THE "F" FUTREL PUTS ON ONE IT HELD
      *AND RELEASED. A LINE STILL AHEAD OF ITS DATE NEVER REACHES
      *THIS RUN, SO NEITHER CHANGES HOW A LINE BILLS HERE.
           05  TR-SHIP-MMDD            PIC X(4).
           05  TR-FUTURE-RELEASE       PIC X.
           05  TR-QTY-PCH              PIC 999.
           05  FILLER                  PIC X VALUE SPACES.
           05  TR-PRO-NUM              PIC 999.
           05  TR-TRAN-TYPE            PIC X.
               88  TR-RECEIPT          VALUE "R".
               88  TR-CREDIT           VALUE "C".
               88  TR-TRANSFER-OUT     VALUE "T".
               88  TR-TRANSFER-IN      VALUE "A".
               88  TR-DROP-SHIP        VALUE "D".
               88  TR-DROP-CONFIRM     VALUE "V".
      *COLUMNS 48-52 - THE CUSTOMER NUMBER, VALIDATED AGAINST THE
      *CUSTOMER MASTER. BLANK MEANS AN OLD-STYLE NAME-ONLY RECORD
      *AND SKIPS THE CHECK.
           05  TR-OVR-PRICE-X REDEFINES TR-OVR-PRICE
                                       PIC X(5).
           05  TR-ENTERED-BY           PIC X(3).
               88  TR-FROM-EDI                   VALUE "EDI".
      *COLUMN 61 - THE WAREHOUSE THE STOCK MOVES THROUGH ("1" OR
      *"2"). BLANK (AN OLD-STYLE RECORD) MEANS WAREHOUSE 1.
           05  TR-WH-CODE              PIC X.
      *PRICING AND ON-HAND RELIEF. BLANK OR "E" IS EACHES, AS THE
      *FEED HAS ALWAYS MEANT.
           05  TR-UOM-CODE             PIC X.
           05  TR-REFERENCES.
      *COLUMNS 66-71 - THE RETURN AUTHORIZATION A CREDIT RIDES ON.
      *A CREDIT WITHOUT A VALID OPEN RMA FOR ITS PRODUCT REJECTS.
               10  TR-RMA-NUM          PIC 9(6).
               10  TR-RMA-NUM-X REDEFINES TR-RMA-NUM
                                       PIC X(6).
      *COLUMNS 72-77 - THE TRANSFER NUMBER. THE "T" THAT SHIPS IT AND
      *THE "A" THAT LANDS IT CARRY THE SAME ONE.
               10  TR-XFER-NUM         PIC 9(6).
               10  TR-XFER-NUM-X REDEFINES TR-XFER-NUM
                                       PIC X(6).
      *COLUMNS 78-80 - THE CUSTOMER'S SHIP-TO CODE ON SHIPTO.DAT.
      *BLANK SHIPS TO THE ADDRESS ON THE CUSTOMER MASTER.
               10  TR-SHIP-TO          PIC XXX.
      *ON A SALE COLUMNS 66-71 ARE THE QUOTE THE ORDER WAS CONVERTED
      *FROM (ORDENTRY). A QUOTE ON FILE FOR THE SAME CUSTOMER,
      *PRODUCT, QUANTITY AND PRICE, STILL GOOD ON THE TRANSACTION
      *DATE, BILLS AT THE QUOTED PRICE AND DISCOUNT. COLUMNS 72-77
      *ARE THE STANDING ORDER A LINE ENTERED BY "SYS" WAS GENERATED
      *FROM (STNDGEN) - IT PRICES LIKE ANY OTHER SALE.
           05  TR-QUOTE-REFERENCES REDEFINES TR-REFERENCES.
               10  TR-QUOTE-NUM        PIC 9(6).
               10  TR-QUOTE-NUM-X REDEFINES TR-QUOTE-NUM
                                       PIC X(6).
               10  TR-STANDING-NUM     PIC 9(6).
               10  TR-STANDING-NUM-X REDEFINES TR-STANDING-NUM
                                       PIC X(6).
               10  FILLER              PIC XXX.
      *ON A SALE ENTERED BY "EDI" COLUMNS 72-77 ARE THE EDI ORDER
      *(EDIIN) THE LINE CAME IN ON. IT RIDES TO THE INVOICE EXTRACT
      *SO THE INVOICE CAN SHOW THE CUSTOMER'S OWN PO NUMBER.
           05  TR-EDI-REFERENCES REDEFINES TR-REFERENCES.
               10  FILLER              PIC X(6).
               10  TR-EDI-ORDER-NUM    PIC 9(6).
               10  TR-EDI-ORDER-NUM-X REDEFINES TR-EDI-ORDER-NUM
                                       PIC X(6).
               10  FILLER              PIC XXX.
      *ON A "V" COLUMNS 72-77 ARE THE DROP-SHIP PO THE VENDOR IS
      *CONFIRMING.
           05  TR-DROP-REFERENCES REDEFINES TR-REFERENCES.
               10  FILLER              PIC X(6).
               10  TR-DROP-PO-NUM      PIC 9(6).
               10  TR-DROP-PO-NUM-X REDEFINES TR-DROP-PO-NUM
                                       PIC X(6).
               10  FILLER              PIC XXX.
      *A RECEIPT HAS NO RMA OR TRANSFER - ON AN "R" COLUMNS 66-71
      *ARE THE VENDOR'S LOT NUMBER AND 72-79 ITS EXPIRATION DATE
      *(YYYYMMDD, BLANK FOR STOCK THAT DOESN'T EXPIRE). A RECEIPT
      *WITH NO LOT IS UNTRACKED STOCK, AS ALL STOCK USED TO BE.
           05  TR-LOT-REFERENCES REDEFINES TR-REFERENCES.
               10  TR-LOT-NUM          PIC X(6).
               10  TR-LOT-EXPIRY       PIC 9(8).
               10  TR-LOT-EXPIRY-X REDEFINES TR-LOT-EXPIRY
                                       PIC X(8).
               10  FILLER              PIC X.

       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-CASE-PACK            PIC 999.
           05  MR-CASE-PACK-X REDEFINES MR-CASE-PACK
                                       PIC X(3).
      *COLUMNS 102-108 - UNITS IN TRANSIT BETWEEN THE WAREHOUSES.
      *THEY ARE OFF BOTH FLOORS, SO NOT IN MR-ON-HAND, BUT STILL
      *OURS. SPACES ON AN OLDER MASTER MEAN NOTHING IN TRANSIT.
           05  MR-IN-TRANSIT           PIC 9(7).
           05  MR-IN-TRANSIT-X REDEFINES MR-IN-TRANSIT
                                       PIC X(7).
           05  FILLER                  PIC X(2).

      *CALCULATIONS...
       01  DC-DETAIL-CALCS.
      *THIS RUN'S MOVEMENT BY PRODUCT, SLOTTED BY PRODUCT NUMBER -
      *SALES ADD, CREDITS SUBTRACT, SO THE ANALYSIS SHOWS NET
      *MOVEMENT. PRODUCTS WITH NO SLOT TOUCHED ARE THE SLOW MOVERS.
      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. RNI IS THE RECEIVED-NOT-INVOICED ACCRUAL THAT
      *HOLDS A RECEIPT'S COST UNTIL THE VENDOR'S BILL IS ENTERED.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-AR              PIC 9(5) VALUE 11200.
           05  GL-ACCT-SALES           PIC 9(5) VALUE 40100.
           05  GL-ACCT-TAX             PIC 9(5) VALUE 21500.
           05  GL-ACCT-DISCOUNT        PIC 9(5) VALUE 41900.
           05  GL-ACCT-INVENTORY       PIC 9(5) VALUE 13100.
           05  GL-ACCT-COGS            PIC 9(5) VALUE 50100.
           05  GL-ACCT-RNI             PIC 9(5) VALUE 20600.

      *THE COST SIDE OF THE NIGHT AT MASTER UNIT COST - BILLED UNITS
      *OUT OF INVENTORY INTO COST OF SALES, CREDITED UNITS BACK, AND
      *RECEIPTS INTO INVENTORY AGAINST THE ACCRUAL. A KIT COSTS WHAT
      *ITS COMPONENTS COST. UNITS WITH NO COST ON FILE MOVE NO
      *DOLLARS AND ARE COUNTED SO THE GAP IS VISIBLE.
       01  GL-COST-TOTALS.
           05  GL-SALE-COST            PIC S9(9)V99 VALUE 0.
           05  GL-CREDIT-COST          PIC S9(9)V99 VALUE 0.
           05  GL-RECEIPT-COST         PIC S9(9)V99 VALUE 0.
           05  GL-DROP-COST            PIC S9(9)V99 VALUE 0.
           05  GL-LINE-COST            PIC S9(9)V99 VALUE 0.
           05  GL-KIT-COST             PIC S9(9)V99 VALUE 0.
           05  GL-KIT-UNCOSTED         PIC X        VALUE "N".
           05  GL-LINE-UNCOSTED        PIC X        VALUE "N".
           05  GL-UNCOSTED-COUNT       PIC 9(5)     VALUE 0.

       01  GL-WORK.
           05  GL-DEBIT-TOTAL          PIC 9(10)V99 VALUE 0.
               10  PA-COST             PIC S9(8)V99 VALUE 0.
               10  PA-COSTED           PIC X        VALUE "Y".
               10  PA-MOVED            PIC X        VALUE "N".
               10  PA-KIT              PIC X        VALUE "N".
               10  PA-KIT-USE          PIC S9(7)    VALUE 0.

      *ONE WIDER THAN THE TABLE SO A FULL 1-999 PASS CAN END; THE
      *MASTER KEY TAKES ITS 3-DIGIT PRODUCT NUMBER FROM PA-PRO-ID.
       01  PA-SUB                      PIC 9(4).
       01  PA-PRO-ID                   PIC 9(3).
       01  PA-RANK                     PIC 99.
       01  PA-BEST-SUB                 PIC 9(3).
       01  PA-BEST-DOLLARS             PIC S9(8)V99.
                                       PIC X(6).
           05                          PIC X     VALUE "%".

       01  SA-KIT-TITLE.
           05                          PIC X(30) VALUE
               "KIT SALES".

       01  SA-COMP-TITLE.
           05                          PIC X(34) VALUE
               "COMPONENT UNITS SHIPPED IN KITS".

       01  SA-COMP-LINE.
           05  SAC-PRO-NUM             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SAC-PRO-DES             PIC X(27).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(7)  VALUE "UNITS: ".
           05  SAC-UNITS               PIC ZZZZZZ9-.

       01  SA-TOP-TITLE.
           05                          PIC X(26) VALUE
               "TOP TEN BY DOLLAR VOLUME".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SA-SLOW-DES             PIC X(27).

      *THE ANALYSIS BY PRODUCT CATEGORY - A NAME LINE AND SUBTOTAL
      *AROUND EACH CATEGORY'S PRODUCTS, AND A SUMMARY PAGE BY
      *CATEGORY AND BY PRODUCT LINE. KITS ARE IN THE SUMMARY UNDER
      *THEIR OWN CATEGORY; COMPONENT UNITS SHIPPED INSIDE KITS ARE
      *NOT, OR THE KIT WOULD COUNT TWICE.
       COPY PRODCAT.

       01  SK-CATEGORY-SALES.
           05  SK-ENTRY OCCURS 51 TIMES.
               10  SK-PRODUCTS         PIC 9(4).
               10  SK-UNITS            PIC S9(7).
               10  SK-DOLLARS          PIC S9(9)V99.
               10  SK-COSTED-DOLLARS   PIC S9(9)V99.
               10  SK-MARGIN           PIC S9(9)V99.

       01  SL-LINE-SALES.
           05  SL-ENTRY OCCURS 51 TIMES.
               10  SL-PRODUCTS         PIC 9(4).
               10  SL-UNITS            PIC S9(7).
               10  SL-DOLLARS          PIC S9(9)V99.
               10  SL-COSTED-DOLLARS   PIC S9(9)V99.
               10  SL-MARGIN           PIC S9(9)V99.

       01  SK-WORK.
           05  SK-SUB                  PIC 99.
           05  SK-PRO-SUB              PIC 9(4).
           05  SL-SUB                  PIC 99.
           05  SK-STARTED              PIC X.
           05  SK-SEC-UNITS            PIC S9(7).
           05  SK-SEC-DOLLARS          PIC S9(9)V99.
           05  SK-SEC-MARGIN           PIC S9(9)V99.
           05  SK-ALL-PRODUCTS         PIC 9(4).
           05  SK-ALL-UNITS            PIC S9(7).
           05  SK-ALL-DOLLARS          PIC S9(9)V99.
           05  SK-ALL-COSTED           PIC S9(9)V99.
           05  SK-ALL-MARGIN           PIC S9(9)V99.

       01  SA-CAT-LINE.
           05                          PIC X(9)  VALUE "CATEGORY ".
           05  SA-CAT-CODE             PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  SA-CAT-NAME             PIC X(25).
           05                          PIC X(3)  VALUE SPACES.
           05  SA-CAT-LINE-NAME        PIC X(20).

       01  SA-CAT-TOTAL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(27) VALUE
               "CATEGORY TOTAL".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(7)  VALUE "UNITS: ".
           05  SA-CAT-UNITS            PIC ZZZZZZ9-.
           05                          PIC X(9)  VALUE "DOLLARS: ".
           05  SA-CAT-DOLLARS          PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE "MARGIN: ".
           05  SA-CAT-MARGIN           PIC $$,$$$,$$9.99-.

       01  SZ-SUMMARY-TITLE.
           05                          PIC X(40) VALUE
               "SALES BY PRODUCT CATEGORY".

       01  SZ-COLUMN-HEADING.
           05                          PIC X(30) VALUE "CATEGORY".
           05                          PIC X(6)  VALUE " PRODS".
           05                          PIC X(9)  VALUE "    UNITS".
           05                          PIC X(15) VALUE
               "        DOLLARS".
           05                          PIC X(15) VALUE
               "         MARGIN".
           05                          PIC X(8)  VALUE "  MARG%".
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(20) VALUE
               "PRODUCT LINE".

       01  SZ-SECTION-LINE.
           05  SZ-SECTION-TITLE        PIC X(40).

       01  SZ-SUMMARY-LINE.
           05  SZ-CODE                 PIC XXX.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SZ-NAME                 PIC X(25).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SZ-PRODUCTS             PIC ZZZZZ9.
           05  SZ-UNITS                PIC ZZZZZZZ9-.
           05  SZ-DOLLARS              PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SZ-MARGIN               PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SZ-MARGIN-PCT           PIC ZZ9.9-.
           05                          PIC X     VALUE "%".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SZ-LINE-NAME            PIC X(20).

      *PRICE-OVERRIDE CONTROLS - THE ALLOWED DEVIATION AND THIS
      *TRANSACTION'S OVERRIDE STATE.
       01  WS-OVR-TOLERANCE            PIC 99V9  VALUE 10.0.
       01  WS-TAX-EXEMPT-THIS          PIC X     VALUE "N".
       01  WS-CUST-STATE               PIC XX    VALUE SPACES.
       01  WS-CUST-EXEMPT              PIC X     VALUE SPACES.
       01  WS-CUST-SHIP-TO             PIC XXX   VALUE SPACES.
       01  WS-EXEMPT-GROSS             PIC S9(8)V99 VALUE 0.
       01  WS-DEFAULT-GROSS            PIC S9(8)V99 VALUE 0.
       01  WS-DEFAULT-TAX              PIC S9(8)V99 VALUE 0.
           05                          PIC X(14) VALUE
               " (NO TAX DUE)".

      *THE OPEN-PO LINE A RECEIPT WILL TAKE - THE OLDEST OPEN ONE
      *FOR ITS PRODUCT - FOUND ON THE PRODUCT KEY.
       01  WS-OP-FOUND                 PIC X VALUE "N".
       01  WS-OP-KEY                   PIC X(20).
       01  WS-OP-OLDEST-DATE           PIC 9(8) VALUE 0.
       01  WS-OP-DONE                  PIC X VALUE "N".
       01  WS-PO-LEAD-DAYS             PIC 9(3) VALUE 14.

      *THE DROP-SHIP ORDERS, OPEN ONES AND TONIGHT'S NEW ONES. "P"
      *WAITS FOR POSUGGST TO RAISE ITS PO, "O" WAITS ON THE VENDOR,
      *"C" WAS CONFIRMED AND BILLED TONIGHT AND RETIRES AT SETTLE.
       01  DT-MAX-ORDERS               PIC 9(3) VALUE 500.
       01  DT-ORDER-COUNT              PIC 9(3) VALUE 0.

       01  DT-DROP-TABLE.
           05  DT-ENTRY OCCURS 500 TIMES.
               10  DT-STATUS           PIC X.
               10  DT-ORDER-DATE       PIC 9(8).
               10  DT-PO-NUM           PIC 9(6).
               10  DT-PO-DATE          PIC 9(8).
               10  DT-VEND-NUM         PIC 999.
               10  DT-CUS-NUM          PIC 9(5).
               10  DT-PRO-NUM          PIC 999.
               10  DT-PRO-DES          PIC X(27).
               10  DT-UNIT-COST        PIC 999V99.
               10  DT-PO-QTY           PIC 9(5).
               10  DT-FEED-LINE        PIC X(80).
               10  DT-CONF-DATE        PIC 9(8).

       01  DT-SUB                      PIC 9(3).
       01  WS-DT-SLOT                  PIC 9(3) VALUE 0.
       01  WS-DT-OVERFLOW              PIC 9(3) VALUE 0.
       01  WS-DROP-TAKEN-COUNT         PIC 9(5) VALUE 0.
       01  WS-DROP-BILLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DROP-REJECT-COUNT        PIC 9(5) VALUE 0.

      *WHICH WAREHOUSE THIS TRANSACTION TOUCHES AND WHAT THAT
      *BUCKET HOLDS.
       01  WS-TR-WH                    PIC 9    VALUE 1.
       01  WS-CASE-UNITS               PIC 9(6)  VALUE 0.
       01  WS-CASE-ERROR-COUNT         PIC 9(5)  VALUE 0.

      *THIS TRANSACTION'S EXEMPTION STANDING - NO CERTIFICATE ON
      *FILE COUNTS AS LAPSED, BECAUSE THE STATE WANTS A NUMBER, NOT
      *A FLAG.
       01  WS-CERT-CURRENT             PIC X VALUE "N".
       01  WS-TF-OPEN                  PIC X VALUE "N".
       01  WS-CERT-LAPSE-COUNT         PIC 9(5) VALUE 0.

      *THIS CREDIT'S MATCH STATE.
       01  WS-RMA-FOUND                PIC X VALUE "N".
       01  WS-RMA-DONE                 PIC X VALUE "N".
       01  WS-RMA-REJECT-COUNT         PIC 9(5) VALUE 0.

      *THE OPEN-TRANSFER TABLE. A TRANSFER NOT LANDED WITHIN
      *WS-XFER-DUE-DAYS IS MARKED OVERDUE ON THE AGING PAGE.
       01  XT-MAX-XFERS                PIC 9(3) VALUE 300.
       01  XT-XFER-COUNT               PIC 9(3) VALUE 0.

       01  XT-XFER-TABLE.
           05  XT-ENTRY OCCURS 300 TIMES.
               10  XT-XFER-NUM         PIC 9(6).
               10  XT-DATE             PIC 9(8).
               10  XT-PRO-NUM          PIC 999.
               10  XT-QTY              PIC 9(5).
               10  XT-FROM-WH          PIC 9.
               10  XT-TO-WH            PIC 9.
               10  XT-STATUS           PIC X.
               10  XT-LANDED-DATE      PIC 9(8).

       01  XT-SUB                      PIC 9(3).
       01  WS-XT-SLOT                  PIC 9(3) VALUE 0.
       01  WS-XT-OVERFLOW              PIC 9(3) VALUE 0.
       01  WS-XFER-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-XFER-DUE-DAYS            PIC 9(3) VALUE 5.
       01  WS-XFER-TO-WH               PIC 9    VALUE 2.
       01  WS-XF-TODAY-PD              PIC 9(7) VALUE 0.
       01  WS-XF-SHIP-PD               PIC 9(7) VALUE 0.
       01  WS-XF-AGE-DAYS              PIC S9(5) VALUE 0.

       01  WS-XF-DATE-PARTS.
           05  WS-XFD-YYYY             PIC 9(4).
           05  WS-XFD-MM               PIC 99.
           05  WS-XFD-DD               PIC 99.

       01  XA-HEADING-LINE.
           05                          PIC X(42) VALUE
               "TRANSFERS IN TRANSIT - SHIPPED, NOT LANDED".

       01  XA-AGING-LINE.
           05                          PIC X(5)  VALUE "XFER ".
           05  XAA-XFER-NUM            PIC 9(6).
           05                          PIC X(10) VALUE "  SHIPPED ".
           05  XAA-DATE                PIC 9(8).
           05                          PIC X(7)  VALUE "  PROD.".
           05  XAA-PRO-NUM             PIC ZZ9.
           05                          PIC X(6)  VALUE "  QTY ".
           05  XAA-QTY                 PIC ZZZZ9.
           05                          PIC X(5)  VALUE "  WH ".
           05  XAA-FROM-WH             PIC 9.
           05                          PIC X(1)  VALUE ">".
           05  XAA-TO-WH               PIC 9.
           05                          PIC X(6)  VALUE "  AGE ".
           05  XAA-AGE                 PIC ZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  XAA-FLAG                PIC X(8).

      *LOTS ON HAND. A SALE DRAWS THE LOT WITH THE EARLIEST EXPIRY
      *FIRST (UNDATED LOTS LAST) AND NEVER AN EXPIRED ONE - THAT
      *STOCK WAITS ON THE NEAR-EXPIRY PAGE TO BE PULLED OR RETURNED.
      *A LOT INSIDE WS-LOT-WARN-DAYS OF ITS DATE PRINTS THERE TOO.
       01  LT-MAX-LOTS                 PIC 9(3) VALUE 500.
       01  LT-LOT-COUNT                PIC 9(3) VALUE 0.

       01  LT-LOT-TABLE.
           05  LT-ENTRY OCCURS 500 TIMES.
               10  LT-PRO-NUM          PIC 999.
               10  LT-LOT-NUM          PIC X(6).
               10  LT-EXPIRY           PIC 9(8).
               10  LT-RECEIVED         PIC 9(8).
               10  LT-QTY              PIC 9(7).

       01  LT-SUB                      PIC 9(3).
       01  WS-LT-SLOT                  PIC 9(3) VALUE 0.
       01  WS-LT-OVERFLOW              PIC 9(3) VALUE 0.
       01  WS-LOT-WARN-DAYS            PIC 9(3) VALUE 30.
       01  WS-LOT-NEED                 PIC 9(5) VALUE 0.
       01  WS-LOT-DONE                 PIC X    VALUE "N".
       01  WS-LOT-TAKE                 PIC 9(5) VALUE 0.
       01  WS-LOT-BEST-EXP             PIC 9(8) VALUE 0.
       01  WS-LOT-THIS-EXP             PIC 9(8) VALUE 0.
       01  WS-LT-TODAY-PD              PIC 9(7) VALUE 0.
       01  WS-LT-EXPIRY-PD             PIC 9(7) VALUE 0.
       01  WS-LT-DAYS-LEFT             PIC S9(5) VALUE 0.
       01  WS-LT-FLAGGED               PIC 9(3) VALUE 0.

       01  WS-LT-DATE-PARTS.
           05  WS-LTD-YYYY             PIC 9(4).
           05  WS-LTD-MM               PIC 99.
           05  WS-LTD-DD               PIC 99.

      *THE LINE BEING BILLED - ITS SEQUENCE ON THE INVOICE EXTRACT
      *AND THE LOTS ITS UNITS CAME OUT OF, HELD UNTIL THE EXTRACT
      *RECORD IS WRITTEN.
       01  WS-IV-LINE-SEQ              PIC 9(6) VALUE 0.
       01  LW-DRAW-COUNT               PIC 99 VALUE 0.
       01  LW-DRAW-TABLE.
           05  LW-ENTRY OCCURS 20 TIMES.
               10  LW-SLOT             PIC 9(3).
               10  LW-QTY              PIC 999.
       01  LW-SUB                      PIC 99.
       01  WS-LOT-PRO-NUM              PIC 999 VALUE 0.

      *KIT COMPONENTS, AND THE KIT ON THE CURRENT TRANSACTION. A KIT
      *IS AVAILABLE ONLY AS FAR AS ITS SCARCEST COMPONENT GOES - EACH
      *COMPONENT'S BUCKET DIVIDED BY ITS QUANTITY PER KIT, SMALLEST
      *ANSWER WINS. THE KIT'S OWN MASTER IS PUT ASIDE WHILE THE
      *COMPONENTS ARE READ AND PUT BACK BEFORE THE KIT REWRITE.
       01  KT-MAX-COMPS                PIC 9(3) VALUE 300.
       01  KT-COMP-COUNT               PIC 9(3) VALUE 0.

       01  KT-COMP-TABLE.
           05  KT-ENTRY OCCURS 300 TIMES.
               10  KT-KIT-NUM          PIC 999.
               10  KT-COMP-NUM         PIC 999.
               10  KT-QTY-PER          PIC 999.

       01  KT-SUB                      PIC 9(3).
       01  WS-KT-OVERFLOW              PIC 9(3) VALUE 0.
       01  WS-KIT-THIS                 PIC X    VALUE "N".
       01  WS-KIT-CREDIT               PIC X    VALUE "N".
       01  WS-KIT-PRINTED              PIC X    VALUE "N".
       01  WS-KIT-AVAIL                PIC 9(7) VALUE 0.
       01  WS-KIT-COMP-AVAIL           PIC 9(7) VALUE 0.
       01  WS-KIT-NEED                 PIC 9(7) VALUE 0.
       01  WS-KIT-SAVE-MASTER          PIC X(110).
       01  WS-KIT-SAVE-BEFORE          PIC X(110).
       01  WS-KIT-SAVE-SWITCH          PIC XX.
       01  WS-KIT-SAVE-AVAIL           PIC 9(7) VALUE 0.
       01  WS-KIT-SAVE-PRIOR           PIC 9(7) VALUE 0.

       01  LE-HEADING-LINE.
           05                          PIC X(40) VALUE
               "LOTS NEAR OR PAST EXPIRATION - ON HAND".

       01  LE-EXPIRY-LINE.
           05                          PIC X(5)  VALUE "PROD ".
           05  LEE-PRO-NUM             PIC ZZ9.
           05                          PIC X(6)  VALUE "  LOT ".
           05  LEE-LOT-NUM             PIC X(6).
           05                          PIC X(9)  VALUE "  EXPIRES".
           05  LEE-EXPIRY              PIC B9(8).
           05                          PIC X(9)  VALUE "  ON HAND".
           05  LEE-QTY                 PIC Z(6)9.
           05                          PIC X(2)  VALUE SPACES.
           05  LEE-DAYS                PIC -ZZZ9.
           05                          PIC X(6)  VALUE " DAYS ".
           05  LEE-FLAG                PIC X(11).

       01  LE-NONE-LINE.
           05                          PIC X(40) VALUE
               "NO LOT WITHIN THE WARNING WINDOW".

       01  RA-HEADING-LINE.
           05                          PIC X(30) VALUE
           05                          PIC X(6)  VALUE "  QTY ".
           05  RAA-QTY                 PIC ZZ9.

      *THIS TRANSACTION'S SUBSTITUTION STATE. EACH ONE THAT FIRES
      *IS COUNTED ON THE RUN WORK FILE SO THE DESK LEARNS WHICH OLD
      *NUMBERS KEEP COMING IN.
       01  WS-SX-OPEN                  PIC X   VALUE "N".
       01  WS-WK-DONE                  PIC X   VALUE "N".
       01  WS-SUBST-THIS               PIC X   VALUE "N".
       01  WS-SUBST-FROM               PIC 999 VALUE 0.
       01  WS-SUBST-FROM-X             PIC XXX.
           05  SXU-FIRED               PIC ZZZZ9.
           05                          PIC X(6)  VALUE " TIMES".

      *THIS TRANSACTION'S CONTRACT STATE. A CONTRACT PRICE WINS
      *OUTRIGHT - NO QUANTITY DISCOUNT STACKS ON TOP OF A NEGOTIATED
      *PRICE.
       01  WS-CONTRACT-THIS            PIC X VALUE "N".
       01  WS-CO-DONE                  PIC X VALUE "N".
       01  WS-CO-OPEN                  PIC X VALUE "N".

      *PROMOTIONS ON FILE - THE PROMOTIONS THEMSELVES, THE PRODUCTS
      *ON EACH, AND THE CUSTOMERS A LIMITED ONE IS OPEN TO - AND THIS
      *TRANSACTION'S PROMOTION STATE. A PROMOTIONAL PRICE, LIKE A
      *CONTRACT PRICE, TAKES NO QUANTITY DISCOUNT ON TOP.
       01  PM-MAX-PROMOS               PIC 9(3) VALUE 100.
       01  PM-PROMO-COUNT              PIC 9(3) VALUE 0.
       01  PM-PROMO-TABLE.
           05  PM-ENTRY OCCURS 100 TIMES.
               10  PM-T-CODE           PIC X(6).
               10  PM-T-START          PIC 9(8).
               10  PM-T-END            PIC 9(8).
               10  PM-T-CUST-COUNT     PIC 9(4).

       01  PM-MAX-ITEMS                PIC 9(4) VALUE 2000.
       01  PM-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  PM-ITEM-TABLE.
           05  PM-ITEM OCCURS 2000 TIMES.
               10  PM-I-CODE           PIC X(6).
               10  PM-I-PROMO          PIC 9(3).
               10  PM-I-PRO-NUM        PIC 999.
               10  PM-I-PRICE          PIC 999V99.
               10  PM-I-PCT            PIC 99V9.

       01  PM-MAX-CUSTS                PIC 9(4) VALUE 2000.
       01  PM-CUST-COUNT               PIC 9(4) VALUE 0.
       01  PM-CUST-TABLE.
           05  PM-CUST OCCURS 2000 TIMES.
               10  PM-C-CODE           PIC X(6).
               10  PM-C-PROMO          PIC 9(3).
               10  PM-C-CUS-NUM        PIC 9(5).

       01  PM-SUB                      PIC 9(4).
       01  PM-HDR-SUB                  PIC 9(3).
       01  PM-FIND-SUB                 PIC 9(3).
       01  PM-CUS-SUB                  PIC 9(4).
       01  PM-OVERFLOW                 PIC 9(5) VALUE 0.
       01  WS-PROMO-THIS               PIC X VALUE "N".
       01  WS-PROMO-ELIGIBLE           PIC X VALUE "N".
       01  WS-PROMO-CODE               PIC X(6).
       01  WS-PROMO-PRICE              PIC 999V99 VALUE 0.
       01  WS-PROMO-BEST               PIC 999V99 VALUE 0.

      *QUOTES ON FILE, AND WHETHER THIS TRANSACTION BILLS AT ONE. A
      *QUOTED LINE TAKES THE QUOTE'S OWN DISCOUNT, NOT THE TIERS.
       01  QT-MAX-LINES                PIC 9(4) VALUE 2000.
       01  QT-LINE-COUNT               PIC 9(4) VALUE 0.
       01  QT-QUOTE-TABLE.
           05  QT-ENTRY OCCURS 2000 TIMES.
               10  QT-QUOTE-NUM        PIC 9(6).
               10  QT-EXP-DATE         PIC 9(8).
               10  QT-CUS-NUM          PIC 9(5).
               10  QT-PRO-NUM          PIC 999.
               10  QT-QTY              PIC 999.
               10  QT-PRICE            PIC 999V99.
               10  QT-DIS-PER          PIC V999.
       01  QT-SUB                      PIC 9(4).
       01  WS-QUOTE-THIS               PIC X VALUE "N".
       01  WS-QUOTE-DIS-PER            PIC V999 VALUE 0.

      *COMMITTED-BUT-NOT-SHIPPED UNITS BY PRODUCT NUMBER, THE PART
      *OF IT FILED TONIGHT, AND WHETHER THE PRODUCT HAS ALREADY
      *ALERTED THIS RUN. AVAILABLE IS ON-HAND LESS COMMITTED.
       01  CM-COMMITTED-TABLE.
           05  CM-ENTRY OCCURS 999 TIMES.
               10  CM-COMMITTED        PIC 9(7).
               10  CM-NEW-TONIGHT      PIC 9(7).
               10  CM-ALERTED          PIC X.
       01  CM-SUB                      PIC 9(4).
       01  CM-PRO-NUM                  PIC 999.
       01  WS-AVAILABLE                PIC S9(8) VALUE 0.
       01  WS-PRIOR-AVAILABLE          PIC S9(8) VALUE 0.
       01  WS-EXPIRY-WINDOW            PIC 9(8) VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(3) VALUE 0.

               10  SN-NAME             PIC X(20).
               10  SN-PRIOR-SALES      PIC S9(7).
               10  SN-BILLED           PIC S9(7)V99.
               10  SN-SPIFF-UNITS      PIC S9(5).
               10  SN-SPIFF-AMT        PIC S9(7)V99.

       01  SN-SUB                      PIC 9(3).
       01  WS-SN-SLOT                  PIC 9(3) VALUE 0.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  CG-TYP-A                PIC X     VALUE "C".
           05  CG-QUOTA                PIC X(5)  VALUE SPACES.
      *COLUMNS 62-69 - THE SIGNED SPIFF AMOUNT ON A "B" RECORD,
      *WHOLE DOLLARS. A "C" RECORD LEAVES THEM BLANK.
           05  CG-SPIFF-AMOUNT         PIC X(8)  VALUE SPACES.
           05  CG-SPIFF-AMOUNT-N REDEFINES CG-SPIFF-AMOUNT
                               PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(11) VALUE SPACES.

      *THE SPIFF CAMPAIGNS ON FILE, WITH WHAT EACH ONE PAID OUT
      *TONIGHT AGAINST THE UNITS IT MOVED - THE CAMPAIGN'S COST
      *MEASURED AGAINST ITS EXTRA VOLUME.
       01  SP-MAX-SPIFFS               PIC 9(3) VALUE 100.
       01  SP-SPIFF-COUNT              PIC 9(3) VALUE 0.

       01  SP-SPIFF-TABLE.
           05  SP-ENTRY OCCURS 100 TIMES.
               10  SP-PRO-NUM          PIC 999.
               10  SP-BONUS            PIC 999V99.
               10  SP-START-DATE       PIC 9(8).
               10  SP-END-DATE         PIC 9(8).
               10  SP-ELIGIBLE.
                   15  SP-ELIG-SAL OCCURS 10 TIMES
                                       PIC XXX.
               10  SP-UNITS            PIC S9(7).
               10  SP-COST             PIC S9(7)V99.

       01  SP-SUB                      PIC 9(3).
       01  SP-ELIG-SUB                 PIC 99.
       01  SP-OVERFLOW                 PIC 9(5) VALUE 0.
       01  WS-SPIFF-ELIGIBLE           PIC X   VALUE "N".
       01  WS-SPIFF-UNITS              PIC S9(5) VALUE 0.
       01  WS-SPIFF-AMT                PIC S9(7)V99 VALUE 0.
       01  WS-GEN-SPIFF                PIC S9(7) VALUE 0.

       01  SP-TITLE-LINE.
           05                          PIC X(26) VALUE
               "SPIFF CAMPAIGNS TONIGHT".

       01  SP-HEADING-LINE.
           05                          PIC X(9)  VALUE "PRODUCT".
           05                          PIC X(10) VALUE "BONUS/UNIT".
           05                          PIC X(20) VALUE
               "    START      END".
           05                          PIC X(11) VALUE "     UNITS".
           05                          PIC X(12) VALUE "        COST".

       01  SP-DETAIL-LINE.
           05  SPD-PRO-NUM             PIC ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  SPD-BONUS               PIC $$$9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPD-START-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPD-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPD-UNITS               PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPD-COST                PIC $$$$,$$9.99-.

      *ROUGH 30/360 PSEUDO-DAY AGING, SAME AS THE REST OF THE SHOP.
       01  WS-PO-TODAY-PD              PIC 9(7) VALUE 0.
           05                          PIC X(26) VALUE
               "PURCHASE-ORDER EXCEPTIONS".

      *THE CUSTOMER'S BALANCE RECORD ON THE RUN WORK FILE IS
      *STARTED FROM ARBAL.DAT THE FIRST TIME THEY ORDER TONIGHT.
       01  WS-AB-FOUND                 PIC X VALUE "N".
       01  WS-AB-OPEN                  PIC X VALUE "N".

      *SUPERVISOR RELEASE LIST - CUSTOMERS ALLOWED PAST THE LIMIT
      *FOR THIS ONE RUN.
       01  WS-EXCEPTION-COUNTS.
           05  WS-NOT-ON-FILE-COUNT    PIC 9(5)  VALUE 0.
           05  WS-CUST-NOF-COUNT       PIC 9(5)  VALUE 0.
           05  WS-SHIPTO-NOF-COUNT     PIC 9(5)  VALUE 0.
           05  WS-QUOTE-NOF-COUNT      PIC 9(5)  VALUE 0.
           05  WS-BELOW-MIN-COUNT      PIC 9(5)  VALUE 0.
           05  WS-BACK-ORDER-COUNT     PIC 9(5)  VALUE 0.
           05  WS-RESERVED-KEY-COUNT   PIC 9(5)  VALUE 0.
           05  FILLER            PIC X(9)  VALUE "  CRHOLD:".
           05  CE-CREDIT-HOLD    PIC ZZZZ9.

       01  CE-SHIPTO-LINE.
           05  FILLER            PIC X(36) VALUE
               "EXCEPTIONS -- SHIP-TO NOT ON FILE:".
           05  CE-SHIPTO-NOF     PIC ZZZZ9.

       01  CE-QUOTE-LINE.
           05  FILLER            PIC X(36) VALUE
               "EXCEPTIONS -- QUOTE NOT ON FILE:".
           05  CE-QUOTE-NOF      PIC ZZZZ9.

       01  CE-DROP-LINE.
           05  FILLER            PIC X(20) VALUE
               "DROP SHIPS -- TAKEN:".
           05  CE-DROP-TAKEN     PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  BILLED:".
           05  CE-DROP-BILLED    PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  REFUSED:".
           05  CE-DROP-REFUSED   PIC ZZZZ9.

       01  RO-ALERT-LINE.
           05  FILLER            PIC X(23) VALUE
               "REORDER POINT REACHED:".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE "ON HAND:    ".
           05  RO-TOTAL          PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE "  COMMITTED: ".
           05  RO-COMMITTED      PIC ZZZZZZ9.



           05  INPUT-SWITCH            PIC XXX VALUE "NO".
           05  MASTER-SWITCH           PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.
           05  OUTPUT-SWITCH           PIC XXX VALUE "NO".
           05  TX-FILE-STATUS          PIC XX.
           05  TJ-FILE-STATUS          PIC XX.
           05  P8-FILE-STATUS          PIC XX.
           05  CG-FILE-STATUS          PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  SP-FILE-STATUS          PIC XX.
           05  QO-FILE-STATUS          PIC XX.
           05  FO-FILE-STATUS          PIC XX.
           05  DS-FILE-STATUS          PIC XX.
           05  DH-FILE-STATUS          PIC XX.
           05  SX-FILE-STATUS          PIC XX.
           05  RA-FILE-STATUS          PIC XX.
           05  RH-FILE-STATUS          PIC XX.
           05  XO-FILE-STATUS          PIC XX.
           05  XH-FILE-STATUS          PIC XX.
           05  LO-FILE-STATUS          PIC XX.
           05  KC-FILE-STATUS          PIC XX.
           05  CD-FILE-STATUS          PIC XX.
           05  TF-FILE-STATUS          PIC XX.
           05  WK-FILE-STATUS          PIC XX.

      *TRANSACTION-APPLY CHECKPOINT CONTROLS, THE SAME SHAPE AS THE
      *BUILDS' 630-SAVE-CHECKPOINT.
           PERFORM 800-READ-TRANS
               UNTIL EOD = "YES"
           PERFORM 989-VERIFY-FEED
           PERFORM 232-COMMITTED-SWEEP
           PERFORM 900-GRAND-TOTALS
           PERFORM 930-PENDING-PRICE-REPORT
           PERFORM 940-SALES-ANALYSIS

      *EVERY DURABLE WRITE GOES TO A TEST COPY; THE TEST MASTER IS
      *THE ONE THE TEST BUILD JUST PRODUCED. READ-ONLY PRODUCTION
      *FILES (CUSTOMER MASTER, CONTROL TABLES, ARBAL) STAY PUT -
      *THE WHOLE POINT IS REHEARSING AGAINST REAL DATA.
       098-SET-TEST-NAMES.
           MOVE "VSAMTEST.TXT" TO WS-MASTER-NAME
           MOVE "P7TRNCKT.TXT" TO WS-TRNCKP-NAME
           MOVE "SALHSTT.TXT" TO WS-SALHST-NAME
           MOVE "TAXLEDGT.TXT" TO WS-TAXLEDG-NAME
           MOVE "POOPENT.DAT" TO WS-POOPEN-NAME
           MOVE "PORCVDT.TXT" TO WS-PORCVD-NAME
           MOVE "RMAOPENT.DAT" TO WS-RMAOPEN-NAME
           MOVE "RMAHISTT.TXT" TO WS-RMAHIST-NAME
           MOVE "XFEROPNT.TXT" TO WS-XFEROPEN-NAME
           MOVE "XFERHSTT.TXT" TO WS-XFERHIST-NAME
           MOVE "LOTONHT.TXT" TO WS-LOTONH-NAME
           MOVE "LOTDRWT.TXT" TO WS-LOTDRW-NAME
           MOVE "CRHOLDT.TXT" TO WS-CRHOLD-NAME
           MOVE "COMGENT.TXT" TO WS-COMGEN-NAME
           MOVE "CRDDTLT.TXT" TO WS-CRDDTL-NAME
           MOVE "RORDXT.TXT" TO WS-RORDX-NAME
           MOVE "DROPOPNT.TXT" TO WS-DROPOPEN-NAME
           MOVE "DROPHSTT.TXT" TO WS-DROPHIST-NAME
           MOVE "P7WORKT.DAT" TO WS-P7WORK-NAME
           DISPLAY "P7REPORTS - TEST RUN - ALL OUTPUTS REDIRECTED".

       020-OPEN.
                           NEG-ON-HAND-FILE
                           REORDER-EXTRACT-FILE
                           INVOICE-EXTRACT-FILE
                           LOT-DRAW-FILE
                           CREDIT-EXTRACT-FILE
                           SALES-ANALYSIS-FILE
                           PO-EXCEPTION-FILE
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - "
                   "CUSTOMER NUMBERS NOT VALIDATED THIS RUN"
           END-IF
           OPEN INPUT SHIP-TO-FILE
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "SHIPTO.DAT NOT AVAILABLE - "
                   "SALES TAXED AT THE MAIN ADDRESS THIS RUN"
           END-IF
           OPEN INPUT P8-MASTER-FILE
           IF P8-FILE-STATUS NOT = "00"
               DISPLAY "P8VSAM.TXT NOT AVAILABLE - "
           PERFORM 819-CLEAR-TRANS-CHECKPOINT
           PERFORM 256-SETTLE-RMAS
           PERFORM 258-SETTLE-OPEN-POS
           PERFORM 278-SETTLE-TRANSFERS
           PERFORM 280-SETTLE-LOTS
           PERFORM 289-SETTLE-DROP-SHIPS
           PERFORM 245-SAVE-BUILD-SUMMARY
           PERFORM 031-CLOSE-KEYED-FILES
           CLOSE     TRANSACTION-FILE
                     OUTPUT-FILE
                     REORDER-FILE
                     NEG-ON-HAND-FILE
                     REORDER-EXTRACT-FILE
                     INVOICE-EXTRACT-FILE
                     LOT-DRAW-FILE
                     CREDIT-EXTRACT-FILE
                     SALES-ANALYSIS-FILE
                     PO-EXCEPTION-FILE
                     BACK-ORDER-FILE
                     CUSTOMER-FILE
                     SHIP-TO-FILE
                     P8-MASTER-FILE
                     COMMISSION-GEN-FILE
                     MASTER-FILE
           STOP RUN.


      *THE READ-ONLY KEYED FILES CLOSE IF THEY OPENED; THE RUN WORK
      *FILE HAS DONE ITS JOB AND IS LEFT FOR THE NEXT RUN TO CLEAR.
       031-CLOSE-KEYED-FILES.
           IF WS-CO-OPEN = "Y"
               CLOSE CONTRACT-FILE
           END-IF
           IF WS-SX-OPEN = "Y"
               CLOSE SUBSTITUTE-FILE
           END-IF
           IF WS-TF-OPEN = "Y"
               CLOSE TAX-CERT-FILE
           END-IF
           IF WS-AB-OPEN = "Y"
               CLOSE AR-BALANCE-FILE
           END-IF
           CLOSE RUN-WORK-FILE.

       100-INITIALIZE.
           MOVE "NO " TO EOD
      *DATE
           PERFORM 116-GET-TOLERANCE
           PERFORM 118-LOAD-GL-ACCOUNTS
           PERFORM 120-GET-REORDER-POINT
           PERFORM 122-OPEN-AR-BALANCES
           PERFORM 124-LOAD-CREDIT-RELEASES
           PERFORM 124A-OPEN-SUBSTITUTES
           PERFORM 124B-OPEN-RMAS
           PERFORM 124C-OPEN-TAX-CERTS
           PERFORM 124D-LOAD-OPEN-XFERS
           PERFORM 124E-LOAD-LOTS
           PERFORM 124F-LOAD-KITS
           PERFORM 125-OPEN-CONTRACTS
           PERFORM 125A-LOAD-PROMOTIONS
           PERFORM 125B-LOAD-SPIFFS
           PERFORM 125F-LOAD-QUOTES
           PERFORM 125G-LOAD-COMMITTED
           PERFORM 126-OPEN-PO-FILES
           PERFORM 127-LOAD-DROP-SHIPS
           PERFORM 128-GET-PO-LEAD
           PERFORM 817-GET-TRANS-CHECKPOINT.

      *NO FILE MEANS NO CURRENT CERTIFICATES, AND EVERY EXEMPT FLAG
      *CHARGES TAX UNTIL THE DESK GETS THE PAPER ON FILE.
       124C-OPEN-TAX-CERTS.
           OPEN INPUT TAX-CERT-FILE
           IF TF-FILE-STATUS = "00"
               MOVE "Y" TO WS-TF-OPEN
           ELSE
               DISPLAY "TAXCERT.DAT NOT AVAILABLE - "
                   "NO EXEMPTION CERTIFICATES CURRENT THIS RUN"
           END-IF.

      *NO FILE MEANS NO RMAS ON ISSUE, SO EVERY CREDIT REJECTS -
      *WHICH IS THE POINT: NOTHING COMES BACK WE DIDN'T AGREE TO. THE
      *EMPTY FILE IS CREATED SO THE SETTLE PASS HAS ONE TO WALK.
       124B-OPEN-RMAS.
           OPEN I-O RMA-OPEN-FILE
           IF RA-FILE-STATUS = "35"
               OPEN OUTPUT RMA-OPEN-FILE
               CLOSE RMA-OPEN-FILE
               OPEN I-O RMA-OPEN-FILE
           END-IF.

      *NO FILE LEAVES EVERY MISS A PLAIN NOT-ON-FILE, THE SAME AS
      *BEFORE THE CROSS-REFERENCE EXISTED.
       124A-OPEN-SUBSTITUTES.
           OPEN INPUT SUBSTITUTE-FILE
           IF SX-FILE-STATUS = "00"
               MOVE "Y" TO WS-SX-OPEN
           END-IF.

      *NO FILE MEANS NOTHING IN TRANSIT. AN "A" THEN FINDS NO OPEN
      *TRANSFER AND REJECTS RATHER THAN LANDING STOCK THAT NEVER
      *LEFT THE OTHER FLOOR.
       124D-LOAD-OPEN-XFERS.
           OPEN INPUT XFER-OPEN-FILE
           IF XO-FILE-STATUS = "00"
               PERFORM UNTIL XO-FILE-STATUS NOT = "00"
                   READ XFER-OPEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XT-XFER-COUNT < XT-MAX-XFERS
                               ADD 1 TO XT-XFER-COUNT
                               MOVE XO-XFER-NUM TO
                                   XT-XFER-NUM(XT-XFER-COUNT)
                               MOVE XO-DATE TO
                                   XT-DATE(XT-XFER-COUNT)
                               MOVE XO-PRO-NUM TO
                                   XT-PRO-NUM(XT-XFER-COUNT)
                               MOVE XO-QTY TO
                                   XT-QTY(XT-XFER-COUNT)
                               MOVE XO-FROM-WH TO
                                   XT-FROM-WH(XT-XFER-COUNT)
                               MOVE XO-TO-WH TO
                                   XT-TO-WH(XT-XFER-COUNT)
                               MOVE XO-STATUS TO
                                   XT-STATUS(XT-XFER-COUNT)
                               MOVE XO-LANDED-DATE TO
                                   XT-LANDED-DATE(XT-XFER-COUNT)
                           ELSE
                               ADD 1 TO WS-XT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XFER-OPEN-FILE
           END-IF.

      *NO FILE MEANS NO LOTS YET - EVERYTHING ON THE SHELF IS
      *UNTRACKED UNTIL A RECEIPT BRINGS A LOT IN.
       124E-LOAD-LOTS.
           OPEN INPUT LOT-ONHAND-FILE
           IF LO-FILE-STATUS = "00"
               PERFORM UNTIL LO-FILE-STATUS NOT = "00"
                   READ LOT-ONHAND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LT-LOT-COUNT < LT-MAX-LOTS
                               ADD 1 TO LT-LOT-COUNT
                               MOVE LO-PRO-NUM TO
                                   LT-PRO-NUM(LT-LOT-COUNT)
                               MOVE LO-LOT-NUM TO
                                   LT-LOT-NUM(LT-LOT-COUNT)
                               MOVE LO-EXPIRY TO
                                   LT-EXPIRY(LT-LOT-COUNT)
                               MOVE LO-RECEIVED TO
                                   LT-RECEIVED(LT-LOT-COUNT)
                               MOVE LO-QTY TO
                                   LT-QTY(LT-LOT-COUNT)
                           ELSE
                               ADD 1 TO WS-LT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-ONHAND-FILE
           END-IF.

      *NO FILE MEANS NO KITS - EVERY PRODUCT SELLS OFF ITS OWN
      *SHELF. A ZERO OR BLANK QUANTITY PER KIT READS AS ONE. A
      *COMPONENT LINE THAT DOESN'T FIT IS SAID OUT LOUD, SINCE THAT
      *KIT WOULD OTHERWISE SELL SHORT OF A PART.
       124F-LOAD-KITS.
           OPEN INPUT KIT-COMPONENT-FILE
           IF KC-FILE-STATUS = "00"
               PERFORM UNTIL KC-FILE-STATUS NOT = "00"
                   READ KIT-COMPONENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KT-COMP-COUNT < KT-MAX-COMPS
                               ADD 1 TO KT-COMP-COUNT
                               MOVE KC-KIT-NUM TO
                                   KT-KIT-NUM(KT-COMP-COUNT)
                               MOVE KC-COMP-NUM TO
                                   KT-COMP-NUM(KT-COMP-COUNT)
                               IF KC-QTY-PER NUMERIC
                                       AND KC-QTY-PER > 0
                                   MOVE KC-QTY-PER TO
                                       KT-QTY-PER(KT-COMP-COUNT)
                               ELSE
                                   MOVE 1 TO
                                       KT-QTY-PER(KT-COMP-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO WS-KT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-COMPONENT-FILE
           END-IF
           IF WS-KT-OVERFLOW > 0
               DISPLAY "KIT TABLE OVERFLOW - " WS-KT-OVERFLOW
                   " COMPONENT LINES NOT HELD"
           END-IF.

      *NO FILE LEAVES EVERY ORDER ON THE STANDARD PRICE, THE SAME AS
      *BEFORE CONTRACTS EXISTED.
       125-OPEN-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CO-FILE-STATUS = "00"
               MOVE "Y" TO WS-CO-OPEN
           END-IF.

      *NO FILE MEANS NO PROMOTIONS AND EVERY ORDER ON THE STANDARD
      *PRICE. THE RECORDS MAY COME IN ANY ORDER - EACH PRODUCT AND
      *CUSTOMER IS TIED TO ITS PROMOTION ONCE THE FILE IS IN. ONE
      *NAMING A PROMOTION THAT ISN'T ON FILE NEVER PRICES ANYTHING.
       125A-LOAD-PROMOTIONS.
           OPEN INPUT PROMOTION-FILE
           IF PM-FILE-STATUS = "00"
               PERFORM UNTIL PM-FILE-STATUS NOT = "00"
                   READ PROMOTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 125D-ONE-PROMOTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF
           PERFORM VARYING PM-SUB FROM 1 BY 1
                   UNTIL PM-SUB > PM-ITEM-COUNT
               MOVE PM-I-CODE(PM-SUB) TO WS-PROMO-CODE
               PERFORM 125E-FIND-PROMOTION-CODE
               MOVE PM-HDR-SUB TO PM-I-PROMO(PM-SUB)
           END-PERFORM
           PERFORM VARYING PM-CUS-SUB FROM 1 BY 1
                   UNTIL PM-CUS-SUB > PM-CUST-COUNT
               MOVE PM-C-CODE(PM-CUS-SUB) TO WS-PROMO-CODE
               PERFORM 125E-FIND-PROMOTION-CODE
               MOVE PM-HDR-SUB TO PM-C-PROMO(PM-CUS-SUB)
               IF PM-HDR-SUB > 0
                   ADD 1 TO PM-T-CUST-COUNT(PM-HDR-SUB)
               END-IF
           END-PERFORM
           IF PM-OVERFLOW > 0
               DISPLAY "P7REPORTS PROMOTION TABLE FULL - "
                   PM-OVERFLOW " PROMO.TXT RECORDS LEFT OFF"
           END-IF.

      *NO FILE MEANS NO CAMPAIGNS AND NOBODY EARNS A SPIFF. A LINE
      *WITHOUT A PRODUCT, A BONUS, OR BOTH DATES IS LEFT OFF.
       125B-LOAD-SPIFFS.
           OPEN INPUT SPIFF-FILE
           IF SP-FILE-STATUS = "00"
               PERFORM UNTIL SP-FILE-STATUS NOT = "00"
                   READ SPIFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SP-IN-PRO-NUM NUMERIC
                                   AND SP-IN-PRO-NUM > 0
                                   AND SP-IN-BONUS NUMERIC
                                   AND SP-IN-BONUS > 0
                                   AND SP-IN-START-DATE NUMERIC
                                   AND SP-IN-END-DATE NUMERIC
                               PERFORM 125C-ADD-SPIFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPIFF-FILE
           END-IF
           IF SP-OVERFLOW > 0
               DISPLAY "P7REPORTS SPIFF TABLE FULL - "
                   SP-OVERFLOW " SPIFF.TXT RECORDS LEFT OFF"
           END-IF.

       125C-ADD-SPIFF.
           IF SP-SPIFF-COUNT < SP-MAX-SPIFFS
               ADD 1 TO SP-SPIFF-COUNT
               MOVE SP-IN-PRO-NUM TO SP-PRO-NUM(SP-SPIFF-COUNT)
               MOVE SP-IN-BONUS TO SP-BONUS(SP-SPIFF-COUNT)
               MOVE SP-IN-START-DATE TO
                   SP-START-DATE(SP-SPIFF-COUNT)
               MOVE SP-IN-END-DATE TO SP-END-DATE(SP-SPIFF-COUNT)
               MOVE SP-IN-ELIGIBLE TO SP-ELIGIBLE(SP-SPIFF-COUNT)
               MOVE 0 TO SP-UNITS(SP-SPIFF-COUNT)
                         SP-COST(SP-SPIFF-COUNT)
           ELSE
               ADD 1 TO SP-OVERFLOW
           END-IF.

       125D-ONE-PROMOTION-RECORD.
           EVALUATE TRUE
               WHEN PM-HEADER
                   IF PM-PROMO-CODE NOT = SPACES
                           AND PM-START-DATE NUMERIC
                           AND PM-END-DATE NUMERIC
                       IF PM-PROMO-COUNT < PM-MAX-PROMOS
                           ADD 1 TO PM-PROMO-COUNT
                           MOVE PM-PROMO-CODE TO
                               PM-T-CODE(PM-PROMO-COUNT)
                           MOVE PM-START-DATE TO
                               PM-T-START(PM-PROMO-COUNT)
                           MOVE PM-END-DATE TO
                               PM-T-END(PM-PROMO-COUNT)
                           MOVE 0 TO PM-T-CUST-COUNT(PM-PROMO-COUNT)
                       ELSE
                           ADD 1 TO PM-OVERFLOW
                       END-IF
                   END-IF
               WHEN PM-PRODUCT
                   IF PM-PRO-NUM NUMERIC AND PM-PRO-NUM > 0
                       IF PM-ITEM-COUNT < PM-MAX-ITEMS
                           ADD 1 TO PM-ITEM-COUNT
                           MOVE PM-PROMO-CODE TO
                               PM-I-CODE(PM-ITEM-COUNT)
                           MOVE PM-PRO-NUM TO
                               PM-I-PRO-NUM(PM-ITEM-COUNT)
                           MOVE 0 TO PM-I-PRICE(PM-ITEM-COUNT)
                                     PM-I-PCT(PM-ITEM-COUNT)
                           IF PM-PROMO-PRICE NUMERIC
                               MOVE PM-PROMO-PRICE TO
                                   PM-I-PRICE(PM-ITEM-COUNT)
                           END-IF
                           IF PM-PCT-OFF NUMERIC
                               MOVE PM-PCT-OFF TO
                                   PM-I-PCT(PM-ITEM-COUNT)
                           END-IF
                       ELSE
                           ADD 1 TO PM-OVERFLOW
                       END-IF
                   END-IF
               WHEN PM-CUSTOMER
                   IF PM-CUS-NUM NUMERIC AND PM-CUS-NUM > 0
                       IF PM-CUST-COUNT < PM-MAX-CUSTS
                           ADD 1 TO PM-CUST-COUNT
                           MOVE PM-PROMO-CODE TO
                               PM-C-CODE(PM-CUST-COUNT)
                           MOVE PM-CUS-NUM TO
                               PM-C-CUS-NUM(PM-CUST-COUNT)
                       ELSE
                           ADD 1 TO PM-OVERFLOW
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       125E-FIND-PROMOTION-CODE.
           MOVE 0 TO PM-HDR-SUB
           PERFORM VARYING PM-FIND-SUB FROM 1 BY 1
                   UNTIL PM-FIND-SUB > PM-PROMO-COUNT
                      OR PM-HDR-SUB > 0
               IF PM-T-CODE(PM-FIND-SUB) = WS-PROMO-CODE
                   MOVE PM-FIND-SUB TO PM-HDR-SUB
               END-IF
           END-PERFORM.

      *NO FILE MEANS NO QUOTES, AND A LINE CARRYING A QUOTE NUMBER
      *PRICES THE NORMAL WAY AS A QUOTE-NOT-ON-FILE EXCEPTION.
       125F-LOAD-QUOTES.
           OPEN INPUT QUOTE-OPEN-FILE
           IF QO-FILE-STATUS = "00"
               PERFORM UNTIL QO-FILE-STATUS NOT = "00"
                   READ QUOTE-OPEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QT-LINE-COUNT < QT-MAX-LINES
                               ADD 1 TO QT-LINE-COUNT
                               MOVE QO-QUOTE-NUM TO
                                   QT-QUOTE-NUM(QT-LINE-COUNT)
                               MOVE QO-EXP-DATE TO
                                   QT-EXP-DATE(QT-LINE-COUNT)
                               MOVE QO-CUS-NUM TO
                                   QT-CUS-NUM(QT-LINE-COUNT)
                               MOVE QO-PRO-NUM TO
                                   QT-PRO-NUM(QT-LINE-COUNT)
                               MOVE QO-QTY TO
                                   QT-QTY(QT-LINE-COUNT)
                               MOVE QO-PRICE TO
                                   QT-PRICE(QT-LINE-COUNT)
                               MOVE QO-DIS-PER TO
                                   QT-DIS-PER(QT-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-OPEN-FILE
           END-IF.

      *NO OPEN-ORDER FILE MEANS NOTHING IS COMMITTED AHEAD.
       125G-LOAD-COMMITTED.
           PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > 999
               MOVE 0 TO CM-COMMITTED(CM-SUB)
               MOVE 0 TO CM-NEW-TONIGHT(CM-SUB)
               MOVE "N" TO CM-ALERTED(CM-SUB)
           END-PERFORM
           PERFORM 978-GET-PROC-DATE
           OPEN INPUT FUTURE-ORDER-FILE
           IF FO-FILE-STATUS = "00"
               PERFORM UNTIL FO-FILE-STATUS NOT = "00"
                   READ FUTURE-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FO-WAITING AND FO-PRO-NUM-X NUMERIC
                                   AND FO-PRO-NUM > 0
                               ADD FO-COMMIT-QTY TO
                                   CM-COMMITTED(FO-PRO-NUM)
                               IF FO-FILED-DATE = PR-PROC-DATE
                                   ADD FO-COMMIT-QTY TO
                                       CM-NEW-TONIGHT(FO-PRO-NUM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-ORDER-FILE
           END-IF.

      *RECEIPTS MATCH STRAIGHT AGAINST THE KEYED OPEN-PO FILE, AND
      *EACH MATCHED LINE MOVES TO THE RECEIVED HISTORY AS IT HAPPENS.
      *NO FILE YET MEANS NO POS OUTSTANDING - AN EMPTY ONE IS CREATED
      *FOR POSUGGST TO ADD TO.
       126-OPEN-PO-FILES.
           MOVE WS-DATE-NUM TO WS-PO-DATE-PARTS
           COMPUTE WS-PO-TODAY-PD =
               WS-POD-YYYY * 360 + WS-POD-MM * 30 + WS-POD-DD
           OPEN I-O OPEN-PO-FILE
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT OPEN-PO-FILE
               CLOSE OPEN-PO-FILE
               OPEN I-O OPEN-PO-FILE
           END-IF
           OPEN EXTEND RECEIVED-PO-FILE
           IF PV-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIVED-PO-FILE
           END-IF.

      *NO FILE MEANS NO DROP SHIPS OUTSTANDING - THE TABLE STARTS
      *EMPTY AND TONIGHT'S "D" LINES BUILD THE FILE FRESH.
       127-LOAD-DROP-SHIPS.
           OPEN INPUT DROP-SHIP-FILE
           IF DS-FILE-STATUS = "00"
               PERFORM UNTIL DS-FILE-STATUS NOT = "00"
                   READ DROP-SHIP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DT-ORDER-COUNT < DT-MAX-ORDERS
                               ADD 1 TO DT-ORDER-COUNT
                               MOVE DS-STATUS TO
                                   DT-STATUS(DT-ORDER-COUNT)
                               MOVE DS-ORDER-DATE TO
                                   DT-ORDER-DATE(DT-ORDER-COUNT)
                               MOVE DS-PO-NUM TO
                                   DT-PO-NUM(DT-ORDER-COUNT)
                               MOVE DS-PO-DATE TO
                                   DT-PO-DATE(DT-ORDER-COUNT)
                               MOVE DS-VEND-NUM TO
                                   DT-VEND-NUM(DT-ORDER-COUNT)
                               MOVE DS-CUS-NUM TO
                                   DT-CUS-NUM(DT-ORDER-COUNT)
                               MOVE DS-PRO-NUM TO
                                   DT-PRO-NUM(DT-ORDER-COUNT)
                               MOVE DS-PRO-DES TO
                                   DT-PRO-DES(DT-ORDER-COUNT)
                               MOVE DS-UNIT-COST TO
                                   DT-UNIT-COST(DT-ORDER-COUNT)
                               MOVE DS-PO-QTY TO
                                   DT-PO-QTY(DT-ORDER-COUNT)
                               MOVE DS-FEED-LINE TO
                                   DT-FEED-LINE(DT-ORDER-COUNT)
                               MOVE DS-CONF-DATE TO
                                   DT-CONF-DATE(DT-ORDER-COUNT)
                           ELSE
                               ADD 1 TO WS-DT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-SHIP-FILE
           END-IF.

       128-GET-PO-LEAD.
               CLOSE PO-LEAD-FILE
           END-IF.

      *NO BALANCE FILE MEANS EVERY BALANCE STARTS AT ZERO AND ONLY
      *TONIGHT'S OWN ORDERS COUNT TOWARD THE LIMIT. THE RUN WORK
      *FILE STARTS EMPTY EVERY RUN.
       122-OPEN-AR-BALANCES.
           OPEN INPUT AR-BALANCE-FILE
           IF AB-FILE-STATUS = "00"
               MOVE "Y" TO WS-AB-OPEN
           ELSE
               DISPLAY "ARBAL.DAT NOT AVAILABLE - "
                   "ONLY TONIGHT'S ORDERS COUNT TOWARD CREDIT LIMITS"
           END-IF
           OPEN OUTPUT RUN-WORK-FILE
           CLOSE RUN-WORK-FILE
           OPEN I-O RUN-WORK-FILE.

      *THE SUPERVISOR'S RELEASE LIST IS GOOD FOR EXACTLY ONE RUN -
      *THE FILE IS CLEARED THE MOMENT IT LOADS, SAME AS RUNFORCE.
                               WHEN "DISCOUNT"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-DISCOUNT
                               WHEN "INVENTRY"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-INVENTORY
                               WHEN "COGS"
                                   MOVE GA-ACCOUNT TO GL-ACCT-COGS
                               WHEN "RNI"
                                   MOVE GA-ACCOUNT TO GL-ACCT-RNI
                           END-EVALUATE
                   END-READ
               END-PERFORM
               ELSE
                   IF TR-RECEIPT
                       PERFORM 250-APPLY-RECEIPT
                   ELSE
                   IF TR-TRANSFER-OUT
                       PERFORM 270-SHIP-TRANSFER
                   ELSE
                   IF TR-TRANSFER-IN
                       PERFORM 275-LAND-TRANSFER
                   ELSE
                   IF TR-DROP-SHIP
                       PERFORM 285-TAKE-DROP-SHIP
                   ELSE
                       PERFORM 210-PROCESSING
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *THE NEW NUMBER, AND THE LINE SAYS WHAT HAPPENED. A SUBSTITUTE
      *THAT'S ITSELF OFF THE MASTER FALLS BACK TO NOT-ON-FILE.
       206-TRY-SUBSTITUTE.
           IF WS-SX-OPEN = "Y"
               MOVE TR-PRO-NUM TO SX-OLD-NUM
               READ SUBSTITUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TR-PRO-NUM TO WS-SUBST-FROM
                       MOVE SX-NEW-NUM TO MR-ID
                       READ MASTER-FILE INTO MASTER-RECORD
                       IF MASTER-SWITCH = "00"
                           MOVE "Y" TO WS-SUBST-THIS
                           PERFORM 206A-COUNT-SUBSTITUTE
                           MOVE SX-NEW-NUM TO TR-PRO-NUM
                       END-IF
               END-READ
           END-IF.

       206A-COUNT-SUBSTITUTE.
           MOVE "S" TO WK-TYPE
           MOVE SX-OLD-NUM TO WK-ID-NUM
           READ RUN-WORK-FILE
               INVALID KEY
                   MOVE 0 TO WK-AMOUNT
                   MOVE 1 TO WK-COUNT
                   MOVE SX-NEW-NUM TO WK-NEW-NUM
                   WRITE WK-RECORD
               NOT INVALID KEY
                   ADD 1 TO WK-COUNT
                   REWRITE WK-RECORD
           END-READ.

      *CUSTOMERS ORDER IN CASES, THE MASTER PRICES IN EACHES - THE
      *CONVERSION HAPPENS HERE, BEFORE PRICING AND ON-HAND RELIEF,
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       210-PROCESSING.
           MOVE "N" TO WS-KIT-THIS
           MOVE 0 TO GL-KIT-COST
           MOVE "N" TO GL-KIT-UNCOSTED
           MOVE TR-CUS-NAME TO DL-CUS-NAME
           MOVE TR-QTY-PCH TO DL-QTY-PCH
           MOVE TR-PRO-NUM TO DL-PRO-NUM
           PERFORM 218-CHECK-CUSTOMER
           PERFORM 211-CHECK-SALESMAN
           PERFORM 216-NORMALIZE-ON-HAND
           IF MASTER-SWITCH = 00
               PERFORM 216A-KIT-AVAILABILITY
           END-IF
           PERFORM 215-CHOOSE-PRICE
           MOVE WS-EFFECTIVE-PRICE TO DL-PRICE
           MOVE ALL "%" TO DL-PERCENTAGE
      *AHEAD OF THE STANDARD (AND PENDING) PRICE AND SUPPRESSES THE
      *TIER LOGIC - THE NEGOTIATED PRICE IS THE WHOLE DEAL. AN
      *OVERRIDE KEYED ANYWAY STILL RUNS THE NORMAL TOLERANCE CHECK
      *AGAINST WHATEVER PRICE IS IN EFFECT. A SALE CONVERTED FROM A
      *QUOTE THAT STILL MATCHES ITS QUOTE BILLS AT THE QUOTED PRICE
      *WITH NO TOLERANCE CHECK - THE PRICE WAS COMMITTED WHEN THE
      *QUOTE WAS ISSUED.
       215-CHOOSE-PRICE.
           MOVE "N" TO WS-CONTRACT-THIS
           MOVE "N" TO WS-PROMO-THIS
           MOVE "N" TO WS-QUOTE-THIS
           MOVE MR-PRICE TO WS-EFFECTIVE-PRICE
           IF TR-TRAN-DATE-X NUMERIC AND TR-TRAN-DATE > 0
               MOVE TR-TRAN-DATE TO WS-PRICE-DATE
           ELSE
               MOVE WS-RUN-DATE-8 TO WS-PRICE-DATE
           END-IF
      *THE CUSTOMER'S CONTRACTS FOR THE PRODUCT COME OFF THE KEY IN
      *EFFECTIVE-DATE ORDER, SO THE LATEST ONE IN FORCE WINS.
           IF TR-CUS-NUM-X NUMERIC AND TR-CUS-NUM > 0
                   AND WS-CO-OPEN = "Y"
               MOVE TR-CUS-NUM TO CO-CUS-NUM
               MOVE TR-PRO-NUM TO CO-PRO-NUM
               MOVE 0 TO CO-EFF-DATE
               MOVE "N" TO WS-CO-DONE
               START CONTRACT-FILE KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CO-DONE
               END-START
               PERFORM 215A-NEXT-CONTRACT
                   UNTIL WS-CO-DONE = "Y"
           END-IF
           IF WS-CONTRACT-THIS = "N"
               IF MR-PEND-PRICE-X NUMERIC
                       AND WS-PRICE-DATE >= MR-PEND-DATE
                   MOVE MR-PEND-PRICE TO WS-EFFECTIVE-PRICE
               END-IF
               PERFORM 215B-FIND-PROMOTION
               IF WS-PROMO-THIS = "Y"
                   MOVE WS-PROMO-BEST TO WS-EFFECTIVE-PRICE
                   MOVE SPACES TO DL-MESSAGE
                   STRING "PROMO " DELIMITED BY SIZE
                          WS-PROMO-CODE DELIMITED BY SIZE
                       INTO DL-MESSAGE
               END-IF
           ELSE
               MOVE "CONTRACT PRICE" TO DL-MESSAGE
           END-IF
           IF NOT TR-CREDIT
                   AND TR-QUOTE-NUM-X NUMERIC AND TR-QUOTE-NUM > 0
               PERFORM 215D-FIND-QUOTE
           END-IF
           IF WS-QUOTE-THIS = "N"
               PERFORM 213-CHECK-OVERRIDE
           END-IF.

      *THIS CUSTOMER/PRODUCT'S CONTRACTS COME OFF THE KEY IN
      *EFFECTIVE-DATE ORDER - THE LAST ONE IN FORCE ON THE PRICE
      *DATE SETS THE PRICE.
       215A-NEXT-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CO-DONE
               NOT AT END
                   IF CO-CUS-NUM NOT = TR-CUS-NUM
                           OR CO-PRO-NUM NOT = TR-PRO-NUM
                       MOVE "Y" TO WS-CO-DONE
                   ELSE
                       IF WS-PRICE-DATE >= CO-EFF-DATE
                               AND WS-PRICE-DATE <= CO-EXP-DATE
                           MOVE "Y" TO WS-CONTRACT-THIS
                           MOVE CO-PRICE TO WS-EFFECTIVE-PRICE
                       END-IF
                   END-IF
           END-READ.

      *A PROMOTION RUNNING ON THE TRANSACTION DATE FOR THIS PRODUCT,
      *OPEN TO THIS CUSTOMER, PRICES THE LINE WHEN IT COMES IN UNDER
      *THE STANDARD (OR PENDING) PRICE IN EFFECT. PERCENT OFF IS
      *TAKEN FROM THAT PRICE. WHEN TWO PROMOTIONS OVERLAP THE LOWER
      *PRICE WINS. OUTSIDE ITS DATES A PROMOTION PRICES NOTHING, SO
      *NOBODY HAS TO KEY THE PRICE BACK WHEN IT ENDS.
       215B-FIND-PROMOTION.
           MOVE WS-EFFECTIVE-PRICE TO WS-PROMO-BEST
           PERFORM VARYING PM-SUB FROM 1 BY 1
                   UNTIL PM-SUB > PM-ITEM-COUNT
               IF PM-I-PRO-NUM(PM-SUB) = TR-PRO-NUM
                       AND PM-I-PROMO(PM-SUB) > 0
                   MOVE PM-I-PROMO(PM-SUB) TO PM-HDR-SUB
                   IF WS-PRICE-DATE >= PM-T-START(PM-HDR-SUB)
                           AND WS-PRICE-DATE <= PM-T-END(PM-HDR-SUB)
                       PERFORM 215C-CHECK-PROMO-CUSTOMER
                       IF WS-PROMO-ELIGIBLE = "Y"
                           IF PM-I-PRICE(PM-SUB) > 0
                               MOVE PM-I-PRICE(PM-SUB) TO
                                   WS-PROMO-PRICE
                           ELSE
                               COMPUTE WS-PROMO-PRICE ROUNDED =
                                   WS-EFFECTIVE-PRICE *
                                   (100 - PM-I-PCT(PM-SUB)) / 100
                           END-IF
                           IF WS-PROMO-PRICE < WS-PROMO-BEST
                               MOVE WS-PROMO-PRICE TO WS-PROMO-BEST
                               MOVE PM-T-CODE(PM-HDR-SUB) TO
                                   WS-PROMO-CODE
                               MOVE "Y" TO WS-PROMO-THIS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       215C-CHECK-PROMO-CUSTOMER.
           MOVE "N" TO WS-PROMO-ELIGIBLE
           IF PM-T-CUST-COUNT(PM-HDR-SUB) = 0
               MOVE "Y" TO WS-PROMO-ELIGIBLE
           ELSE
               IF TR-CUS-NUM-X NUMERIC AND TR-CUS-NUM > 0
                   PERFORM VARYING PM-CUS-SUB FROM 1 BY 1
                           UNTIL PM-CUS-SUB > PM-CUST-COUNT
                              OR WS-PROMO-ELIGIBLE = "Y"
                       IF PM-C-PROMO(PM-CUS-SUB) = PM-HDR-SUB
                               AND PM-C-CUS-NUM(PM-CUS-SUB) =
                                   TR-CUS-NUM
                           MOVE "Y" TO WS-PROMO-ELIGIBLE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *THE QUOTE HAS TO MATCH THE LINE AS CONVERTED - CUSTOMER,
      *PRODUCT, QUANTITY AND PRICE - AND STILL BE GOOD ON THE
      *TRANSACTION DATE. ANYTHING ELSE IS COUNTED AND THE LINE
      *PRICES AS IF NO QUOTE HAD BEEN KEYED.
       215D-FIND-QUOTE.
           PERFORM VARYING QT-SUB FROM 1 BY 1
                   UNTIL QT-SUB > QT-LINE-COUNT
                      OR WS-QUOTE-THIS = "Y"
               IF QT-QUOTE-NUM(QT-SUB) = TR-QUOTE-NUM
                       AND QT-CUS-NUM(QT-SUB) = TR-CUS-NUM
                       AND QT-PRO-NUM(QT-SUB) = TR-PRO-NUM
                       AND QT-QTY(QT-SUB) = TR-QTY-PCH
                       AND TR-OVR-PRICE-X NUMERIC
                       AND QT-PRICE(QT-SUB) = TR-OVR-PRICE
                       AND WS-PRICE-DATE <= QT-EXP-DATE(QT-SUB)
                   MOVE "Y" TO WS-QUOTE-THIS
                   MOVE "N" TO WS-CONTRACT-THIS
                   MOVE "N" TO WS-PROMO-THIS
                   MOVE "N" TO WS-OVR-REJECT
                   MOVE "N" TO WS-OVR-APPLIED
                   MOVE QT-PRICE(QT-SUB) TO WS-EFFECTIVE-PRICE
                   MOVE QT-DIS-PER(QT-SUB) TO WS-QUOTE-DIS-PER
                   MOVE "QUOTED PRICE" TO DL-MESSAGE
               END-IF
           END-PERFORM
           IF WS-QUOTE-THIS = "N"
               ADD 1 TO WS-QUOTE-NOF-COUNT
               MOVE "QUOTE NOT ON FILE" TO DL-MESSAGE
           END-IF.

      *A NEGOTIATED OVERRIDE WITHIN THE ALLOWED PERCENTAGE OF THE
      *PRICE IN EFFECT REPLACES IT AND IS LOGGED - WHO AND WHEN - TO
      *THE SAME P7AUDIT.TXT TRAIL THE REWRITES USE. ONE OUTSIDE THE
      *TOLERANCE GOES TO THE APPROVAL EXCEPTION INSTEAD OF BILLING.
       213-CHECK-OVERRIDE.
           MOVE "N" TO WS-OVR-REJECT
           MOVE "N" TO WS-OVR-APPLIED
           IF TR-OVR-PRICE-X NUMERIC AND TR-OVR-PRICE > 0
                   AND WS-EFFECTIVE-PRICE > 0
               IF TR-OVR-PRICE > WS-EFFECTIVE-PRICE
                   COMPUTE WS-OVR-DEVIATION ROUNDED =
                       (TR-OVR-PRICE - WS-EFFECTIVE-PRICE)
                       / WS-EFFECTIVE-PRICE * 100
               ELSE
                   COMPUTE WS-OVR-DEVIATION ROUNDED =
                       (WS-EFFECTIVE-PRICE - TR-OVR-PRICE)
                       / WS-EFFECTIVE-PRICE * 100
               END-IF
      *UNAVAILABLE CUSTOMER MASTER SKIPS THE CHECK.
       218-CHECK-CUSTOMER.
           MOVE SPACES TO WS-CUST-STATE
           MOVE SPACES TO WS-CUST-SHIP-TO
           MOVE SPACES TO WS-CUST-EXEMPT
           MOVE 0 TO WS-CUST-CREDIT-LIMIT
           IF TR-CUS-NUM-X NOT = SPACES
                           MOVE CU-CREDIT-LIMIT TO
                               WS-CUST-CREDIT-LIMIT
                       END-IF
                       IF TR-SHIP-TO NOT = SPACES
                           PERFORM 218B-CHECK-SHIP-TO
                       END-IF
               END-READ
           END-IF.

      *A SHIP-TO CODE MOVES THE TAX JURISDICTION TO THE BRANCH'S
      *STATE. AN UNKNOWN CODE IS FLAGGED ON THE LINE AND SHIPS (AND
      *TAXES) TO THE MAIN ADDRESS RATHER THAN TO NOWHERE. WITH NO
      *SHIP-TO FILE THE CODE RIDES THROUGH UNCHECKED.
       218B-CHECK-SHIP-TO.
           IF ST-FILE-STATUS = "35" OR ST-FILE-STATUS = "30"
               MOVE TR-SHIP-TO TO WS-CUST-SHIP-TO
           ELSE
               MOVE TR-CUS-NUM TO ST-CUS-NUM
               MOVE TR-SHIP-TO TO ST-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       ADD 1 TO WS-SHIPTO-NOF-COUNT
                       MOVE "SHIP-TO NOT ON FILE" TO DL-MESSAGE
                   NOT INVALID KEY
                       MOVE TR-SHIP-TO TO WS-CUST-SHIP-TO
                       IF ST-STATE NOT = SPACES
                           MOVE ST-STATE TO WS-CUST-STATE
                       END-IF
               END-READ
           END-IF.

               END-IF
           END-IF.

      *A BILLED OR CREDITED LINE FOR A PRODUCT ON A CAMPAIGN THAT
      *COVERS THE LINE'S OWN DATE EARNS (OR GIVES BACK) THE BONUS
      *FOR THE LINE'S SALESMAN, WHEN THE CAMPAIGN IS OPEN TO THEM.
      *EVERY CAMPAIGN THE LINE QUALIFIES FOR PAYS - TWO OVERLAPPING
      *CAMPAIGNS ON ONE PRODUCT ARE TWO SPIFFS.
       211A-NOTE-SPIFF.
           PERFORM VARYING SP-SUB FROM 1 BY 1
                   UNTIL SP-SUB > SP-SPIFF-COUNT
               IF SP-PRO-NUM(SP-SUB) = TR-PRO-NUM
                       AND WS-PRICE-DATE >= SP-START-DATE(SP-SUB)
                       AND WS-PRICE-DATE <= SP-END-DATE(SP-SUB)
                   PERFORM 211B-CHECK-SPIFF-ELIGIBLE
                   IF WS-SPIFF-ELIGIBLE = "Y"
                       MOVE TR-QTY-PCH TO WS-SPIFF-UNITS
                       IF TR-CREDIT
                           COMPUTE WS-SPIFF-UNITS =
                               0 - WS-SPIFF-UNITS
                       END-IF
                       COMPUTE WS-SPIFF-AMT =
                           WS-SPIFF-UNITS * SP-BONUS(SP-SUB)
                       ADD WS-SPIFF-UNITS TO
                           SN-SPIFF-UNITS(WS-SN-SLOT)
                           SP-UNITS(SP-SUB)
                       ADD WS-SPIFF-AMT TO SN-SPIFF-AMT(WS-SN-SLOT)
                           SP-COST(SP-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       211B-CHECK-SPIFF-ELIGIBLE.
           IF SP-ELIGIBLE(SP-SUB) = SPACES
               MOVE "Y" TO WS-SPIFF-ELIGIBLE
           ELSE
               MOVE "N" TO WS-SPIFF-ELIGIBLE
               PERFORM VARYING SP-ELIG-SUB FROM 1 BY 1
                       UNTIL SP-ELIG-SUB > 10
                   IF SP-ELIG-SAL(SP-SUB, SP-ELIG-SUB) = TR-SAL-NUM
                       MOVE "Y" TO WS-SPIFF-ELIGIBLE
                   END-IF
               END-PERFORM
           END-IF.

       212-NEW-SALESMAN-SLOT.
           IF P8-FILE-STATUS = "00"
                   AND SN-SALESMAN-COUNT < SN-MAX-SALESMEN
                               SN-PRIOR-SALES(WS-SN-SLOT)
                       END-IF
                       MOVE 0 TO SN-BILLED(WS-SN-SLOT)
                       MOVE 0 TO SN-SPIFF-UNITS(WS-SN-SLOT)
                                 SN-SPIFF-AMT(WS-SN-SLOT)
               END-READ
           END-IF.

           MOVE 0 TO WS-APPLIED-DIS-PER
           MOVE 0 TO WS-BEST-FLOOR
           MOVE 0 TO WS-TIER-USED
      *A CONTRACT OR PROMOTIONAL PRICE TAKES NO QUANTITY DISCOUNT ON
      *TOP; A QUOTED PRICE TAKES EXACTLY THE DISCOUNT THE QUOTE
      *SHOWED.
           IF WS-CONTRACT-THIS = "Y" OR WS-PROMO-THIS = "Y"
               MOVE 0 TO DC-DIS-PER
               MOVE 0 TO DC-DIS-AMT
           ELSE
           IF WS-QUOTE-THIS = "Y"
               MOVE WS-QUOTE-DIS-PER TO WS-APPLIED-DIS-PER
               MULTIPLY WS-APPLIED-DIS-PER BY 100 GIVING DC-DIS-PER
               COMPUTE DC-DIS-AMT = DC-GRO-PRI * WS-APPLIED-DIS-PER
           ELSE
           IF MR-QTY-DIS > 0 AND TR-QTY-PCH >= MR-QTY-DIS
               MOVE MR-DIS-PER TO WS-APPLIED-DIS-PER
           END-IF
                      " UNITS" DELIMITED BY SIZE
                   INTO DL-MESSAGE
           END-IF
           END-IF
           END-IF.

      *PICKS THE RATE FOR THIS TRANSACTION - ZERO FOR AN EXEMPT
       219A-CHECK-CERTIFICATE.
           MOVE "N" TO WS-CERT-CURRENT
           IF TR-CUS-NUM-X NUMERIC AND TR-CUS-NUM > 0
                   AND WS-TF-OPEN = "Y"
               MOVE TR-CUS-NUM TO TF-CUS-NUM
               READ TAX-CERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TF-EXP-DATE >= WS-PRICE-DATE
                           MOVE "Y" TO WS-CERT-CURRENT
                       END-IF
               END-READ
           END-IF.

       220-PROCESSING.
               MOVE "YES" TO WS-EXCEPTION-FLAG
           END-IF.

      *A VENDOR'S DROP-SHIP CONFIRMATION WAS SIZED WHEN THE ORDER
      *WAS TAKEN AND NEVER TOUCHES OUR SHELVES - NO MINIMUM OR
      *BACK-ORDER TEST, JUST THE MATCH TO ITS OPEN DROP SHIP.
           IF MASTER-SWITCH = 00 AND NOT TR-CREDIT
                   AND NOT TR-DROP-CONFIRM
                   AND WS-OVR-REJECT = "N"
               IF TR-QTY-PCH <= MR-MIN-ORD
                   MOVE ALL "*" TO DL-NET-PRI-X
               END-IF
           END-IF.

           IF MASTER-SWITCH = 00 AND TR-DROP-CONFIRM
               PERFORM 287-CHECK-DROP-CONFIRM
           END-IF.

           IF MASTER-SWITCH = 00 AND NOT TR-CREDIT
                   AND WS-OVR-REJECT = "N"
                   AND WS-EXCEPTION-FLAG = "NO"
               ELSE
                   SUBTRACT TR-QTY-PCH FROM MR-TOTAL
               END-IF
      *A RETURNED KIT GOES BACK AS ITS COMPONENTS.
               IF MASTER-SWITCH = 00 AND WS-KIT-THIS = "Y"
                   MOVE "Y" TO WS-KIT-CREDIT
                   PERFORM 225D-RELIEVE-KIT
               ELSE
               IF MASTER-SWITCH = 00
                   IF WS-TR-WH = 2
                       ADD TR-QTY-PCH TO MR-WH2-ON-HAND
                   COMPUTE MR-ON-HAND =
                       MR-WH1-ON-HAND + MR-WH2-ON-HAND
               END-IF
               END-IF
           ELSE
               ADD TR-QTY-PCH TO MR-TOTAL
               IF MASTER-SWITCH = 00 AND WS-EXCEPTION-FLAG = "NO"
                       AND NOT TR-DROP-CONFIRM
                   PERFORM 225-RELIEVE-ON-HAND
               END-IF
           END-IF
                   AND NOT TR-CREDIT
               PERFORM 228-WRITE-INVOICE-DETAIL
               PERFORM 224-ADD-TO-BALANCE
               IF TR-DROP-CONFIRM
                   PERFORM 288-CLOSE-DROP-SHIP
               END-IF
               IF WS-SN-SLOT > 0
                   COMPUTE SN-BILLED(WS-SN-SLOT) =
                       SN-BILLED(WS-SN-SLOT)
                       + DC-GRO-PRI - DC-DIS-AMT
               END-IF
           END-IF
           IF MASTER-SWITCH = 00 AND WS-EXCEPTION-FLAG = "NO"
                   AND WS-SN-SLOT > 0 AND SP-SPIFF-COUNT > 0
               PERFORM 211A-NOTE-SPIFF
           END-IF
           IF MASTER-SWITCH = 00 AND TR-PRO-NUM > 0
               PERFORM 229-NOTE-MOVEMENT
           END-IF
      *MATCH MARKS THE RMA USED SO IT CAN'T COVER A SECOND CREDIT.
      *ANYTHING ELSE REJECTS AND TOUCHES NOTHING.
       226-CHECK-RMA.
           MOVE "N" TO WS-RMA-FOUND
           IF TR-RMA-NUM-X NUMERIC AND TR-RMA-NUM > 0
               MOVE TR-RMA-NUM TO RM-RMA-NUM
               READ RMA-OPEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-STATUS = "O"
                               AND RM-PRO-NUM = TR-PRO-NUM
                           MOVE "Y" TO WS-RMA-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-RMA-FOUND = "N"
               MOVE ALL "*" TO DL-NET-PRI-X
               MOVE SPACES TO DL-GRO-PRI-X
               MOVE SPACES TO DL-SAL-TAX-X
               MOVE "YES" TO WS-EXCEPTION-FLAG
               MOVE "Y" TO WS-TRAN-REFUSED
           ELSE
               MOVE "U" TO RM-STATUS
               MOVE WS-RUN-DATE-8 TO RM-USED-DATE
               REWRITE RM-RECORD
           END-IF.

      *WOULD THIS ORDER PUSH THE CUSTOMER'S OPEN AR PAST THEIR
      *INSTEAD OF BILLING, WITH THE REASON ON THE REPORT LINE.
       221-CHECK-CREDIT-LIMIT.
           IF WS-CUST-CREDIT-LIMIT > 0 AND TR-CUS-NUM-X NUMERIC
               PERFORM 222-GET-RUN-BALANCE
               MOVE WK-AMOUNT TO WS-PROJECTED-BALANCE
               ADD DC-NET-PRI TO WS-PROJECTED-BALANCE
               IF WS-PROJECTED-BALANCE > WS-CUST-CREDIT-LIMIT
                   MOVE "N" TO WS-CREDIT-RELEASED
               END-IF
           END-IF.

      *THE CUSTOMER'S RUNNING BALANCE FOR TONIGHT - STARTED FROM
      *ARBAL.DAT THE FIRST TIME THEY COME UP, AND LEFT IN WK-RECORD.
       222-GET-RUN-BALANCE.
           MOVE "B" TO WK-TYPE
           MOVE TR-CUS-NUM TO WK-ID-NUM
           READ RUN-WORK-FILE
               INVALID KEY
                   PERFORM 222A-START-RUN-BALANCE
           END-READ.

       222A-START-RUN-BALANCE.
           MOVE "N" TO WS-AB-FOUND
           IF WS-AB-OPEN = "Y"
               MOVE TR-CUS-NUM TO AB-CUS-NUM
               READ AR-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AB-FOUND
               END-READ
           END-IF
           MOVE "B" TO WK-TYPE
           MOVE TR-CUS-NUM TO WK-ID-NUM
           MOVE 0 TO WK-AMOUNT
           MOVE 0 TO WK-COUNT
           MOVE 0 TO WK-NEW-NUM
           IF WS-AB-FOUND = "Y"
               MOVE AB-BALANCE TO WK-AMOUNT
               MOVE AB-ITEM-COUNT TO WK-COUNT
           END-IF
           WRITE WK-RECORD.

       223-WRITE-CREDIT-HOLD.
           OPEN EXTEND CREDIT-HOLD-FILE
      *THE NEXT ORDER TONIGHT SEES IT.
       224-ADD-TO-BALANCE.
           IF TR-CUS-NUM-X NUMERIC AND TR-CUS-NUM > 0
               PERFORM 222-GET-RUN-BALANCE
               ADD DC-NET-PRI TO WK-AMOUNT
               REWRITE WK-RECORD
           END-IF.

      *THE CUSTOMER'S DEMAND GOES ON THE HOLD FILE SO THE RELEASE
      *ITS MARGIN PRINTS "N/A" RATHER THAN A FLATTERING 100%.
       229-NOTE-MOVEMENT.
           MOVE "Y" TO PA-MOVED(TR-PRO-NUM)
           MOVE "N" TO GL-LINE-UNCOSTED
           IF WS-KIT-THIS = "Y"
               MOVE "Y" TO PA-KIT(TR-PRO-NUM)
               MOVE GL-KIT-COST TO GL-LINE-COST
               MOVE GL-KIT-UNCOSTED TO GL-LINE-UNCOSTED
           ELSE
               IF MR-UNIT-COST-X NOT NUMERIC
                   MOVE "Y" TO GL-LINE-UNCOSTED
                   MOVE 0 TO MR-UNIT-COST
               END-IF
               COMPUTE GL-LINE-COST = TR-QTY-PCH * MR-UNIT-COST
           END-IF
      *A DROP SHIP COSTS WHAT THE VENDOR'S PO SAYS, NOT WHAT THE
      *SHELF STOCK CARRIES, AND IT WAS NEVER IN INVENTORY TO RELIEVE.
           IF TR-DROP-CONFIRM AND WS-DT-SLOT > 0
               MOVE "N" TO GL-LINE-UNCOSTED
               COMPUTE GL-LINE-COST =
                   TR-QTY-PCH * DT-UNIT-COST(WS-DT-SLOT)
           END-IF
           IF GL-LINE-UNCOSTED = "Y"
               MOVE "N" TO PA-COSTED(TR-PRO-NUM)
           END-IF
           IF TR-CREDIT
      *A REFUSED CREDIT (NO VALID RMA) MOVED NOTHING - THE SAME
      *LOSE MONEY AFTER DISCOUNTS, WHICH IS THE WHOLE POINT.
                   COMPUTE PA-COST(TR-PRO-NUM) =
                       PA-COST(TR-PRO-NUM)
                       - GL-LINE-COST
                       - DC-DIS-AMT
                   ADD GL-LINE-COST TO GL-CREDIT-COST
                   IF GL-LINE-UNCOSTED = "Y"
                       ADD 1 TO GL-UNCOSTED-COUNT
                   END-IF
               END-IF
           ELSE
               IF WS-EXCEPTION-FLAG = "NO"
                   ADD DC-GRO-PRI TO PA-DOLLARS(TR-PRO-NUM)
                   COMPUTE PA-COST(TR-PRO-NUM) =
                       PA-COST(TR-PRO-NUM)
                       + GL-LINE-COST
                       + DC-DIS-AMT
                   IF TR-DROP-CONFIRM
                       ADD GL-LINE-COST TO GL-DROP-COST
                   ELSE
                       ADD GL-LINE-COST TO GL-SALE-COST
                   END-IF
                   IF GL-LINE-UNCOSTED = "Y"
                       ADD 1 TO GL-UNCOSTED-COUNT
                   END-IF
               END-IF
           END-IF.

           ELSE
               MOVE SPACES TO IV-CASE-QTY-X
           END-IF
           ADD 1 TO WS-IV-LINE-SEQ
           MOVE WS-IV-LINE-SEQ TO IV-LINE-SEQ
           MOVE WS-CUST-SHIP-TO TO IV-SHIP-TO
           IF TR-DROP-CONFIRM
               MOVE "D" TO IV-DROP-SHIP
           END-IF
           IF WS-SN-SLOT > 0
               MOVE TR-SAL-NUM TO IV-SAL-NUM
           END-IF
           IF TR-FROM-EDI AND TR-EDI-ORDER-NUM-X NUMERIC
               MOVE TR-EDI-ORDER-NUM TO IV-EDI-ORDER-NUM
           END-IF
           WRITE IV-RECORD
           PERFORM VARYING LW-SUB FROM 1 BY 1
                   UNTIL LW-SUB > LW-DRAW-COUNT
               MOVE SPACES TO DW-RECORD
               MOVE WS-IV-LINE-SEQ TO DW-LINE-SEQ
               MOVE WS-RUN-DATE-8 TO DW-DATE
               MOVE LT-PRO-NUM(LW-SLOT(LW-SUB)) TO DW-PRO-NUM
               MOVE LT-LOT-NUM(LW-SLOT(LW-SUB)) TO DW-LOT-NUM
               MOVE LT-EXPIRY(LW-SLOT(LW-SUB)) TO DW-EXPIRY
               MOVE LW-QTY(LW-SUB) TO DW-QTY
               WRITE DW-RECORD
           END-PERFORM
           MOVE 0 TO LW-DRAW-COUNT.

      *A CLEANLY APPLIED CREDIT GOES ON THE CREDIT-MEMO EXTRACT
      *WITH THE SAME FIGURES THE REVERSAL USED AND THE RMA IT RODE
      *NOT A SALE PROBLEM - IT GOES ON THE EXCEPTION REPORT AND THE
      *COUNT IS PINNED AT ZERO RATHER THAN WRAPPED.
       225-RELIEVE-ON-HAND.
           IF WS-KIT-THIS = "Y"
               MOVE "N" TO WS-KIT-CREDIT
               PERFORM 225D-RELIEVE-KIT
           ELSE
           IF TR-QTY-PCH > WS-WH-AVAIL
               ADD 1 TO WS-NEG-ON-HAND-COUNT
               MOVE MR-PRO-NUM TO NO-PRO-NUM
               END-IF
           END-IF
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           END-IF
           PERFORM 225A-RELIEVE-LOTS.

      *THE SALE DRAWS ITS UNITS FROM THE PRODUCT'S LOTS, EARLIEST
      *EXPIRY FIRST, ONE LOT AT A TIME UNTIL THE QUANTITY IS COVERED.
      *UNITS NO LOT CAN COVER CAME FROM UNTRACKED STOCK AND DRAW
      *NOTHING. AN OVERFLOWED LOT LOAD DRAWS NOTHING AT ALL, SINCE
      *THE FILE WON'T BE REWRITTEN TONIGHT. A KIT DRAWS FROM EACH
      *COMPONENT'S LOTS IN TURN, SO A RECALLED PART IS TRACED TO THE
      *KITS IT SHIPPED IN.
       225A-RELIEVE-LOTS.
           MOVE 0 TO LW-DRAW-COUNT
           IF WS-KIT-THIS = "Y"
               PERFORM VARYING KT-SUB FROM 1 BY 1
                       UNTIL KT-SUB > KT-COMP-COUNT
                   IF KT-KIT-NUM(KT-SUB) = TR-PRO-NUM
                       MOVE KT-COMP-NUM(KT-SUB) TO WS-LOT-PRO-NUM
                       COMPUTE WS-LOT-NEED =
                           TR-QTY-PCH * KT-QTY-PER(KT-SUB)
                       PERFORM 225B-DRAW-PRODUCT-LOTS
                   END-IF
               END-PERFORM
           ELSE
               MOVE TR-PRO-NUM TO WS-LOT-PRO-NUM
               MOVE TR-QTY-PCH TO WS-LOT-NEED
               PERFORM 225B-DRAW-PRODUCT-LOTS
           END-IF.

       225B-DRAW-PRODUCT-LOTS.
           IF WS-LT-OVERFLOW = 0 AND LW-DRAW-COUNT < 20
               MOVE "N" TO WS-LOT-DONE
               PERFORM 225C-DRAW-ONE-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.

       225C-DRAW-ONE-LOT.
           MOVE 0 TO WS-LT-SLOT
           MOVE 99999999 TO WS-LOT-BEST-EXP
           PERFORM VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LT-LOT-COUNT
               IF LT-PRO-NUM(LT-SUB) = WS-LOT-PRO-NUM
                       AND LT-QTY(LT-SUB) > 0
                   IF LT-EXPIRY(LT-SUB) = 0
                       MOVE 99999999 TO WS-LOT-THIS-EXP
                   ELSE
                       MOVE LT-EXPIRY(LT-SUB) TO WS-LOT-THIS-EXP
                   END-IF
                   IF WS-LOT-THIS-EXP NOT < WS-RUN-DATE-8
                       IF WS-LT-SLOT = 0
                               OR WS-LOT-THIS-EXP < WS-LOT-BEST-EXP
                           MOVE LT-SUB TO WS-LT-SLOT
                           MOVE WS-LOT-THIS-EXP TO WS-LOT-BEST-EXP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LT-SLOT > 0
               IF LT-QTY(WS-LT-SLOT) < WS-LOT-NEED
                   MOVE LT-QTY(WS-LT-SLOT) TO WS-LOT-TAKE
               ELSE
                   MOVE WS-LOT-NEED TO WS-LOT-TAKE
               END-IF
               SUBTRACT WS-LOT-TAKE FROM LT-QTY(WS-LT-SLOT)
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
               ADD 1 TO LW-DRAW-COUNT
               MOVE WS-LT-SLOT TO LW-SLOT(LW-DRAW-COUNT)
               MOVE WS-LOT-TAKE TO LW-QTY(LW-DRAW-COUNT)
           END-IF
           IF WS-LT-SLOT = 0 OR WS-LOT-NEED = 0
                   OR LW-DRAW-COUNT NOT < 20
               MOVE "Y" TO WS-LOT-DONE
           END-IF.

      *A KIT SALE COMES OFF EACH COMPONENT'S BUCKET IN THE SELLING
      *WAREHOUSE, QUANTITY TIMES QUANTITY PER KIT; A KIT CREDIT PUTS
      *THE COMPONENTS BACK. EACH COMPONENT REWRITE IS AUDITED ON ITS
      *OWN BUT NOT COUNTED AS AN APPLIED TRANSACTION - THE KIT LINE
      *IS THE ONE TRANSACTION. THE KIT'S OWN BUCKETS NEVER MOVE.
       225D-RELIEVE-KIT.
           MOVE MASTER-RECORD TO WS-KIT-SAVE-MASTER
           MOVE AR-BEFORE-IMAGE TO WS-KIT-SAVE-BEFORE
           MOVE MASTER-SWITCH TO WS-KIT-SAVE-SWITCH
           MOVE WS-WH-AVAIL TO WS-KIT-SAVE-AVAIL
           MOVE WS-PRIOR-ON-HAND TO WS-KIT-SAVE-PRIOR
           PERFORM VARYING KT-SUB FROM 1 BY 1
                   UNTIL KT-SUB > KT-COMP-COUNT
               IF KT-KIT-NUM(KT-SUB) = TR-PRO-NUM
                   PERFORM 225E-RELIEVE-COMPONENT
               END-IF
           END-PERFORM
           MOVE WS-KIT-SAVE-MASTER TO MASTER-RECORD
           MOVE WS-KIT-SAVE-BEFORE TO AR-BEFORE-IMAGE
           MOVE WS-KIT-SAVE-SWITCH TO MASTER-SWITCH
           MOVE WS-KIT-SAVE-AVAIL TO WS-WH-AVAIL
           MOVE WS-KIT-SAVE-PRIOR TO WS-PRIOR-ON-HAND.

       225E-RELIEVE-COMPONENT.
           COMPUTE WS-KIT-NEED = TR-QTY-PCH * KT-QTY-PER(KT-SUB)
           MOVE KT-COMP-NUM(KT-SUB) TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   DISPLAY "KIT " TR-PRO-NUM " COMPONENT "
                       KT-COMP-NUM(KT-SUB) " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 225F-MOVE-COMPONENT
           END-READ.

      *A COMPONENT THE COUNT CAN'T COVER IS PINNED AT ZERO AND GOES
      *ON THE EXCEPTION REPORT, THE SAME AS A PLAIN SALE. ONE THAT
      *FALLS THROUGH ITS REORDER POINT ALERTS LIKE ONE SOLD ALONE.
       225F-MOVE-COMPONENT.
           PERFORM 216-NORMALIZE-ON-HAND
           MOVE MR-ON-HAND TO WS-PRIOR-ON-HAND
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           IF WS-KIT-CREDIT = "Y"
               IF WS-TR-WH = 2
                   ADD WS-KIT-NEED TO MR-WH2-ON-HAND
               ELSE
                   ADD WS-KIT-NEED TO MR-WH1-ON-HAND
               END-IF
               SUBTRACT WS-KIT-NEED FROM
                   PA-KIT-USE(KT-COMP-NUM(KT-SUB))
           ELSE
           IF WS-KIT-NEED > WS-WH-AVAIL
               ADD 1 TO WS-NEG-ON-HAND-COUNT
               MOVE MR-PRO-NUM TO NO-PRO-NUM
               MOVE MR-PRO-DES TO NO-PRO-DES
               MOVE WS-WH-AVAIL TO NO-ON-HAND
               MOVE WS-KIT-NEED TO NO-QTY
               WRITE NO-PRINT-RECORD FROM NO-EXCEPTION-LINE AFTER 1
               IF WS-TR-WH = 2
                   MOVE 0 TO MR-WH2-ON-HAND
               ELSE
                   MOVE 0 TO MR-WH1-ON-HAND
               END-IF
           ELSE
               IF WS-TR-WH = 2
                   SUBTRACT WS-KIT-NEED FROM MR-WH2-ON-HAND
               ELSE
                   SUBTRACT WS-KIT-NEED FROM MR-WH1-ON-HAND
               END-IF
           END-IF
           ADD WS-KIT-NEED TO PA-KIT-USE(KT-COMP-NUM(KT-SUB))
           END-IF
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           IF MR-UNIT-COST-X NUMERIC
               COMPUTE GL-KIT-COST =
                   GL-KIT-COST + WS-KIT-NEED * MR-UNIT-COST
           ELSE
               MOVE "Y" TO GL-KIT-UNCOSTED
           END-IF
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   DISPLAY "KIT COMPONENT " KT-COMP-NUM(KT-SUB)
                       " REWRITE UNSUCCESSFUL"
               NOT INVALID KEY
                   MOVE WS-DATE-NUM TO AR-DATE
                   MOVE MR-PRO-NUM TO AR-PRO-NUM
                   MOVE MASTER-RECORD TO AR-AFTER-IMAGE
                   WRITE AR-AUDIT-RECORD
                   IF WS-KIT-CREDIT = "N"
                       PERFORM 230-CHECK-REORDER-POINT
                   END-IF
           END-REWRITE.

      *FLAGS A PRODUCT WHOSE REAL AVAILABILITY JUST FELL TO THE
      *REORDER POINT ON THIS TRANSACTION, SO IT'S REPORTED ONCE PER
      *CROSSING RATHER THAN ON EVERY SALE AFTER IT. (THE ALERT USED
      *TO FIRE OFF CUMULATIVE SALES VOLUME ALONE.) AVAILABILITY IS
      *ON-HAND LESS WHAT FUTURE-DATED ORDERS HAVE ALREADY COMMITTED.
       230-CHECK-REORDER-POINT.
           MOVE 0 TO CM-SUB
           IF MR-PRO-NUM NUMERIC AND MR-PRO-NUM > 0
               MOVE MR-PRO-NUM TO CM-SUB
           END-IF
           COMPUTE WS-AVAILABLE = MR-ON-HAND
           COMPUTE WS-PRIOR-AVAILABLE = WS-PRIOR-ON-HAND
           IF CM-SUB > 0
               SUBTRACT CM-COMMITTED(CM-SUB) FROM WS-AVAILABLE
                                                  WS-PRIOR-AVAILABLE
           END-IF
           IF WS-AVAILABLE <= WS-REORDER-POINT
               AND WS-PRIOR-AVAILABLE > WS-REORDER-POINT
               PERFORM 234-WRITE-REORDER-ALERT
           END-IF.

      *A PRODUCT NO SALE CARRIED ACROSS ITS POINT TONIGHT CAN STILL
      *HAVE BEEN CARRIED ACROSS BY THE FUTURE-DATED ORDERS FILED
      *TONIGHT - IT ALERTS ONCE, THE NIGHT THOSE ORDERS ARRIVE.
       232-COMMITTED-SWEEP.
           PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > 999
               IF CM-NEW-TONIGHT(CM-SUB) > 0
                       AND CM-ALERTED(CM-SUB) = "N"
                   MOVE CM-SUB TO CM-PRO-NUM
                   MOVE CM-PRO-NUM TO MR-ID
                   READ MASTER-FILE INTO MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 233-CHECK-COMMITTED
                   END-READ
               END-IF
           END-PERFORM.

       233-CHECK-COMMITTED.
           PERFORM 216-NORMALIZE-ON-HAND
           COMPUTE WS-AVAILABLE =
               MR-ON-HAND - CM-COMMITTED(CM-SUB)
           COMPUTE WS-PRIOR-AVAILABLE =
               WS-AVAILABLE + CM-NEW-TONIGHT(CM-SUB)
           IF WS-AVAILABLE <= WS-REORDER-POINT
               AND WS-PRIOR-AVAILABLE > WS-REORDER-POINT
               PERFORM 234-WRITE-REORDER-ALERT
           END-IF.

       234-WRITE-REORDER-ALERT.
           MOVE MR-PRO-NUM TO RO-PRO-NUM
           MOVE MR-PRO-DES TO RO-PRO-DES
           MOVE MR-ON-HAND TO RO-TOTAL
           MOVE 0 TO RO-COMMITTED
           IF CM-SUB > 0
               MOVE CM-COMMITTED(CM-SUB) TO RO-COMMITTED
               MOVE "Y" TO CM-ALERTED(CM-SUB)
           END-IF
           WRITE RO-PRINT-RECORD FROM RO-ALERT-LINE AFTER 1
           PERFORM 235-WRITE-REORDER-EXTRACT.

       235-WRITE-REORDER-EXTRACT.
           MOVE SPACES TO RX-RECORD
           MOVE MR-PRO-NUM TO RX-PRO-NUM
           END-IF
           MOVE MR-ON-HAND TO RX-ON-HAND
           MOVE MR-PRICE TO RX-PRICE
           MOVE 0 TO RX-COMMITTED
           IF CM-SUB > 0
               MOVE CM-COMMITTED(CM-SUB) TO RX-COMMITTED
           END-IF
           WRITE RX-RECORD.

      *A RECEIPT PUTS ARRIVING STOCK ONTO THE ON-HAND COUNT AND IS
                       MOVE "REWRITE UNSUCCESSFUL" TO DL-MESSAGE
                   NOT INVALID KEY
                       PERFORM 240-WRITE-AUDIT-RECORD
                       PERFORM 252-RECEIVE-LOT
                       PERFORM 251-COST-RECEIPT
               END-REWRITE
               PERFORM 255-MATCH-OPEN-PO
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

      *WHAT ARRIVED, AT THE COST ON THE MASTER, GOES INTO INVENTORY
      *AGAINST THE RECEIVED-NOT-INVOICED ACCRUAL.
       251-COST-RECEIPT.
           IF MR-UNIT-COST-X NUMERIC
               COMPUTE GL-RECEIPT-COST =
                   GL-RECEIPT-COST + TR-QTY-PCH * MR-UNIT-COST
           ELSE
               ADD 1 TO GL-UNCOSTED-COUNT
           END-IF.

      *A RECEIPT CARRYING A LOT NUMBER PUTS ITS UNITS ON THAT LOT -
      *A SECOND RECEIPT OF THE SAME LOT ADDS TO IT. A LOT THAT WON'T
      *FIT THE TABLE IS COUNTED AS OVERFLOW, WHICH STOPS LOT
      *TRACKING FOR THE NIGHT RATHER THAN LOSE IT QUIETLY.
       252-RECEIVE-LOT.
           IF TR-LOT-NUM NOT = SPACES AND WS-LT-OVERFLOW = 0
               MOVE 0 TO WS-LT-SLOT
               PERFORM VARYING LT-SUB FROM 1 BY 1
                       UNTIL LT-SUB > LT-LOT-COUNT
                   IF LT-PRO-NUM(LT-SUB) = TR-PRO-NUM
                           AND LT-LOT-NUM(LT-SUB) = TR-LOT-NUM
                       MOVE LT-SUB TO WS-LT-SLOT
                   END-IF
               END-PERFORM
               IF WS-LT-SLOT = 0
                   IF LT-LOT-COUNT < LT-MAX-LOTS
                       ADD 1 TO LT-LOT-COUNT
                       MOVE LT-LOT-COUNT TO WS-LT-SLOT
                       MOVE TR-PRO-NUM TO LT-PRO-NUM(WS-LT-SLOT)
                       MOVE TR-LOT-NUM TO LT-LOT-NUM(WS-LT-SLOT)
                       IF TR-LOT-EXPIRY-X NUMERIC
                           MOVE TR-LOT-EXPIRY TO
                               LT-EXPIRY(WS-LT-SLOT)
                       ELSE
                           MOVE 0 TO LT-EXPIRY(WS-LT-SLOT)
                       END-IF
                       MOVE WS-RUN-DATE-8 TO LT-RECEIVED(WS-LT-SLOT)
                       MOVE 0 TO LT-QTY(WS-LT-SLOT)
                   ELSE
                       ADD 1 TO WS-LT-OVERFLOW
                   END-IF
               END-IF
               IF WS-LT-SLOT > 0
                   ADD TR-QTY-PCH TO LT-QTY(WS-LT-SLOT)
                   MOVE "RECEIPT - LOT" TO DL-MESSAGE
               END-IF
           END-IF.

      *THE RECEIPT TAKES THE OLDEST OPEN PO LINE FOR ITS PRODUCT -
      *ONE THAT MATCHES NOTHING GOES ON THE EXCEPTION PAGE, BECAUSE
      *STOCK ARRIVING THAT NOBODY ORDERED IS WORTH A QUESTION. THE
      *MATCHED LINE MOVES TO THE RECEIVED HISTORY THERE AND THEN.
       255-MATCH-OPEN-PO.
           MOVE "N" TO WS-OP-FOUND
           MOVE "N" TO WS-OP-DONE
           MOVE TR-PRO-NUM TO PO-PRO-NUM
           START OPEN-PO-FILE KEY IS EQUAL TO PO-PRO-NUM
               INVALID KEY
                   MOVE "Y" TO WS-OP-DONE
           END-START
           PERFORM 255A-NEXT-PO-LINE
               UNTIL WS-OP-DONE = "Y"
           IF WS-OP-FOUND = "N"
               MOVE TR-PRO-NUM TO PXU-PRO-NUM
               MOVE TR-QTY-PCH TO PXU-QTY
               WRITE PX-PRINT-RECORD FROM PX-UNMATCHED-LINE
                   AFTER 1
           ELSE
               MOVE WS-OP-KEY TO PO-KEY
               READ OPEN-PO-FILE KEY IS PO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 255B-RECEIVE-PO-LINE
               END-READ
           END-IF.

      *A DROP-SHIP PO NEVER COMES THROUGH THE DOCK - A RECEIPT
      *CAN'T CLOSE ONE.
       255A-NEXT-PO-LINE.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OP-DONE
               NOT AT END
                   IF PO-PRO-NUM NOT = TR-PRO-NUM
                       MOVE "Y" TO WS-OP-DONE
                   ELSE
                       IF PO-DROP-SHIP NOT = "D"
                           IF WS-OP-FOUND = "N"
                                   OR PO-DATE < WS-OP-OLDEST-DATE
                               MOVE "Y" TO WS-OP-FOUND
                               MOVE PO-KEY TO WS-OP-KEY
                               MOVE PO-DATE TO WS-OP-OLDEST-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *THE PO LINE GOES TO PORCVD.TXT WITH THE RECEIPT DATE AND
      *QUANTITY, AND COMES OFF THE OPEN FILE.
       255B-RECEIVE-PO-LINE.
           MOVE SPACES TO PV-RECORD
           MOVE PO-NUM TO PV-PO-NUM
           MOVE PO-DATE TO PV-PO-DATE
           MOVE PO-VEND-NUM TO PV-VEND-NUM
           MOVE PO-PRO-NUM TO PV-PRO-NUM
           MOVE PO-QTY TO PV-ORD-QTY
           MOVE WS-RUN-DATE-8 TO PV-RCPT-DATE
           IF PO-DROP-SHIP = "D"
               MOVE PO-QTY TO PV-RCPT-QTY
           ELSE
               MOVE TR-QTY-PCH TO PV-RCPT-QTY
           END-IF
           IF PO-UNIT-COST-X NUMERIC
               MOVE PO-UNIT-COST TO PV-UNIT-COST
           ELSE
               MOVE ZEROS TO PV-UNIT-COST
           END-IF
           WRITE PV-RECORD
           DELETE OPEN-PO-FILE RECORD.

      *USED RMAS RETIRE TO THE HISTORY FILE AND COME OFF RMAOPEN,
      *AND THE AGING PAGE LISTS WHAT'S STILL OPEN.
       256-SETTLE-RMAS.
           OPEN OUTPUT RMA-AGING-FILE
           WRITE RA-PRINT-RECORD FROM RA-HEADING-LINE AFTER PAGE
           OPEN EXTEND RMA-HISTORY-FILE
           IF RH-FILE-STATUS NOT = "00"
               OPEN OUTPUT RMA-HISTORY-FILE
           END-IF
           MOVE ZEROS TO RM-RMA-NUM
           MOVE "N" TO WS-RMA-DONE
           START RMA-OPEN-FILE KEY IS NOT LESS THAN RM-RMA-NUM
               INVALID KEY
                   MOVE "Y" TO WS-RMA-DONE
           END-START
           PERFORM 257-SETTLE-ONE-RMA
               UNTIL WS-RMA-DONE = "Y"
           CLOSE RMA-OPEN-FILE
                 RMA-HISTORY-FILE
                 RMA-AGING-FILE.

       257-SETTLE-ONE-RMA.
           READ RMA-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RMA-DONE
               NOT AT END
      *A USED RMA HAS DONE ITS JOB - IT RETIRES TO THE HISTORY
      *FILE; ONLY STILL-OPEN ONES STAY ON RMAOPEN AND GO ONTO THE
      *AGING PAGE.
                   IF RM-STATUS = "U"
                       WRITE RH-RECORD FROM RM-RECORD
                       DELETE RMA-OPEN-FILE RECORD
                   END-IF
                   IF RM-STATUS = "O"
                       MOVE RM-RMA-NUM TO RAA-RMA-NUM
                       MOVE RM-DATE TO RAA-DATE
                       MOVE RM-CUS-NUM TO RAA-CUS-NUM
                       MOVE RM-PRO-NUM TO RAA-PRO-NUM
                       MOVE RM-QTY TO RAA-QTY
                       WRITE RA-PRINT-RECORD FROM RA-AGING-LINE
                           AFTER 1
                   END-IF
           END-READ.

      *RECEIVED LINES WENT TO THE PORCVD.TXT HISTORY AS THEY
      *MATCHED; WHAT'S LEFT ON THE FILE IS STILL OPEN, AND ANY LINE
      *OLDER THAN THE EXPECTED LEAD TIME JOINS THE EXCEPTION PAGE.
       258-SETTLE-OPEN-POS.
           MOVE LOW-VALUES TO PO-KEY
           MOVE "N" TO WS-OP-DONE
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OP-DONE
           END-START
           PERFORM 260-AGE-OPEN-PO
               UNTIL WS-OP-DONE = "Y"
           CLOSE OPEN-PO-FILE
                 RECEIVED-PO-FILE.

       260-AGE-OPEN-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OP-DONE
               NOT AT END
                   PERFORM 259-CHECK-PO-AGE
           END-READ.

       259-CHECK-PO-AGE.
           MOVE PO-DATE TO WS-PO-DATE-PARTS
           COMPUTE WS-PO-ORDER-PD =
               WS-POD-YYYY * 360 + WS-POD-MM * 30 + WS-POD-DD
           COMPUTE WS-PO-AGE-DAYS =
               WS-PO-TODAY-PD - WS-PO-ORDER-PD
           IF WS-PO-AGE-DAYS > WS-PO-LEAD-DAYS
               MOVE PO-NUM TO PXO-PO-NUM
               MOVE PO-VEND-NUM TO PXO-VEND-NUM
               MOVE PO-PRO-NUM TO PXO-PRO-NUM
               MOVE WS-PO-AGE-DAYS TO PXO-AGE
               WRITE PX-PRINT-RECORD FROM PX-OVERDUE-LINE AFTER 1
           END-IF.

      *A TRANSFER MOVES STOCK BETWEEN OUR OWN FLOORS - NO PRICE, NO
      *TAX, NO SALES HISTORY. THE UNITS LEAVE THE SHIPPING BUCKET
      *FOR MR-IN-TRANSIT THROUGH THE AUDITED REWRITE, AND THE
      *TRANSFER GOES ON THE OPEN TABLE UNTIL ITS "A" COMES IN. A
      *TRANSFER THE SHIPPING FLOOR CAN'T COVER IS REFUSED, NOT
      *BACK-ORDERED - NOTHING LEAVES A SHELF THAT ISN'T THERE.
       270-SHIP-TRANSFER.
           INITIALIZE DL-DETAIL-LINE
           MOVE "NO" TO WS-EXCEPTION-FLAG
           MOVE TR-CUS-NAME TO DL-CUS-NAME
           MOVE TR-QTY-PCH TO DL-QTY-PCH
           MOVE TR-PRO-NUM TO DL-PRO-NUM
           IF MASTER-SWITCH NOT = "00"
               MOVE "TRANSFER - NOT ON FILE" TO DL-MESSAGE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           ELSE
               MOVE MR-PRO-DES TO DL-PRO-DES
               PERFORM 216-NORMALIZE-ON-HAND
               PERFORM 271-NORMALIZE-IN-TRANSIT
               PERFORM 272-FIND-TRANSFER
               IF WS-XT-OVERFLOW > 0
                       OR XT-XFER-COUNT NOT < XT-MAX-XFERS
                   MOVE "TRANSFER FILE FULL" TO DL-MESSAGE
               ELSE
               IF TR-XFER-NUM-X NOT NUMERIC OR TR-XFER-NUM = 0
                   MOVE "NO TRANSFER NUMBER" TO DL-MESSAGE
               ELSE
               IF WS-XT-SLOT > 0
                   MOVE "DUPLICATE TRANSFER NO." TO DL-MESSAGE
               ELSE
               IF TR-QTY-PCH > WS-WH-AVAIL
                   MOVE "TRANSFER - SHORT STOCK" TO DL-MESSAGE
               ELSE
                   PERFORM 273-MOVE-TO-TRANSIT
               END-IF
               END-IF
               END-IF
               END-IF
               IF DL-MESSAGE NOT = "TRANSFER OUT"
                   ADD 1 TO WS-XFER-REJECT-COUNT
               END-IF
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       271-NORMALIZE-IN-TRANSIT.
           IF MR-IN-TRANSIT-X NOT NUMERIC
               MOVE 0 TO MR-IN-TRANSIT
           END-IF.

      *ANY TABLE ENTRY WITH THIS TRANSFER NUMBER - OPEN OR ALREADY
      *LANDED TONIGHT - SO A NUMBER CAN'T BE SHIPPED TWICE.
       272-FIND-TRANSFER.
           MOVE 0 TO WS-XT-SLOT
           IF TR-XFER-NUM-X NUMERIC AND TR-XFER-NUM > 0
               PERFORM VARYING XT-SUB FROM 1 BY 1
                       UNTIL XT-SUB > XT-XFER-COUNT
                   IF XT-XFER-NUM(XT-SUB) = TR-XFER-NUM
                       MOVE XT-SUB TO WS-XT-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       273-MOVE-TO-TRANSIT.
           MOVE SPACES TO AR-AUDIT-RECORD
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           IF WS-TR-WH = 2
               SUBTRACT TR-QTY-PCH FROM MR-WH2-ON-HAND
               MOVE 1 TO WS-XFER-TO-WH
           ELSE
               SUBTRACT TR-QTY-PCH FROM MR-WH1-ON-HAND
               MOVE 2 TO WS-XFER-TO-WH
           END-IF
           ADD TR-QTY-PCH TO MR-IN-TRANSIT
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           MOVE "TRANSFER OUT" TO DL-MESSAGE
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE UNSUCCESSFUL" TO DL-MESSAGE
               NOT INVALID KEY
                   PERFORM 240-WRITE-AUDIT-RECORD
                   ADD 1 TO XT-XFER-COUNT
                   MOVE TR-XFER-NUM TO XT-XFER-NUM(XT-XFER-COUNT)
                   IF TR-TRAN-DATE-X NUMERIC AND TR-TRAN-DATE > 0
                       MOVE TR-TRAN-DATE TO XT-DATE(XT-XFER-COUNT)
                   ELSE
                       MOVE WS-RUN-DATE-8 TO XT-DATE(XT-XFER-COUNT)
                   END-IF
                   MOVE TR-PRO-NUM TO XT-PRO-NUM(XT-XFER-COUNT)
                   MOVE TR-QTY-PCH TO XT-QTY(XT-XFER-COUNT)
                   MOVE WS-TR-WH TO XT-FROM-WH(XT-XFER-COUNT)
                   MOVE WS-XFER-TO-WH TO XT-TO-WH(XT-XFER-COUNT)
                   MOVE "O" TO XT-STATUS(XT-XFER-COUNT)
                   MOVE 0 TO XT-LANDED-DATE(XT-XFER-COUNT)
           END-REWRITE.

      *THE CONFIRMING "A" LANDS THE UNITS IN THE WAREHOUSE THE
      *TRANSFER WAS SHIPPED TO (WHATEVER COLUMN 61 SAYS). A SHORT
      *ARRIVAL LANDS WHAT CAME AND LEAVES THE REST IN TRANSIT, WHERE
      *THE AGING PAGE KEEPS ASKING ABOUT IT.
       275-LAND-TRANSFER.
           INITIALIZE DL-DETAIL-LINE
           MOVE "NO" TO WS-EXCEPTION-FLAG
           MOVE TR-CUS-NAME TO DL-CUS-NAME
           MOVE TR-QTY-PCH TO DL-QTY-PCH
           MOVE TR-PRO-NUM TO DL-PRO-NUM
           IF MASTER-SWITCH NOT = "00"
               MOVE "ARRIVAL - NOT ON FILE" TO DL-MESSAGE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           ELSE
               MOVE MR-PRO-DES TO DL-PRO-DES
               PERFORM 216-NORMALIZE-ON-HAND
               PERFORM 271-NORMALIZE-IN-TRANSIT
               PERFORM 272-FIND-TRANSFER
               IF WS-XT-OVERFLOW > 0
                   MOVE "TRANSFER FILE FULL" TO DL-MESSAGE
               ELSE
               IF WS-XT-SLOT = 0
                   MOVE "NO OPEN TRANSFER" TO DL-MESSAGE
               ELSE
               IF XT-STATUS(WS-XT-SLOT) NOT = "O"
                   MOVE "TRANSFER LANDED" TO DL-MESSAGE
               ELSE
               IF XT-PRO-NUM(WS-XT-SLOT) NOT = TR-PRO-NUM
                   MOVE "WRONG TRANSFER PRODUCT" TO DL-MESSAGE
               ELSE
               IF TR-QTY-PCH > XT-QTY(WS-XT-SLOT)
                   MOVE "MORE THAN WAS SHIPPED" TO DL-MESSAGE
               ELSE
                   PERFORM 276-LAND-FROM-TRANSIT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF DL-MESSAGE NOT = "TRANSFER IN"
                       AND DL-MESSAGE NOT = "TRANSFER IN - PARTIAL"
                   ADD 1 TO WS-XFER-REJECT-COUNT
               END-IF
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       276-LAND-FROM-TRANSIT.
           MOVE SPACES TO AR-AUDIT-RECORD
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           IF XT-TO-WH(WS-XT-SLOT) = 2
               ADD TR-QTY-PCH TO MR-WH2-ON-HAND
           ELSE
               ADD TR-QTY-PCH TO MR-WH1-ON-HAND
           END-IF
           IF MR-IN-TRANSIT > TR-QTY-PCH
               SUBTRACT TR-QTY-PCH FROM MR-IN-TRANSIT
           ELSE
               MOVE 0 TO MR-IN-TRANSIT
           END-IF
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           IF TR-QTY-PCH < XT-QTY(WS-XT-SLOT)
               MOVE "TRANSFER IN - PARTIAL" TO DL-MESSAGE
           ELSE
               MOVE "TRANSFER IN" TO DL-MESSAGE
           END-IF
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE UNSUCCESSFUL" TO DL-MESSAGE
               NOT INVALID KEY
                   PERFORM 240-WRITE-AUDIT-RECORD
                   SUBTRACT TR-QTY-PCH FROM XT-QTY(WS-XT-SLOT)
                   IF XT-QTY(WS-XT-SLOT) = 0
                       MOVE "L" TO XT-STATUS(WS-XT-SLOT)
                       MOVE WS-RUN-DATE-8 TO
                           XT-LANDED-DATE(WS-XT-SLOT)
                   END-IF
           END-REWRITE.

      *THE OPEN-TRANSFER FILE GOES BACK WITH TONIGHT'S SHIPMENTS
      *ADDED AND LANDINGS APPLIED; LANDED TRANSFERS RETIRE TO THE
      *HISTORY FILE. AN OVERFLOWED LOAD REFUSED EVERY TRANSFER THIS
      *RUN AND LEAVES THE FILE UNTOUCHED, SO THE TABLE AND THE
      *MASTER'S IN-TRANSIT BUCKET CAN'T DRIFT APART.
       278-SETTLE-TRANSFERS.
           OPEN OUTPUT XFER-AGING-FILE
           WRITE XA-PRINT-RECORD FROM XA-HEADING-LINE AFTER PAGE
           IF WS-XT-OVERFLOW > 0
               DISPLAY "TRANSFER TABLE OVERFLOW - " WS-XT-OVERFLOW
                   " TRANSFERS NOT LOADED - XFEROPEN.TXT LEFT "
                   "UNTOUCHED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE-8 TO WS-XF-DATE-PARTS
               COMPUTE WS-XF-TODAY-PD =
                   WS-XFD-YYYY * 360 + WS-XFD-MM * 30 + WS-XFD-DD
               OPEN OUTPUT XFER-OPEN-FILE
               OPEN EXTEND XFER-HISTORY-FILE
               IF XH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT XFER-HISTORY-FILE
               END-IF
               PERFORM VARYING XT-SUB FROM 1 BY 1
                       UNTIL XT-SUB > XT-XFER-COUNT
                   MOVE SPACES TO XO-RECORD
                   MOVE XT-XFER-NUM(XT-SUB) TO XO-XFER-NUM
                   MOVE XT-DATE(XT-SUB) TO XO-DATE
                   MOVE XT-PRO-NUM(XT-SUB) TO XO-PRO-NUM
                   MOVE XT-QTY(XT-SUB) TO XO-QTY
                   MOVE XT-FROM-WH(XT-SUB) TO XO-FROM-WH
                   MOVE XT-TO-WH(XT-SUB) TO XO-TO-WH
                   MOVE XT-STATUS(XT-SUB) TO XO-STATUS
                   MOVE XT-LANDED-DATE(XT-SUB) TO XO-LANDED-DATE
                   IF XT-STATUS(XT-SUB) = "L"
                       WRITE XH-RECORD FROM XO-RECORD
                   ELSE
                       WRITE XO-RECORD
                       PERFORM 279-AGE-TRANSFER
                   END-IF
               END-PERFORM
               CLOSE XFER-OPEN-FILE
                     XFER-HISTORY-FILE
           END-IF
           CLOSE XFER-AGING-FILE.

       279-AGE-TRANSFER.
           MOVE XT-DATE(XT-SUB) TO WS-XF-DATE-PARTS
           COMPUTE WS-XF-SHIP-PD =
               WS-XFD-YYYY * 360 + WS-XFD-MM * 30 + WS-XFD-DD
           COMPUTE WS-XF-AGE-DAYS =
               WS-XF-TODAY-PD - WS-XF-SHIP-PD
           IF WS-XF-AGE-DAYS < 0
               MOVE 0 TO WS-XF-AGE-DAYS
           END-IF
           MOVE XT-XFER-NUM(XT-SUB) TO XAA-XFER-NUM
           MOVE XT-DATE(XT-SUB) TO XAA-DATE
           MOVE XT-PRO-NUM(XT-SUB) TO XAA-PRO-NUM
           MOVE XT-QTY(XT-SUB) TO XAA-QTY
           MOVE XT-FROM-WH(XT-SUB) TO XAA-FROM-WH
           MOVE XT-TO-WH(XT-SUB) TO XAA-TO-WH
           MOVE WS-XF-AGE-DAYS TO XAA-AGE
           IF WS-XF-AGE-DAYS > WS-XFER-DUE-DAYS
               MOVE "OVERDUE" TO XAA-FLAG
           ELSE
               MOVE SPACES TO XAA-FLAG
           END-IF
           WRITE XA-PRINT-RECORD FROM XA-AGING-LINE AFTER 1.

      *THE LOT FILE GOES BACK WITH TONIGHT'S RECEIPTS AND DRAWS -
      *A LOT DRAWN TO ZERO DROPS OFF (ITS CUSTOMERS ARE ON THE
      *LOT-TRACE HISTORY). EVERY LOT STILL ON HAND WITHIN THE
      *WARNING WINDOW OF ITS DATE, OR PAST IT, PRINTS ON THE
      *NEAR-EXPIRY PAGE. AN OVERFLOWED LOAD LEAVES THE FILE AS IT
      *WAS, THE SAME AS THE RMA AND TRANSFER FILES.
       280-SETTLE-LOTS.
           OPEN OUTPUT LOT-EXPIRY-FILE
           WRITE LE-PRINT-RECORD FROM LE-HEADING-LINE AFTER PAGE
           IF WS-LT-OVERFLOW > 0
               DISPLAY "LOT TABLE OVERFLOW - " WS-LT-OVERFLOW
                   " LOTS NOT HELD - LOTONHND.TXT LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE-8 TO WS-LT-DATE-PARTS
               COMPUTE WS-LT-TODAY-PD =
                   WS-LTD-YYYY * 360 + WS-LTD-MM * 30 + WS-LTD-DD
               OPEN OUTPUT LOT-ONHAND-FILE
               PERFORM VARYING LT-SUB FROM 1 BY 1
                       UNTIL LT-SUB > LT-LOT-COUNT
                   IF LT-QTY(LT-SUB) > 0
                       MOVE SPACES TO LO-RECORD
                       MOVE LT-PRO-NUM(LT-SUB) TO LO-PRO-NUM
                       MOVE LT-LOT-NUM(LT-SUB) TO LO-LOT-NUM
                       MOVE LT-EXPIRY(LT-SUB) TO LO-EXPIRY
                       MOVE LT-RECEIVED(LT-SUB) TO LO-RECEIVED
                       MOVE LT-QTY(LT-SUB) TO LO-QTY
                       WRITE LO-RECORD
                       IF LT-EXPIRY(LT-SUB) > 0
                           PERFORM 281-CHECK-LOT-EXPIRY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOT-ONHAND-FILE
               IF WS-LT-FLAGGED = 0
                   WRITE LE-PRINT-RECORD FROM LE-NONE-LINE AFTER 1
               END-IF
           END-IF
           CLOSE LOT-EXPIRY-FILE.

       281-CHECK-LOT-EXPIRY.
           MOVE LT-EXPIRY(LT-SUB) TO WS-LT-DATE-PARTS
           COMPUTE WS-LT-EXPIRY-PD =
               WS-LTD-YYYY * 360 + WS-LTD-MM * 30 + WS-LTD-DD
           COMPUTE WS-LT-DAYS-LEFT =
               WS-LT-EXPIRY-PD - WS-LT-TODAY-PD
           IF WS-LT-DAYS-LEFT NOT > WS-LOT-WARN-DAYS
               ADD 1 TO WS-LT-FLAGGED
               MOVE LT-PRO-NUM(LT-SUB) TO LEE-PRO-NUM
               MOVE LT-LOT-NUM(LT-SUB) TO LEE-LOT-NUM
               MOVE LT-EXPIRY(LT-SUB) TO LEE-EXPIRY
               MOVE LT-QTY(LT-SUB) TO LEE-QTY
               MOVE WS-LT-DAYS-LEFT TO LEE-DAYS
               IF LT-EXPIRY(LT-SUB) < WS-RUN-DATE-8
                   MOVE "EXPIRED" TO LEE-FLAG
               ELSE
                   MOVE "NEAR EXPIRY" TO LEE-FLAG
               END-IF
               WRITE LE-PRINT-RECORD FROM LE-EXPIRY-LINE AFTER 1
           END-IF.

      *A MASTER BUILT BEFORE THE ON-HAND FIELD EXISTED HAS SPACES
      *THERE - TREATED AS A ZERO COUNT RATHER THAN GARBAGE. ONE
      *BUILT BEFORE THE WAREHOUSE BUCKETS EXISTED NORMALIZES WITH
      *THE WHOLE COUNT IN WAREHOUSE 1.
      *A DROP-SHIP ORDER LINE BILLS NOTHING AND MOVES NO STOCK
      *TONIGHT - IT IS FILED FOR POSUGGST TO RAISE THE VENDOR'S PO,
      *AND THE CUSTOMER IS BILLED WHEN THE VENDOR CONFIRMS THE
      *SHIPMENT. IT NEEDS A PRODUCT AND A CUSTOMER WE KNOW, SINCE
      *THE VENDOR IS SHIPPING TO THAT CUSTOMER'S DOOR.
       285-TAKE-DROP-SHIP.
           MOVE TR-CUS-NAME TO DL-CUS-NAME
           MOVE TR-QTY-PCH TO DL-QTY-PCH
           MOVE TR-PRO-NUM TO DL-PRO-NUM
           MOVE SPACES TO DL-MESSAGE
           IF MASTER-SWITCH NOT = "00"
               MOVE "DROP SHIP NOT ON FILE" TO DL-MESSAGE
           ELSE
               MOVE MR-PRO-DES TO DL-PRO-DES
               IF TR-CUS-NUM-X NOT NUMERIC OR TR-CUS-NUM = 0
                   MOVE "DROP SHIP NO CUSTOMER" TO DL-MESSAGE
               ELSE
                   PERFORM 218-CHECK-CUSTOMER
                   IF DL-MESSAGE = SPACES
                       IF DT-ORDER-COUNT < DT-MAX-ORDERS
                               AND WS-DT-OVERFLOW = 0
                           PERFORM 286-FILE-DROP-SHIP
                       ELSE
                           MOVE "DROP SHIP TABLE FULL" TO DL-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DL-MESSAGE NOT = "DROP SHIP FILED"
               ADD 1 TO WS-DROP-REJECT-COUNT
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

      *THE PO IS PRICED AT THE MASTER UNIT COST, OR LIST WHEN NO
      *COST IS ON FILE, AND ORDERED IN EACHES. THE LINE IS KEPT AS
      *KEYED - CASES PUT BACK - SO THE CONFIRMATION CONVERTS AND
      *PRICES EXACTLY AS THE ORDER WOULD HAVE.
       286-FILE-DROP-SHIP.
           ADD 1 TO DT-ORDER-COUNT
           MOVE "P" TO DT-STATUS(DT-ORDER-COUNT)
           MOVE WS-RUN-DATE-8 TO DT-ORDER-DATE(DT-ORDER-COUNT)
           MOVE ZEROS TO DT-PO-NUM(DT-ORDER-COUNT)
           MOVE ZEROS TO DT-PO-DATE(DT-ORDER-COUNT)
           MOVE ZEROS TO DT-CONF-DATE(DT-ORDER-COUNT)
           IF MR-VEND-NUM-X NUMERIC
               MOVE MR-VEND-NUM TO DT-VEND-NUM(DT-ORDER-COUNT)
           ELSE
               MOVE ZEROS TO DT-VEND-NUM(DT-ORDER-COUNT)
           END-IF
           MOVE TR-CUS-NUM TO DT-CUS-NUM(DT-ORDER-COUNT)
           MOVE TR-PRO-NUM TO DT-PRO-NUM(DT-ORDER-COUNT)
           MOVE MR-PRO-DES TO DT-PRO-DES(DT-ORDER-COUNT)
           IF MR-UNIT-COST-X NUMERIC AND MR-UNIT-COST > 0
               MOVE MR-UNIT-COST TO DT-UNIT-COST(DT-ORDER-COUNT)
           ELSE
               MOVE MR-PRICE TO DT-UNIT-COST(DT-ORDER-COUNT)
           END-IF
           MOVE TR-QTY-PCH TO DT-PO-QTY(DT-ORDER-COUNT)
           IF WS-CASE-QTY > 0
               MOVE WS-CASE-QTY TO TR-QTY-PCH
           END-IF
           MOVE TRANSACTION-RECORD TO DT-FEED-LINE(DT-ORDER-COUNT)
           ADD 1 TO WS-DROP-TAKEN-COUNT
           MOVE "DROP SHIP FILED" TO DL-MESSAGE.

      *A CONFIRMATION MUST NAME AN OPEN DROP-SHIP PO FOR THIS
      *CUSTOMER AND PRODUCT, FOR THE FULL QUANTITY ORDERED. ANYTHING
      *ELSE IS REFUSED AND TOUCHES NOTHING, THE SAME AS A CREDIT
      *WITHOUT ITS RMA. WITH THE TABLE OVERFLOWED THE FILE WON'T BE
      *REWRITTEN, SO NOTHING CAN BILL AGAINST IT TONIGHT.
       287-CHECK-DROP-CONFIRM.
           MOVE 0 TO WS-DT-SLOT
           IF TR-DROP-PO-NUM-X NUMERIC AND TR-DROP-PO-NUM > 0
                   AND TR-CUS-NUM-X NUMERIC
                   AND WS-DT-OVERFLOW = 0
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-ORDER-COUNT
                   IF DT-PO-NUM(DT-SUB) = TR-DROP-PO-NUM
                           AND DT-STATUS(DT-SUB) = "O"
                           AND DT-PRO-NUM(DT-SUB) = TR-PRO-NUM
                           AND DT-CUS-NUM(DT-SUB) = TR-CUS-NUM
                           AND DT-PO-QTY(DT-SUB) = TR-QTY-PCH
                       MOVE DT-SUB TO WS-DT-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DT-SLOT = 0
               MOVE ALL "*" TO DL-NET-PRI-X
               MOVE SPACES TO DL-GRO-PRI-X
               MOVE SPACES TO DL-SAL-TAX-X
               MOVE SPACES TO DL-DIS-PER-X
               MOVE SPACES TO DL-DIS-AMT-X
               MOVE SPACES TO DL-PERCENTAGE
               MOVE "NO OPEN DROP SHIP" TO DL-MESSAGE
               ADD 1 TO WS-DROP-REJECT-COUNT
               MOVE "YES" TO WS-EXCEPTION-FLAG
               MOVE "Y" TO WS-TRAN-REFUSED
           END-IF.

      *BILLED - THE DROP SHIP IS DONE AND ITS PO LINE GOES TO THE
      *RECEIVED HISTORY AS IF IT HAD COME THROUGH THE DOCK ON THE
      *DAY THE VENDOR CONFIRMED.
       288-CLOSE-DROP-SHIP.
           MOVE "C" TO DT-STATUS(WS-DT-SLOT)
           MOVE WS-RUN-DATE-8 TO DT-CONF-DATE(WS-DT-SLOT)
           ADD 1 TO WS-DROP-BILLED-COUNT
           IF DL-MESSAGE = SPACES
               MOVE "DROP SHIP BILLED" TO DL-MESSAGE
           END-IF
           MOVE LOW-VALUES TO PO-KEY
           MOVE DT-PO-NUM(WS-DT-SLOT) TO PO-NUM
           MOVE "N" TO WS-OP-DONE
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OP-DONE
           END-START
           PERFORM 288A-NEXT-DROP-PO-LINE
               UNTIL WS-OP-DONE = "Y".

       288A-NEXT-DROP-PO-LINE.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OP-DONE
               NOT AT END
                   IF PO-NUM NOT = DT-PO-NUM(WS-DT-SLOT)
                       MOVE "Y" TO WS-OP-DONE
                   ELSE
                       IF PO-DROP-SHIP = "D"
                           PERFORM 255B-RECEIVE-PO-LINE
                       END-IF
                   END-IF
           END-READ.

      *CONFIRMED DROP SHIPS RETIRE TO THE HISTORY FILE AND THE REST
      *GO BACK OVER DROPOPEN.TXT FOR POSUGGST AND THE CONFIRMATION
      *DESK. AN OVERFLOWED LOAD LEAVES THE FILE UNTOUCHED, AS THE
      *RMAS DO - TONIGHT'S NEW ORDERS WERE REFUSED ON THE REPORT.
       289-SETTLE-DROP-SHIPS.
           IF WS-DT-OVERFLOW > 0
               DISPLAY "DROP-SHIP TABLE OVERFLOW - " WS-DT-OVERFLOW
                   " ORDERS NOT LOADED - DROPOPEN.TXT LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DROP-SHIP-FILE
               OPEN EXTEND DROP-HISTORY-FILE
               IF DH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DROP-HISTORY-FILE
               END-IF
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-ORDER-COUNT
                   MOVE SPACES TO DS-RECORD
                   MOVE DT-STATUS(DT-SUB) TO DS-STATUS
                   MOVE DT-ORDER-DATE(DT-SUB) TO DS-ORDER-DATE
                   MOVE DT-PO-NUM(DT-SUB) TO DS-PO-NUM
                   MOVE DT-PO-DATE(DT-SUB) TO DS-PO-DATE
                   MOVE DT-VEND-NUM(DT-SUB) TO DS-VEND-NUM
                   MOVE DT-CUS-NUM(DT-SUB) TO DS-CUS-NUM
                   MOVE DT-PRO-NUM(DT-SUB) TO DS-PRO-NUM
                   MOVE DT-PRO-DES(DT-SUB) TO DS-PRO-DES
                   MOVE DT-UNIT-COST(DT-SUB) TO DS-UNIT-COST
                   MOVE DT-PO-QTY(DT-SUB) TO DS-PO-QTY
                   MOVE DT-FEED-LINE(DT-SUB) TO DS-FEED-LINE
                   MOVE DT-CONF-DATE(DT-SUB) TO DS-CONF-DATE
                   IF DT-STATUS(DT-SUB) = "C"
                       WRITE DH-RECORD FROM DS-RECORD
                   ELSE
                       WRITE DS-RECORD
                   END-IF
               END-PERFORM
               CLOSE DROP-SHIP-FILE
                     DROP-HISTORY-FILE
           END-IF.

       216-NORMALIZE-ON-HAND.
           IF MR-ON-HAND-X NOT NUMERIC
               MOVE 0 TO MR-ON-HAND
               MOVE MR-WH1-ON-HAND TO WS-WH-AVAIL
           END-IF.

      *A KIT'S WAREHOUSE AVAILABILITY IS WHAT ITS COMPONENTS IN THAT
      *WAREHOUSE CAN BUILD. A COMPONENT MISSING FROM THE MASTER
      *BUILDS NOTHING, SO THE KIT BACK-ORDERS UNTIL THE BILL OF
      *MATERIAL IS FIXED.
       216A-KIT-AVAILABILITY.
           PERFORM VARYING KT-SUB FROM 1 BY 1
                   UNTIL KT-SUB > KT-COMP-COUNT
               IF KT-KIT-NUM(KT-SUB) = TR-PRO-NUM
                   MOVE "Y" TO WS-KIT-THIS
               END-IF
           END-PERFORM
           IF WS-KIT-THIS = "Y"
               MOVE MASTER-RECORD TO WS-KIT-SAVE-MASTER
               MOVE 9999999 TO WS-KIT-AVAIL
               PERFORM VARYING KT-SUB FROM 1 BY 1
                       UNTIL KT-SUB > KT-COMP-COUNT
                   IF KT-KIT-NUM(KT-SUB) = TR-PRO-NUM
                       PERFORM 216B-COMPONENT-AVAILABILITY
                   END-IF
               END-PERFORM
               MOVE WS-KIT-SAVE-MASTER TO MASTER-RECORD
               MOVE "00" TO MASTER-SWITCH
               MOVE WS-KIT-AVAIL TO WS-WH-AVAIL
           END-IF.

       216B-COMPONENT-AVAILABILITY.
           MOVE KT-COMP-NUM(KT-SUB) TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   MOVE 0 TO WS-KIT-AVAIL
               NOT INVALID KEY
                   PERFORM 216-NORMALIZE-ON-HAND
                   DIVIDE WS-WH-AVAIL BY KT-QTY-PER(KT-SUB)
                       GIVING WS-KIT-COMP-AVAIL
                   IF WS-KIT-COMP-AVAIL < WS-KIT-AVAIL
                       MOVE WS-KIT-COMP-AVAIL TO WS-KIT-AVAIL
                   END-IF
           END-READ.

      *PERMANENT BEFORE/AFTER TRAIL OF THE MASTER REWRITE THAT JUST
      *SUCCEEDED, APPENDED TO P7AUDIT.TXT. A TRANSACTION ALREADY
      *TALLIED AS BELOW-MIN. OR BACK-ORDERED ISN'T ALSO COUNTED AS
               WS-BELOW-MIN-COUNT + WS-BACK-ORDER-COUNT
               + WS-RESERVED-KEY-COUNT + WS-OVR-REJECT-COUNT
               + WS-CREDIT-HOLD-COUNT + WS-CASE-ERROR-COUNT
               + WS-RMA-REJECT-COUNT + WS-XFER-REJECT-COUNT
           WRITE BS-RECORD
           CLOSE BUILD-SUMMARY-FILE
           PERFORM 021-RECORD-FEED-POSTING.
           MOVE WS-OVR-REJECT-COUNT TO CE-OVR-APPR
           MOVE WS-CREDIT-HOLD-COUNT TO CE-CREDIT-HOLD
           WRITE PRINT-RECORD FROM CE-EXCEPTION-LINE AFTER 2
           IF WS-SHIPTO-NOF-COUNT > 0
               MOVE WS-SHIPTO-NOF-COUNT TO CE-SHIPTO-NOF
               WRITE PRINT-RECORD FROM CE-SHIPTO-LINE AFTER 1
           END-IF
           IF WS-QUOTE-NOF-COUNT > 0
               MOVE WS-QUOTE-NOF-COUNT TO CE-QUOTE-NOF
               WRITE PRINT-RECORD FROM CE-QUOTE-LINE AFTER 1
           END-IF
           IF WS-DROP-TAKEN-COUNT > 0 OR WS-DROP-BILLED-COUNT > 0
                   OR WS-DROP-REJECT-COUNT > 0
               MOVE WS-DROP-TAKEN-COUNT TO CE-DROP-TAKEN
               MOVE WS-DROP-BILLED-COUNT TO CE-DROP-BILLED
               MOVE WS-DROP-REJECT-COUNT TO CE-DROP-REFUSED
               WRITE PRINT-RECORD FROM CE-DROP-LINE AFTER 1
           END-IF
           PERFORM 920-TAX-SUMMARY.

      *PER-JURISDICTION TAX TOTALS FOR THE FILINGS - EVERY STATE IN
      *UNITS AND DOLLARS BY PRODUCT FOR THE RUN, THE TOP TEN BY
      *DOLLAR VOLUME, AND EVERY MASTER PRODUCT THAT SAW NO
      *TRANSACTION AT ALL.
      *THE PRODUCT LINES PRINT GROUPED BY CATEGORY, EACH CATEGORY
      *SUBTOTALED, AND THE CATEGORY SUMMARY CLOSES THE REPORT.
       940-SALES-ANALYSIS.
           WRITE SA-PRINT-RECORD FROM SA-TITLE-LINE AFTER PAGE
           PERFORM 993-LOAD-CATEGORIES
           PERFORM 946-CATEGORY-SECTION
               VARYING SK-SUB FROM 1 BY 1
               UNTIL SK-SUB > CY-CAT-COUNT
           PERFORM 943-KIT-SALES
           PERFORM 945-TOP-TEN
           PERFORM 947-NEGATIVE-MARGIN
           PERFORM 950-SLOW-MOVERS
           PERFORM 948-CATEGORY-SUMMARY
           PERFORM 952-SAVE-SALES-HISTORY.

       941-PRINT-ANALYSIS-LINE.
           MOVE PA-SUB TO SA-PRO-NUM
           MOVE SPACES TO SA-PRO-DES
           MOVE PA-SUB TO PA-PRO-ID
           MOVE PA-PRO-ID TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MR-PRO-DES TO SA-PRO-DES
           END-READ
           MOVE PA-UNITS(PA-SUB) TO SA-UNITS
           MOVE PA-DOLLARS(PA-SUB) TO SA-DOLLARS
           PERFORM 942-SET-MARGIN-COLUMNS
           WRITE SA-PRINT-RECORD FROM SA-DETAIL-LINE
               AFTER 1.

      *KITS PRINT APART FROM THE PARTS THEY'RE BUILT FROM, AND THE
      *COMPONENT UNITS THAT WENT OUT INSIDE KITS PRINT APART FROM
      *THE SAME COMPONENTS SOLD ON THEIR OWN - ADDING THE TWO WOULD
      *COUNT EVERY KIT TWICE. A NIGHT WITHOUT KITS PRINTS NEITHER.
       943-KIT-SALES.
           MOVE "N" TO WS-KIT-PRINTED
           PERFORM VARYING PA-SUB FROM 1 BY 1
                   UNTIL PA-SUB > 999
               IF PA-MOVED(PA-SUB) = "Y" AND PA-KIT(PA-SUB) = "Y"
                   IF WS-KIT-PRINTED = "N"
                       MOVE "Y" TO WS-KIT-PRINTED
                       WRITE SA-PRINT-RECORD FROM SA-KIT-TITLE
                           AFTER 2
                   END-IF
                   PERFORM 941-PRINT-ANALYSIS-LINE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KIT-PRINTED
           PERFORM VARYING PA-SUB FROM 1 BY 1
                   UNTIL PA-SUB > 999
               IF PA-KIT-USE(PA-SUB) NOT = 0
                   IF WS-KIT-PRINTED = "N"
                       MOVE "Y" TO WS-KIT-PRINTED
                       WRITE SA-PRINT-RECORD FROM SA-COMP-TITLE
                           AFTER 2
                   END-IF
                   PERFORM 944-PRINT-COMPONENT-LINE
               END-IF
           END-PERFORM.

       944-PRINT-COMPONENT-LINE.
           MOVE PA-SUB TO SAC-PRO-NUM
           MOVE SPACES TO SAC-PRO-DES
           MOVE PA-SUB TO PA-PRO-ID
           MOVE PA-PRO-ID TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MR-PRO-DES TO SAC-PRO-DES
           END-READ
           MOVE PA-KIT-USE(PA-SUB) TO SAC-UNITS
           WRITE SA-PRINT-RECORD FROM SA-COMP-LINE AFTER 1.

      *ONE CATEGORY'S MOVED PRODUCTS (KITS PRINT APART, BELOW) UNDER
      *A NAME LINE, THEN THE SUBTOTAL. NOTHING MOVED, NOTHING PRINTS.
       946-CATEGORY-SECTION.
           MOVE "N" TO SK-STARTED
           PERFORM VARYING SK-PRO-SUB FROM 1 BY 1
                   UNTIL SK-PRO-SUB > 999
               MOVE SK-PRO-SUB TO PA-SUB
               IF PA-MOVED(PA-SUB) = "Y" AND PA-KIT(PA-SUB) = "N"
                       AND CY-PRO-CAT-SLOT(PA-SUB) = SK-SUB
                   IF SK-STARTED = "N"
                       MOVE "Y" TO SK-STARTED
                       MOVE 0 TO SK-SEC-UNITS SK-SEC-DOLLARS
                                 SK-SEC-MARGIN
                       MOVE CY-T-CODE(SK-SUB) TO SA-CAT-CODE
                       MOVE CY-T-NAME(SK-SUB) TO SA-CAT-NAME
                       MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(SK-SUB))
                           TO SA-CAT-LINE-NAME
                       WRITE SA-PRINT-RECORD FROM SA-CAT-LINE
                           AFTER 2
                   END-IF
                   ADD PA-UNITS(PA-SUB) TO SK-SEC-UNITS
                   ADD PA-DOLLARS(PA-SUB) TO SK-SEC-DOLLARS
                   IF PA-COSTED(PA-SUB) = "Y"
                       COMPUTE SK-SEC-MARGIN = SK-SEC-MARGIN
                           + PA-DOLLARS(PA-SUB) - PA-COST(PA-SUB)
                   END-IF
                   PERFORM 941-PRINT-ANALYSIS-LINE
               END-IF
           END-PERFORM
           IF SK-STARTED = "Y"
               MOVE SK-SEC-UNITS TO SA-CAT-UNITS
               MOVE SK-SEC-DOLLARS TO SA-CAT-DOLLARS
               MOVE SK-SEC-MARGIN TO SA-CAT-MARGIN
               WRITE SA-PRINT-RECORD FROM SA-CAT-TOTAL-LINE AFTER 1
           END-IF.

      *EVERY MOVED PRODUCT, KITS INCLUDED, ADDED UP BY CATEGORY AND
      *BY PRODUCT LINE. MARGIN IS ON COSTED PRODUCTS ONLY, AND SO IS
      *THE MARGIN PERCENT, SO AN UNCOSTED PRODUCT CAN'T DRESS IT UP.
       948-CATEGORY-SUMMARY.
           PERFORM VARYING SK-SUB FROM 1 BY 1
                   UNTIL SK-SUB > 51
               MOVE 0 TO SK-PRODUCTS(SK-SUB) SK-UNITS(SK-SUB)
                         SK-DOLLARS(SK-SUB) SK-COSTED-DOLLARS(SK-SUB)
                         SK-MARGIN(SK-SUB)
                         SL-PRODUCTS(SK-SUB) SL-UNITS(SK-SUB)
                         SL-DOLLARS(SK-SUB) SL-COSTED-DOLLARS(SK-SUB)
                         SL-MARGIN(SK-SUB)
           END-PERFORM
           MOVE 0 TO SK-ALL-PRODUCTS SK-ALL-UNITS SK-ALL-DOLLARS
                     SK-ALL-COSTED SK-ALL-MARGIN
           PERFORM VARYING SK-PRO-SUB FROM 1 BY 1
                   UNTIL SK-PRO-SUB > 999
               MOVE SK-PRO-SUB TO PA-SUB
               IF PA-MOVED(PA-SUB) = "Y"
                   MOVE CY-PRO-CAT-SLOT(PA-SUB) TO SK-SUB
                   MOVE CY-T-LINE-SLOT(SK-SUB) TO SL-SUB
                   ADD 1 TO SK-PRODUCTS(SK-SUB) SL-PRODUCTS(SL-SUB)
                            SK-ALL-PRODUCTS
                   ADD PA-UNITS(PA-SUB) TO SK-UNITS(SK-SUB)
                       SL-UNITS(SL-SUB) SK-ALL-UNITS
                   ADD PA-DOLLARS(PA-SUB) TO SK-DOLLARS(SK-SUB)
                       SL-DOLLARS(SL-SUB) SK-ALL-DOLLARS
                   IF PA-COSTED(PA-SUB) = "Y"
                       ADD PA-DOLLARS(PA-SUB) TO
                           SK-COSTED-DOLLARS(SK-SUB)
                           SL-COSTED-DOLLARS(SL-SUB) SK-ALL-COSTED
                       COMPUTE WS-MARGIN-DOLLARS =
                           PA-DOLLARS(PA-SUB) - PA-COST(PA-SUB)
                       ADD WS-MARGIN-DOLLARS TO SK-MARGIN(SK-SUB)
                           SL-MARGIN(SL-SUB) SK-ALL-MARGIN
                   END-IF
               END-IF
           END-PERFORM
           WRITE SA-PRINT-RECORD FROM SZ-SUMMARY-TITLE AFTER PAGE
           WRITE SA-PRINT-RECORD FROM SZ-COLUMN-HEADING AFTER 2
           MOVE "BY CATEGORY" TO SZ-SECTION-TITLE
           WRITE SA-PRINT-RECORD FROM SZ-SECTION-LINE AFTER 2
           PERFORM VARYING SK-SUB FROM 1 BY 1
                   UNTIL SK-SUB > CY-CAT-COUNT
               IF SK-PRODUCTS(SK-SUB) > 0
                   MOVE CY-T-CODE(SK-SUB) TO SZ-CODE
                   MOVE CY-T-NAME(SK-SUB) TO SZ-NAME
                   MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(SK-SUB))
                       TO SZ-LINE-NAME
                   MOVE SK-PRODUCTS(SK-SUB) TO SZ-PRODUCTS
                   MOVE SK-UNITS(SK-SUB) TO SZ-UNITS
                   MOVE SK-DOLLARS(SK-SUB) TO SZ-DOLLARS
                   MOVE SK-MARGIN(SK-SUB) TO SZ-MARGIN
                   MOVE SK-COSTED-DOLLARS(SK-SUB) TO SK-SEC-DOLLARS
                   MOVE SK-MARGIN(SK-SUB) TO SK-SEC-MARGIN
                   PERFORM 949-SUMMARY-MARGIN-PCT
                   WRITE SA-PRINT-RECORD FROM SZ-SUMMARY-LINE AFTER 1
               END-IF
           END-PERFORM
           MOVE "BY PRODUCT LINE" TO SZ-SECTION-TITLE
           WRITE SA-PRINT-RECORD FROM SZ-SECTION-LINE AFTER 2
           PERFORM VARYING SL-SUB FROM 1 BY 1
                   UNTIL SL-SUB > CY-LINE-COUNT
               IF SL-PRODUCTS(SL-SUB) > 0
                   MOVE SPACES TO SZ-CODE SZ-LINE-NAME
                   MOVE CY-T-LINE-NAME(SL-SUB) TO SZ-NAME
                   MOVE SL-PRODUCTS(SL-SUB) TO SZ-PRODUCTS
                   MOVE SL-UNITS(SL-SUB) TO SZ-UNITS
                   MOVE SL-DOLLARS(SL-SUB) TO SZ-DOLLARS
                   MOVE SL-MARGIN(SL-SUB) TO SZ-MARGIN
                   MOVE SL-COSTED-DOLLARS(SL-SUB) TO SK-SEC-DOLLARS
                   MOVE SL-MARGIN(SL-SUB) TO SK-SEC-MARGIN
                   PERFORM 949-SUMMARY-MARGIN-PCT
                   WRITE SA-PRINT-RECORD FROM SZ-SUMMARY-LINE AFTER 1
               END-IF
           END-PERFORM
           MOVE SPACES TO SZ-CODE SZ-LINE-NAME
           MOVE "ALL PRODUCTS" TO SZ-NAME
           MOVE SK-ALL-PRODUCTS TO SZ-PRODUCTS
           MOVE SK-ALL-UNITS TO SZ-UNITS
           MOVE SK-ALL-DOLLARS TO SZ-DOLLARS
           MOVE SK-ALL-MARGIN TO SZ-MARGIN
           MOVE SK-ALL-COSTED TO SK-SEC-DOLLARS
           MOVE SK-ALL-MARGIN TO SK-SEC-MARGIN
           PERFORM 949-SUMMARY-MARGIN-PCT
           WRITE SA-PRINT-RECORD FROM SZ-SUMMARY-LINE AFTER 2.

      *MARGIN PERCENT OF COSTED DOLLARS - SK-SEC-MARGIN OVER
      *SK-SEC-DOLLARS, SET UP BY THE CALLER.
       949-SUMMARY-MARGIN-PCT.
           MOVE 0 TO WS-MARGIN-PCT
           IF SK-SEC-DOLLARS NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   SK-SEC-MARGIN * 100 / SK-SEC-DOLLARS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-MARGIN-PCT TO SZ-MARGIN-PCT.

      *APPENDS ONE HISTORY RECORD PER MOVED PRODUCT, FILED UNDER THE
      *PROCESSING MONTH - SEASRPT.CBL SUMS THE NIGHTS INTO MONTHS.
      *THE PROCESSING DAY RIDES ALONG IN COLS 27-28 SO PROMOLFT.CBL
      *CAN MEASURE A PROMOTION THAT RUNS FOR LESS THAN A MONTH.
      *OPEN EXTEND CREATES THE FILE THE FIRST TIME.
       952-SAVE-SALES-HISTORY.
           PERFORM 978-GET-PROC-DATE
               IF PA-MOVED(PA-SUB) = "Y"
                   MOVE SPACES TO SH-RECORD
                   COMPUTE SH-MONTH = PR-PROC-DATE / 100
                   COMPUTE SH-DAY = PR-PROC-DATE - SH-MONTH * 100
                   MOVE PA-SUB TO SH-PRO-NUM
                   MOVE PA-UNITS(PA-SUB) TO SH-UNITS
                   MOVE PA-DOLLARS(PA-SUB) TO SH-DOLLARS
                   ADD 1 TO WS-NEG-MARGIN-COUNT
                   MOVE PA-SUB TO SA-NEG-PRO
                   MOVE SPACES TO SA-NEG-DES
                   MOVE PA-SUB TO PA-PRO-ID
                   MOVE PA-PRO-ID TO MR-ID
                   READ MASTER-FILE INTO MASTER-RECORD
                       INVALID KEY
                           CONTINUE
           WRITE CE-PRINT-RECORD FROM CE-HEADING-LINE AFTER PAGE
           COMPUTE WS-EXPIRY-WINDOW = WS-RUN-DATE-8 + 100
           MOVE 0 TO WS-EXPIRING-COUNT
           IF WS-CO-OPEN = "Y"
               MOVE LOW-VALUES TO CO-KEY
               MOVE "N" TO WS-CO-DONE
               START CONTRACT-FILE KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CO-DONE
               END-START
               PERFORM 953A-CHECK-ONE-CONTRACT
                   UNTIL WS-CO-DONE = "Y"
           END-IF
           IF WS-EXPIRING-COUNT = 0
               MOVE "NONE" TO CE-PRINT-RECORD
               WRITE CE-PRINT-RECORD AFTER 1
           END-IF
           CLOSE CONTRACT-EXPIRY-FILE.

       953A-CHECK-ONE-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CO-DONE
               NOT AT END
                   IF CO-EXP-DATE >= WS-RUN-DATE-8
                           AND CO-EXP-DATE <= WS-EXPIRY-WINDOW
                       ADD 1 TO WS-EXPIRING-COUNT
                       MOVE CO-CUS-NUM TO CEX-CUS-NUM
                       MOVE CO-PRO-NUM TO CEX-PRO-NUM
                       MOVE CO-PRICE TO CEX-PRICE
                       MOVE CO-EXP-DATE TO CEX-EXP-DATE
                       WRITE CE-PRINT-RECORD FROM CE-EXPIRY-LINE
                           AFTER 1
                   END-IF
           END-READ.

      *HOW OFTEN EACH SUBSTITUTION FIRED THIS RUN - WHEN THE SAME
      *OLD NUMBER KEEPS ARRIVING, THE DESK HASN'T LEARNED THE NEW
      *ONE YET.
       954-SUBSTITUTION-REPORT.
           WRITE PRINT-RECORD FROM SX-TITLE-LINE AFTER 2
           MOVE "S" TO WK-TYPE
           MOVE ZEROS TO WK-ID-NUM
           MOVE "N" TO WS-WK-DONE
           START RUN-WORK-FILE KEY IS NOT LESS THAN WK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WK-DONE
           END-START
           PERFORM 954A-LIST-ONE-SUBSTITUTE
               UNTIL WS-WK-DONE = "Y".

       954A-LIST-ONE-SUBSTITUTE.
           READ RUN-WORK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WK-DONE
               NOT AT END
                   IF WK-TYPE NOT = "S"
                       MOVE "Y" TO WS-WK-DONE
                   ELSE
                       MOVE WK-ID-NUM TO SXU-OLD-NUM
                       MOVE WK-NEW-NUM TO SXU-NEW-NUM
                       MOVE WK-COUNT TO SXU-FIRED
                       WRITE PRINT-RECORD FROM SX-USAGE-LINE AFTER 1
                   END-IF
           END-READ.

      *ONE CHANGE TRANSACTION PER SALESMAN WHO BILLED TONIGHT, IN
      *THE ADV9TRN2 DETAIL LAYOUT - MONTH-TO-DATE SALES OFF THE
                   MOVE SN-NAME(SN-SUB) TO CG-NAME
                   MOVE WS-GEN-TOT-SAL TO CG-TOT-SAL
                   MOVE "C" TO CG-TYP-A
                   MOVE SPACES TO CG-SPIFF-AMOUNT
                   MOVE CG-GEN-RECORD TO CG-RECORD
                   WRITE CG-RECORD
               END-IF
               IF SN-SPIFF-UNITS(SN-SUB) NOT = 0
                       OR SN-SPIFF-AMT(SN-SUB) NOT = 0
                   PERFORM 956-GENERATE-SPIFF
               END-IF
           END-PERFORM
           IF SP-SPIFF-COUNT > 0
               PERFORM 957-SPIFF-REPORT
           END-IF.

      *THE SALESMAN'S SPIFF RIDES THE FEED AS ITS OWN "B" RECORD,
      *A SEPARATE EARNING TYPE THAT NEVER TOUCHES THE COMMISSION
      *MATH: THE SIGNED WHOLE-DOLLAR AMOUNT IN COLS 62-69 AND THE
      *UNITS IN THE SALES COLUMNS (A NIGHT OF NET CREDITS CARRIES
      *NEGATIVE UNITS, SHOWN BY THE AMOUNT'S SIGN).
       956-GENERATE-SPIFF.
           COMPUTE WS-GEN-SPIFF ROUNDED = SN-SPIFF-AMT(SN-SUB)
           MOVE SN-SPIFF-UNITS(SN-SUB) TO WS-SPIFF-UNITS
           IF WS-SPIFF-UNITS < 0
               COMPUTE WS-SPIFF-UNITS = 0 - WS-SPIFF-UNITS
           END-IF
           MOVE SN-SAL-NUM(SN-SUB) TO CG-SAL-NUM
           MOVE SN-NAME(SN-SUB) TO CG-NAME
           MOVE WS-SPIFF-UNITS TO CG-TOT-SAL
           MOVE "B" TO CG-TYP-A
           MOVE WS-GEN-SPIFF TO CG-SPIFF-AMOUNT-N
           MOVE CG-GEN-RECORD TO CG-RECORD
           WRITE CG-RECORD.

       957-SPIFF-REPORT.
           WRITE PRINT-RECORD FROM SP-TITLE-LINE AFTER 2
           WRITE PRINT-RECORD FROM SP-HEADING-LINE AFTER 1
           PERFORM VARYING SP-SUB FROM 1 BY 1
                   UNTIL SP-SUB > SP-SPIFF-COUNT
               MOVE SP-PRO-NUM(SP-SUB) TO SPD-PRO-NUM
               MOVE SP-BONUS(SP-SUB) TO SPD-BONUS
               MOVE SP-START-DATE(SP-SUB) TO SPD-START-DATE
               MOVE SP-END-DATE(SP-SUB) TO SPD-END-DATE
               MOVE SP-UNITS(SP-SUB) TO SPD-UNITS
               MOVE SP-COST(SP-SUB) TO SPD-COST
               WRITE PRINT-RECORD FROM SP-DETAIL-LINE AFTER 1
           END-PERFORM.

      *THE RUN'S TRAILER FIGURES AS A BALANCED JOURNAL - RECEIVABLES
           MOVE "C" TO GL-SIDE
           MOVE "SALES TAX PAYABLE" TO GL-DESC-HOLD
           PERFORM 965-WRITE-JOURNAL-LINE
           PERFORM 962-COST-JOURNAL
           MOVE GL-DEBIT-TOTAL TO GP-DEBITS
           MOVE GL-CREDIT-TOTAL TO GP-CREDITS
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      *THE COST SIDE, EACH PAIR BALANCED ON ITS OWN: BILLED UNITS
      *TO COST OF GOODS SOLD OUT OF INVENTORY, CREDITED UNITS BACK
      *THE OTHER WAY, AND RECEIPTS INTO INVENTORY AGAINST THE
      *RECEIVED-NOT-INVOICED ACCRUAL. A PAIR WITH NOTHING BEHIND IT
      *TONIGHT IS LEFT OFF.
       962-COST-JOURNAL.
           IF GL-SALE-COST NOT = 0
               MOVE GL-SALE-COST TO GL-AMOUNT
               MOVE GL-ACCT-COGS TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "COST OF GOODS SOLD" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
               MOVE GL-SALE-COST TO GL-AMOUNT
               MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "INVENTORY RELIEF" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
           END-IF
           IF GL-CREDIT-COST NOT = 0
               MOVE GL-CREDIT-COST TO GL-AMOUNT
               MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "INVENTORY RETURNED" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
               MOVE GL-CREDIT-COST TO GL-AMOUNT
               MOVE GL-ACCT-COGS TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "COST OF RETURNS" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
           END-IF
           IF GL-RECEIPT-COST NOT = 0
               MOVE GL-RECEIPT-COST TO GL-AMOUNT
               MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "INVENTORY RECEIVED" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
               MOVE GL-RECEIPT-COST TO GL-AMOUNT
               MOVE GL-ACCT-RNI TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "RCVD NOT INVOICED" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
           END-IF
      *A DROP SHIP GOES STRAIGHT TO COST OF SALES AGAINST THE
      *VENDOR'S BILL TO COME - IT NEVER PASSED THROUGH INVENTORY.
           IF GL-DROP-COST NOT = 0
               MOVE GL-DROP-COST TO GL-AMOUNT
               MOVE GL-ACCT-COGS TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "DROP SHIP COST" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
               MOVE GL-DROP-COST TO GL-AMOUNT
               MOVE GL-ACCT-RNI TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "RCVD NOT INVOICED" TO GL-DESC-HOLD
               PERFORM 965-WRITE-JOURNAL-LINE
           END-IF
           IF GL-UNCOSTED-COUNT > 0
               DISPLAY "GL COST JOURNAL - " GL-UNCOSTED-COUNT
                   " LINES WITH NO UNIT COST ON FILE MOVED NO COST"
           END-IF.

      *A NEGATIVE TOTAL WRITES ITS ABSOLUTE AMOUNT ON THE OPPOSITE
      *SIDE, SO THE FILE NEVER CARRIES A SIGNED AMOUNT THE LEDGER
      *INTAKE WOULD TRIP OVER.
       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY PRODCATP.
