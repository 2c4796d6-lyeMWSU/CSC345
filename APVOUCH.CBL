      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   ON-LINE VENDOR INVOICE ENTRY WITH THE THREE-WAY
      *            MATCH, IN THE ORDENTRY MOLD. THE AP CLERK KEYS THE
      *            VENDOR'S INVOICE AGAINST OUR PO NUMBER; EVERY LINE
      *            IS MATCHED TO THE PO (POOPEN.DAT / PORCVD.TXT, AT
      *            THE UNIT PRICE THE PO WAS CUT AT) AND TO WHAT THE
      *            DOCK ACTUALLY RECEIVED (PORCVD.TXT), LESS WHAT
      *            EARLIER INVOICES HAVE ALREADY BILLED (APMATCH.TXT).
      *            QUANTITY AND PRICE MUST AGREE WITHIN THE TOLERANCES
      *            ON APTOLER.TXT.
      *
      *            AN INVOICE THAT MATCHES ON EVERY LINE BECOMES A
      *            VOUCHER - A NUMBER OFF THE GAP-FREE APVNUM.TXT
      *            COUNTER, A RECORD ON THE OPEN-PAYABLES FILE
      *            (APOPEN.TXT) CARRYING THE VENDOR'S TERMS, ONE
      *            APMATCH.TXT LINE PER MATCHED PO LINE, AND A
      *            JOURNAL ON GLJRNL.TXT: THE RECEIVED-NOT-INVOICED
      *            ACCRUAL RELIEVED AT THE PO PRICE, ANY PRICE
      *            DIFFERENCE TO PURCHASE PRICE VARIANCE, AND THE
      *            INVOICE TOTAL TO ACCOUNTS PAYABLE. THE JOURNAL
      *            POSTS WITH THE NIGHT'S BATCH LIKE EVERY OTHER
      *            WRITER'S.
      *
      *            AN INVOICE WITH ANY LINE OUT OF TOLERANCE IS NOT
      *            VOUCHERED - ITS LINES GO ON THE HOLD LIST
      *            (APHOLD.TXT) WITH THE REASON, FOR PURCHASING TO
      *            SORT OUT WITH THE VENDOR OR THE DOCK. RE-KEYING
      *            THE SAME INVOICE REPLACES ITS HOLD LINES, AND
      *            VOUCHERING IT CLEARS THEM.
      *
      *            THE AP DESK CAN ALSO STOP AN OPEN VOUCHER FROM
      *            BEING PAID (A DISPUTE, A CREDIT EXPECTED) - THE
      *            PAYMENT HOLD ON APOPEN.TXT THAT APPAY.CBL HONOURS -
      *            AND RELEASE IT AGAIN.
      *
      *            APTOLER.TXT LAYOUT (NO FILE - 2% PRICE, NO QTY):
      *              COLS 1-4    PRICE TOLERANCE PERCENT (99V99)
      *              COLS 5-8    QUANTITY TOLERANCE PERCENT (99V99)
      *
      *            APOPEN.TXT LAYOUT (ONE RECORD PER VOUCHER):
      *              COLS  1-6   VOUCHER NUMBER
      *              COLS  7-9   VENDOR
      *              COLS 10-21  VENDOR'S INVOICE NUMBER
      *              COLS 22-29  INVOICE DATE
      *              COLS 30-35  PO NUMBER
      *              COLS 36-44  AMOUNT (9(7)V99)
      *              COLS 45-51  VENDOR TERMS AT ENTRY - DISCOUNT
      *                          PERCENT (9V9), DISCOUNT DAYS, NET
      *                          DAYS
      *              COLS 52-59  DATE ENTERED
      *              COLS 60-62  OPERATOR
      *              COL  63     PAYMENT HOLD ("H" HOLDS IT)
      *              COL  64     STATUS ("O" OPEN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVOUCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-MASTER-FILE
           ASSIGN TO "VENDMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VM-FILE-STATUS.

      *THE PRODUCT MASTER - A PO CUT BEFORE POS CARRIED THEIR PRICE
      *IS MATCHED AT THE MASTER'S UNIT COST INSTEAD.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN "VSAM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS PM-FILE-STATUS.

           SELECT OPEN-PO-FILE
           ASSIGN TO "POOPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           ALTERNATE RECORD KEY IS PO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS PO-FILE-STATUS.

           SELECT RECEIVED-PO-FILE
           ASSIGN TO "PORCVD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PV-FILE-STATUS.

      *EVERY PO LINE AN INVOICE HAS BILLED - SO THE SAME RECEIPT
      *CAN'T BE PAID TWICE, AND THE SAME INVOICE CAN'T BE KEYED
      *TWICE.
           SELECT MATCH-FILE
           ASSIGN TO "APMATCH.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AM-FILE-STATUS.

           SELECT VOUCHER-FILE
           ASSIGN TO "APOPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AV-FILE-STATUS.

      *THE HOLD LIST - LOADED AT SIGN-ON AND REWRITTEN ONCE WHEN THE
      *SESSION ENDS, THE WAY MSTRMNT HANDLES ITS MASTERS.
           SELECT HOLD-FILE
           ASSIGN TO "APHOLD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AH-FILE-STATUS.

      *THE DURABLE VOUCHER-NUMBER COUNTER, SAME CONVENTION AS
      *INVNUM.TXT - IT ONLY ADVANCES WHEN A VOUCHER IS WRITTEN.
           SELECT VOUCHER-NUMBER-FILE
           ASSIGN TO "APVNUM.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VN-FILE-STATUS.

           SELECT TOLERANCE-FILE
           ASSIGN TO "APTOLER.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TL-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT GL-JOURNAL-FILE
           ASSIGN TO "GLJRNL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

      *OPERATOR SIGN-ON AND PER-FUNCTION AUTHORITY (SEE
      *OPERAUTH.CPY).
           SELECT OPERATOR-FILE
               ASSIGN "OPERMSTR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OM-FILE-STATUS.

           SELECT DENIAL-LOG-FILE
               ASSIGN "OPERDENY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05  VM-REMIT-STREET         PIC X(25).
           05  VM-REMIT-CITY           PIC X(25).
           05  VM-DISC-PCT             PIC 9V9.
           05  VM-DISC-PCT-X REDEFINES VM-DISC-PCT
                                       PIC XX.
           05  VM-DISC-DAYS            PIC 99.
           05  VM-DISC-DAYS-X REDEFINES VM-DISC-DAYS
                                       PIC XX.
           05  VM-NET-DAYS             PIC 999.
           05  VM-NET-DAYS-X REDEFINES VM-NET-DAYS
                                       PIC XXX.
           05  VM-TAX-ID               PIC X(10).
           05                          PIC X(3).

       FD  PRODUCT-MASTER-FILE.
       01  PM-RECORD.
           05  PM-ID                   PIC X(3).
           05                          PIC X(76).
           05  PM-UNIT-COST            PIC 999V99.
           05  PM-UNIT-COST-X REDEFINES PM-UNIT-COST
                                       PIC X(5).
           05                          PIC X(26).

       FD  OPEN-PO-FILE.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUM              PIC 9(6).
               10  PO-DATE             PIC 9(8).
               10  PO-VEND-NUM         PIC 999.
               10  PO-PRO-NUM          PIC 999.
           05  PO-QTY                  PIC 9(5).
           05  PO-DROP-SHIP            PIC X.
           05  PO-CUS-NUM              PIC 9(5).
           05  PO-UNIT-COST            PIC 999V99.
           05  PO-UNIT-COST-X REDEFINES PO-UNIT-COST
                                       PIC X(5).
           05                          PIC X(4).

       FD  RECEIVED-PO-FILE.
       01  PV-RECORD.
           05  PV-PO-NUM               PIC 9(6).
           05  PV-PO-DATE              PIC 9(8).
           05  PV-VEND-NUM             PIC 999.
           05  PV-PRO-NUM              PIC 999.
           05  PV-ORD-QTY              PIC 9(5).
           05  PV-RCPT-DATE            PIC 9(8).
           05  PV-RCPT-QTY             PIC 9(5).
           05                          PIC X(2).
           05  PV-UNIT-COST            PIC 999V99.
           05  PV-UNIT-COST-X REDEFINES PV-UNIT-COST
                                       PIC X(5).

       FD  MATCH-FILE.
       01  AM-RECORD.
           05  AM-VEND-NUM             PIC 999.
           05  AM-INVOICE              PIC X(12).
           05  AM-VOUCHER              PIC 9(6).
           05  AM-PO-NUM               PIC 9(6).
           05  AM-PRO-NUM              PIC 999.
           05  AM-QTY                  PIC 9(5).
           05  AM-INV-PRICE            PIC 999V99.
           05  AM-PO-PRICE             PIC 999V99.
           05  AM-DATE                 PIC 9(8).

       FD  VOUCHER-FILE.
       01  AV-RECORD.
           05  AV-VOUCHER              PIC 9(6).
           05  AV-VEND-NUM             PIC 999.
           05  AV-INVOICE              PIC X(12).
           05  AV-INV-DATE             PIC 9(8).
           05  AV-PO-NUM               PIC 9(6).
           05  AV-AMOUNT               PIC 9(7)V99.
           05  AV-DISC-PCT             PIC 9V9.
           05  AV-DISC-DAYS            PIC 99.
           05  AV-NET-DAYS             PIC 999.
           05  AV-ENTRY-DATE           PIC 9(8).
           05  AV-OPERATOR             PIC XXX.
           05  AV-HOLD                 PIC X.
           05  AV-STATUS               PIC X.
           05                          PIC X(10).

       FD  HOLD-FILE.
       01  AH-RECORD                   PIC X(90).

       FD  VOUCHER-NUMBER-FILE.
       01  VN-RECORD                   PIC 9(6).

       FD  TOLERANCE-FILE.
       01  TL-RECORD.
           05  TL-PRICE-PCT            PIC 99V99.
           05  TL-QTY-PCT              PIC 99V99.

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  GL-JOURNAL-FILE.
       01  GJ-RECORD.
           05  GJ-DATE                 PIC 9(8).
           05  GJ-ACCOUNT              PIC 9(5).
           05  GJ-DC                   PIC X.
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESC                 PIC X(20).

       FD  OPERATOR-FILE.
       01  OM-RECORD.
           05  OM-ID                   PIC XXX.
           05  OM-NAME                 PIC X(20).
           05  OM-AUTH                 PIC X.

       FD  DENIAL-LOG-FILE.
       01  DN-RECORD                   PIC X(34).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  WS-DONE                 PIC XXX  VALUE "NO".
           05  VM-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  PO-FILE-STATUS          PIC XX.
           05  PV-FILE-STATUS          PIC XX.
           05  AM-FILE-STATUS          PIC XX.
           05  AV-FILE-STATUS          PIC XX.
           05  AH-FILE-STATUS          PIC XX.
           05  VN-FILE-STATUS          PIC XX.
           05  TL-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X    VALUE "N".
           05  WS-HOLDS-CHANGED        PIC X    VALUE "N".
           05  WS-ENTRY-OK             PIC X    VALUE "N".
           05  WS-ALL-MATCHED          PIC X    VALUE "N".

       COPY OPERAUTH.

       01  WS-DATE                     PIC 9(8).

       01  WS-MENU-CHOICE              PIC X.
           88  WS-ENTER-CHOICE                  VALUE "1".
           88  WS-LIST-CHOICE                   VALUE "2".
           88  WS-REMOVE-CHOICE                 VALUE "3".
           88  WS-PAY-HOLD-CHOICE               VALUE "4".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *ENTRY AREAS - ALPHANUMERIC SO A BAD KEY DOESN'T ABEND THE
      *ACCEPT, VALIDATED BEFORE USE.
       01  WS-VEND-ENTRY               PIC X(3).
       01  WS-VEND-ENTRY-N REDEFINES WS-VEND-ENTRY
                                       PIC 999.
       01  WS-INVOICE-ENTRY            PIC X(12).
       01  WS-INV-DATE-ENTRY           PIC X(8).
       01  WS-INV-DATE-N REDEFINES WS-INV-DATE-ENTRY
                                       PIC 9(8).
       01  WS-PO-ENTRY                 PIC X(6).
       01  WS-PO-ENTRY-N REDEFINES WS-PO-ENTRY
                                       PIC 9(6).
       01  WS-PRO-ENTRY                PIC X(3).
       01  WS-PRO-ENTRY-N REDEFINES WS-PRO-ENTRY
                                       PIC 999.
       01  WS-QTY-ENTRY                PIC X(5).
       01  WS-QTY-ENTRY-N REDEFINES WS-QTY-ENTRY
                                       PIC 9(5).
       01  WS-PRICE-ENTRY              PIC X(5).
       01  WS-PRICE-ENTRY-N REDEFINES WS-PRICE-ENTRY
                                       PIC 999V99.
       01  WS-TOTAL-ENTRY              PIC X(9).
       01  WS-TOTAL-ENTRY-N REDEFINES WS-TOTAL-ENTRY
                                       PIC 9(7)V99.
       01  WS-VOUCHER-ENTRY            PIC X(6).
       01  WS-VOUCHER-ENTRY-N REDEFINES WS-VOUCHER-ENTRY
                                       PIC 9(6).
       01  WS-SLOT-ENTRY               PIC X(3).
       01  WS-SLOT-ENTRY-N REDEFINES WS-SLOT-ENTRY
                                       PIC 9(3).
       01  WS-CONFIRM-ENTRY            PIC X.
       01  WS-LINES-DONE               PIC X.

      *THE VENDOR MASTER, HELD FOR THE SESSION.
       01  VT-MAX-VENDORS              PIC 9(3) VALUE 300.
       01  VT-VENDOR-COUNT             PIC 9(3) VALUE 0.
       01  VT-VENDOR-TABLE.
           05  VT-ENTRY OCCURS 300 TIMES.
               10  VT-NUM              PIC 999.
               10  VT-NAME             PIC X(20).
               10  VT-DISC-PCT         PIC 9V9.
               10  VT-DISC-DAYS        PIC 99.
               10  VT-NET-DAYS         PIC 999.
       01  VT-SUB                      PIC 9(3).
       01  VT-SLOT                     PIC 9(3).

      *TOLERANCES - PERCENT OF THE PO PRICE, AND PERCENT OF THE
      *QUANTITY STILL RECEIVED-NOT-INVOICED.
       01  WS-PRICE-TOL-PCT            PIC 99V99 VALUE 2.00.
       01  WS-QTY-TOL-PCT              PIC 99V99 VALUE 0.

       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-RNI             PIC 9(5) VALUE 20600.
           05  GL-ACCT-AP              PIC 9(5) VALUE 20100.
           05  GL-ACCT-PRICEVAR        PIC 9(5) VALUE 50200.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

       01  WS-NEXT-VOUCHER             PIC 9(6) VALUE 1.
       01  WS-VOUCHERS-ISSUED          PIC 9(5) VALUE 0.
       01  WS-INVOICES-HELD            PIC 9(5) VALUE 0.

      *THE PO BEING BILLED - ONE ENTRY PER PRODUCT, WITH WHAT WAS
      *ORDERED, RECEIVED, AND ALREADY INVOICED AGAINST IT.
       01  PL-MAX-LINES                PIC 99 VALUE 50.
       01  PL-LINE-COUNT               PIC 99 VALUE 0.
       01  PL-PO-TABLE.
           05  PL-ENTRY OCCURS 50 TIMES.
               10  PL-PRO-NUM          PIC 999.
               10  PL-ORD-QTY          PIC 9(5).
               10  PL-RCVD-QTY         PIC 9(5).
               10  PL-PRIOR-QTY        PIC 9(5).
               10  PL-THIS-QTY         PIC 9(5).
               10  PL-PRICE            PIC 999V99.
       01  PL-SUB                      PIC 99.
       01  PL-SLOT                     PIC 99.
       01  WS-PO-VENDOR                PIC 999.
       01  WS-PO-FOUND                 PIC X.
       01  WS-PO-DONE                  PIC X.

      *THE INVOICE AS KEYED.
       01  IL-MAX-LINES                PIC 99 VALUE 20.
       01  IL-LINE-COUNT               PIC 99 VALUE 0.
       01  IL-INVOICE-TABLE.
           05  IL-ENTRY OCCURS 20 TIMES.
               10  IL-PRO-NUM          PIC 999.
               10  IL-QTY              PIC 9(5).
               10  IL-PRICE            PIC 999V99.
               10  IL-PO-PRICE         PIC 999V99.
               10  IL-AVAIL-QTY        PIC 9(5).
               10  IL-REASON           PIC X(20).
       01  IL-SUB                      PIC 99.

       01  WS-WORK.
           05  WS-INVOICE-TOTAL        PIC 9(7)V99.
           05  WS-PO-VALUE             PIC 9(7)V99.
           05  WS-VARIANCE             PIC S9(7)V99.
           05  WS-AVAILABLE            PIC S9(7).
           05  WS-QTY-ALLOWED          PIC S9(7).
           05  WS-PRICE-DIFF           PIC S9(3)V99.
           05  WS-PRICE-ALLOWED        PIC 9(3)V9999.

      *THE HOLD LIST. EACH LINE READS ON ITS OWN FOR PURCHASING -
      *WHEN, WHOSE INVOICE, WHICH PO LINE, WHAT WAS BILLED AGAINST
      *WHAT THE PO AND DOCK SUPPORT, AND WHY.
       01  HT-MAX-ENTRIES              PIC 9(3) VALUE 300.
       01  HT-COUNT                    PIC 9(3) VALUE 0.
       01  HT-HOLD-TABLE.
           05  HT-ENTRY OCCURS 300 TIMES.
               10  HT-DELETED          PIC X.
               10  HT-IMAGE            PIC X(90).
       01  HT-SUB                      PIC 9(3).
       01  HT-LIVE-COUNT               PIC 9(3).

       01  HL-HOLD-LINE.
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-VEND-NUM             PIC 999.
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-INVOICE              PIC X(12).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-PO-NUM               PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-PRO-NUM              PIC 999.
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-INV-QTY              PIC 9(5).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-AVAIL-QTY            PIC 9(5).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-INV-PRICE            PIC 999V99.
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-PO-PRICE             PIC 999V99.
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-REASON               PIC X(20).
           05  FILLER                  PIC X    VALUE SPACE.
           05  HL-OPERATOR             PIC XXX.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  DL-HOLD-DISPLAY.
           05  DL-SLOT                 PIC ZZ9.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-VEND-NUM             PIC 999.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-INVOICE              PIC X(12).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-PO-NUM               PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-PRO-NUM              PIC 999.
           05  DL-INV-QTY              PIC ZZZZ9.
           05  DL-AVAIL-QTY            PIC ZZZZ9.
           05  DL-INV-PRICE            PIC ZZZ9.99.
           05  DL-PO-PRICE             PIC ZZZ9.99.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-REASON               PIC X(20).

       01  DL-AMOUNT                   PIC Z,ZZZ,ZZ9.99.

      *THE OPEN VOUCHERS, READ WHOLE WHEN A PAYMENT HOLD IS SET OR
      *RELEASED AND WRITTEN STRAIGHT BACK.
       01  OV-MAX-VOUCHERS             PIC 9(3) VALUE 500.
       01  OV-VOUCHER-COUNT            PIC 9(3) VALUE 0.
       01  OV-OVERFLOW                 PIC X    VALUE "N".
       01  OV-VOUCHER-TABLE.
           05  OV-IMAGE                PIC X(74) OCCURS 500 TIMES.
       01  OV-SUB                      PIC 9(3).
       01  OV-SLOT                     PIC 9(3).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 970-SIGN-ON
           PERFORM 100-INITIALIZE
           PERFORM 200-MAIN-MENU
               UNTIL WS-DONE = "YES"
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-VENDORS
           IF VT-VENDOR-COUNT = 0
               DISPLAY "VENDMSTR.TXT EMPTY OR MISSING - NO INVOICE "
                   "ENTRY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-TOLERANCES
           PERFORM 130-LOAD-CHART
           PERFORM 140-LOAD-HOLDS
           PERFORM 150-GET-NEXT-VOUCHER
           OPEN INPUT PRODUCT-MASTER-FILE
           IF PM-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

      *A VENDOR WITH NO TERMS KEYED YET PAYS NET 30, NO DISCOUNT.
       110-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER-FILE
           IF VM-FILE-STATUS = "00"
               PERFORM UNTIL VM-FILE-STATUS NOT = "00"
                   READ VENDOR-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VT-VENDOR-COUNT < VT-MAX-VENDORS
                               ADD 1 TO VT-VENDOR-COUNT
                               MOVE VM-VEND-NUM TO
                                   VT-NUM(VT-VENDOR-COUNT)
                               MOVE VM-NAME TO
                                   VT-NAME(VT-VENDOR-COUNT)
                               IF VM-NET-DAYS-X NUMERIC
                                       AND VM-DISC-PCT-X NUMERIC
                                       AND VM-DISC-DAYS-X NUMERIC
                                   MOVE VM-DISC-PCT TO
                                       VT-DISC-PCT(VT-VENDOR-COUNT)
                                   MOVE VM-DISC-DAYS TO
                                       VT-DISC-DAYS(VT-VENDOR-COUNT)
                                   MOVE VM-NET-DAYS TO
                                       VT-NET-DAYS(VT-VENDOR-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       VT-DISC-PCT(VT-VENDOR-COUNT)
                                   MOVE 0 TO
                                       VT-DISC-DAYS(VT-VENDOR-COUNT)
                                   MOVE 30 TO
                                       VT-NET-DAYS(VT-VENDOR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       120-LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF TL-FILE-STATUS = "00"
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TL-PRICE-PCT NUMERIC
                           MOVE TL-PRICE-PCT TO WS-PRICE-TOL-PCT
                       END-IF
                       IF TL-QTY-PCT NUMERIC
                           MOVE TL-QTY-PCT TO WS-QTY-TOL-PCT
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF
           DISPLAY "MATCH TOLERANCE - PRICE " WS-PRICE-TOL-PCT
               "%  QUANTITY " WS-QTY-TOL-PCT "%".

       130-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "RNI"
                                   MOVE GA-ACCOUNT TO GL-ACCT-RNI
                               WHEN "AP"
                                   MOVE GA-ACCOUNT TO GL-ACCT-AP
                               WHEN "PRICEVAR"
                                   MOVE GA-ACCOUNT TO GL-ACCT-PRICEVAR
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       140-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF AH-FILE-STATUS = "00"
               PERFORM UNTIL AH-FILE-STATUS NOT = "00"
                   READ HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HT-COUNT < HT-MAX-ENTRIES
                                   AND AH-RECORD NOT = SPACES
                               ADD 1 TO HT-COUNT
                               MOVE "N" TO HT-DELETED(HT-COUNT)
                               MOVE AH-RECORD TO HT-IMAGE(HT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           DISPLAY "HOLD LIST LOADED - " HT-COUNT " LINES".

      *THE COUNTER FILE HOLDS THE NEXT NUMBER TO ISSUE - MISSING ON
      *THE VERY FIRST SESSION, WHICH STARTS THE SERIES AT 000001.
       150-GET-NEXT-VOUCHER.
           OPEN INPUT VOUCHER-NUMBER-FILE
           IF VN-FILE-STATUS = "00"
               READ VOUCHER-NUMBER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-VOUCHER
                   NOT AT END
                       MOVE VN-RECORD TO WS-NEXT-VOUCHER
               END-READ
               CLOSE VOUCHER-NUMBER-FILE
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  VENDOR INVOICE ENTRY"
           DISPLAY "  1 - ENTER A VENDOR INVOICE"
           DISPLAY "  2 - LIST THE HOLD LIST"
           DISPLAY "  3 - DROP AN INVOICE FROM THE HOLD LIST"
           DISPLAY "  4 - HOLD / RELEASE A VOUCHER FOR PAYMENT"
           DISPLAY "  9 - END SESSION"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *A VOUCHER POSTS TO THE LEDGER - MAINTENANCE AUTHORITY.
               WHEN WS-ENTER-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "AP-VOUCHER" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-ENTER-CHOICE
                   PERFORM 300-ENTER-INVOICE
               WHEN WS-LIST-CHOICE
                   PERFORM 500-LIST-HOLDS
               WHEN WS-REMOVE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "AP-HOLD-DROP" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-REMOVE-CHOICE
                   PERFORM 550-DROP-HOLD
               WHEN WS-PAY-HOLD-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "AP-PAY-HOLD" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-PAY-HOLD-CHOICE
                   PERFORM 600-PAYMENT-HOLD
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       300-ENTER-INVOICE.
           PERFORM 310-INVOICE-HEADER
           IF WS-ENTRY-OK = "Y"
               PERFORM 320-LOAD-PO
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 330-KEY-LINES
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 340-CONTROL-TOTAL
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 350-MATCH-LINES
               IF WS-ALL-MATCHED = "Y"
                   PERFORM 400-ISSUE-VOUCHER
               ELSE
                   PERFORM 450-HOLD-INVOICE
               END-IF
           END-IF.

       310-INVOICE-HEADER.
           MOVE "N" TO WS-ENTRY-OK
           DISPLAY "VENDOR NUMBER: " WITH NO ADVANCING
           ACCEPT WS-VEND-ENTRY
           MOVE 0 TO VT-SLOT
           IF WS-VEND-ENTRY NUMERIC
               PERFORM VARYING VT-SUB FROM 1 BY 1
                       UNTIL VT-SUB > VT-VENDOR-COUNT
                   IF VT-NUM(VT-SUB) = WS-VEND-ENTRY-N
                       MOVE VT-SUB TO VT-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF VT-SLOT = 0
               DISPLAY "VENDOR NOT ON FILE - CANCELLED"
           ELSE
               DISPLAY "VENDOR: " VT-NAME(VT-SLOT)
                   "  TERMS " VT-DISC-PCT(VT-SLOT) "% "
                   VT-DISC-DAYS(VT-SLOT) " NET " VT-NET-DAYS(VT-SLOT)
               DISPLAY "VENDOR'S INVOICE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-INVOICE-ENTRY
               DISPLAY "INVOICE DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-INV-DATE-ENTRY
               DISPLAY "OUR PO NUMBER: " WITH NO ADVANCING
               ACCEPT WS-PO-ENTRY
               IF WS-INVOICE-ENTRY = SPACES
                   DISPLAY "INVOICE NUMBER REQUIRED - CANCELLED"
               ELSE
               IF WS-INV-DATE-ENTRY NOT NUMERIC
                       OR WS-INV-DATE-N > WS-DATE
                   DISPLAY "BAD INVOICE DATE - CANCELLED"
               ELSE
               IF WS-PO-ENTRY NOT NUMERIC OR WS-PO-ENTRY-N = 0
                   DISPLAY "PO NUMBER MUST BE 6 DIGITS - CANCELLED"
               ELSE
                   PERFORM 315-CHECK-DUPLICATE
               END-IF
               END-IF
               END-IF
           END-IF.

      *AN INVOICE ALREADY VOUCHERED CAN'T COME IN AGAIN - THE
      *COMMONEST WAY A VENDOR GETS PAID TWICE IS A SECOND COPY IN THE
      *MAIL.
       315-CHECK-DUPLICATE.
           MOVE "Y" TO WS-ENTRY-OK
           OPEN INPUT MATCH-FILE
           IF AM-FILE-STATUS = "00"
               PERFORM UNTIL AM-FILE-STATUS NOT = "00"
                   READ MATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AM-VEND-NUM = WS-VEND-ENTRY-N
                                   AND AM-INVOICE = WS-INVOICE-ENTRY
                               MOVE "D" TO WS-ENTRY-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCH-FILE
           END-IF
           IF WS-ENTRY-OK = "D"
               DISPLAY "INVOICE ALREADY VOUCHERED - CANCELLED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

      *THE PO'S LINES - RECEIVED ONES OFF THE HISTORY, STILL-OPEN
      *ONES OFF THE OPEN-PO FILE - THEN WHAT EARLIER INVOICES HAVE
      *ALREADY BILLED AGAINST EACH.
       320-LOAD-PO.
           MOVE 0 TO PL-LINE-COUNT
           MOVE "N" TO WS-PO-FOUND
           MOVE 0 TO WS-PO-VENDOR
           OPEN INPUT RECEIVED-PO-FILE
           IF PV-FILE-STATUS = "00"
               PERFORM UNTIL PV-FILE-STATUS NOT = "00"
                   READ RECEIVED-PO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PV-PO-NUM = WS-PO-ENTRY-N
                               MOVE "Y" TO WS-PO-FOUND
                               MOVE PV-VEND-NUM TO WS-PO-VENDOR
                               PERFORM 322-FIND-PO-SLOT-PV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-PO-FILE
           END-IF
      *THE OPEN LINES ARE KEYED BY PO NUMBER FIRST, SO THE PO'S
      *LINES SIT TOGETHER ON THE FILE.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-STATUS = "00"
               MOVE LOW-VALUES TO PO-KEY
               MOVE WS-PO-ENTRY-N TO PO-NUM
               MOVE "N" TO WS-PO-DONE
               START OPEN-PO-FILE KEY IS NOT LESS THAN PO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PO-DONE
               END-START
               PERFORM UNTIL WS-PO-DONE = "Y"
                   READ OPEN-PO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PO-DONE
                       NOT AT END
                           IF PO-NUM = WS-PO-ENTRY-N
                               MOVE "Y" TO WS-PO-FOUND
                               MOVE PO-VEND-NUM TO WS-PO-VENDOR
                               PERFORM 324-FIND-PO-SLOT-PO
                           ELSE
                               MOVE "Y" TO WS-PO-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
           IF WS-PO-FOUND = "N"
               DISPLAY "PO NOT ON FILE - CANCELLED"
               MOVE "N" TO WS-ENTRY-OK
           ELSE
           IF WS-PO-VENDOR NOT = WS-VEND-ENTRY-N
               DISPLAY "PO BELONGS TO VENDOR " WS-PO-VENDOR
                   " - CANCELLED"
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               PERFORM 326-PRIOR-INVOICED
               PERFORM VARYING PL-SUB FROM 1 BY 1
                       UNTIL PL-SUB > PL-LINE-COUNT
                   DISPLAY "  PRODUCT " PL-PRO-NUM(PL-SUB)
                       " ORDERED " PL-ORD-QTY(PL-SUB)
                       " RECEIVED " PL-RCVD-QTY(PL-SUB)
                       " INVOICED " PL-PRIOR-QTY(PL-SUB)
               END-PERFORM
           END-IF
           END-IF.

       322-FIND-PO-SLOT-PV.
           MOVE PV-PRO-NUM TO WS-PRO-ENTRY-N
           PERFORM 328-FIND-PO-SLOT
           IF PL-SLOT > 0
               ADD PV-ORD-QTY TO PL-ORD-QTY(PL-SLOT)
               ADD PV-RCPT-QTY TO PL-RCVD-QTY(PL-SLOT)
               IF PV-UNIT-COST-X NUMERIC AND PV-UNIT-COST > 0
                   MOVE PV-UNIT-COST TO PL-PRICE(PL-SLOT)
               END-IF
           END-IF.

       324-FIND-PO-SLOT-PO.
           MOVE PO-PRO-NUM TO WS-PRO-ENTRY-N
           PERFORM 328-FIND-PO-SLOT
           IF PL-SLOT > 0
               ADD PO-QTY TO PL-ORD-QTY(PL-SLOT)
               IF PO-UNIT-COST-X NUMERIC AND PO-UNIT-COST > 0
                   MOVE PO-UNIT-COST TO PL-PRICE(PL-SLOT)
               END-IF
           END-IF.

      *A NEW PRODUCT ON THE PO OPENS ITS ENTRY PRICED AT THE
      *MASTER'S COST, WHICH THE PO'S OWN PRICE REPLACES WHEN THE PO
      *CARRIES ONE.
       328-FIND-PO-SLOT.
           MOVE 0 TO PL-SLOT
           PERFORM VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-LINE-COUNT
               IF PL-PRO-NUM(PL-SUB) = WS-PRO-ENTRY-N
                   MOVE PL-SUB TO PL-SLOT
               END-IF
           END-PERFORM
           IF PL-SLOT = 0 AND PL-LINE-COUNT < PL-MAX-LINES
               ADD 1 TO PL-LINE-COUNT
               MOVE PL-LINE-COUNT TO PL-SLOT
               MOVE WS-PRO-ENTRY-N TO PL-PRO-NUM(PL-SLOT)
               MOVE 0 TO PL-ORD-QTY(PL-SLOT)
               MOVE 0 TO PL-RCVD-QTY(PL-SLOT)
               MOVE 0 TO PL-PRIOR-QTY(PL-SLOT)
               MOVE 0 TO PL-THIS-QTY(PL-SLOT)
               MOVE 0 TO PL-PRICE(PL-SLOT)
               IF WS-MASTER-OPEN = "Y"
                   MOVE WS-PRO-ENTRY TO PM-ID
                   READ PRODUCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-UNIT-COST-X NUMERIC
                               MOVE PM-UNIT-COST TO PL-PRICE(PL-SLOT)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       326-PRIOR-INVOICED.
           OPEN INPUT MATCH-FILE
           IF AM-FILE-STATUS = "00"
               PERFORM UNTIL AM-FILE-STATUS NOT = "00"
                   READ MATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AM-PO-NUM = WS-PO-ENTRY-N
                               PERFORM VARYING PL-SUB FROM 1 BY 1
                                       UNTIL PL-SUB > PL-LINE-COUNT
                                   IF PL-PRO-NUM(PL-SUB) = AM-PRO-NUM
                                       ADD AM-QTY TO
                                           PL-PRIOR-QTY(PL-SUB)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCH-FILE
           END-IF.

      *THE CLERK KEYS THE INVOICE AS PRINTED - PRODUCT, QUANTITY,
      *UNIT PRICE - UNTIL A BLANK PRODUCT ENDS IT.
       330-KEY-LINES.
           MOVE 0 TO IL-LINE-COUNT
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE "N" TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               DISPLAY "LINE " IL-LINE-COUNT
                   " - PRODUCT (BLANK ENDS): " WITH NO ADVANCING
               MOVE SPACES TO WS-PRO-ENTRY
               ACCEPT WS-PRO-ENTRY
               IF WS-PRO-ENTRY = SPACES
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
               IF WS-PRO-ENTRY NOT NUMERIC
                   DISPLAY "PRODUCT MUST BE 3 DIGITS - LINE SKIPPED"
               ELSE
                   DISPLAY "QUANTITY BILLED (5 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT WS-QTY-ENTRY
                   DISPLAY "UNIT PRICE 999V99: " WITH NO ADVANCING
                   ACCEPT WS-PRICE-ENTRY
                   IF WS-QTY-ENTRY NOT NUMERIC OR WS-QTY-ENTRY-N = 0
                       DISPLAY "BAD QUANTITY - LINE SKIPPED"
                   ELSE
                   IF WS-PRICE-ENTRY NOT NUMERIC
                       DISPLAY "BAD PRICE - LINE SKIPPED"
                   ELSE
                       ADD 1 TO IL-LINE-COUNT
                       MOVE WS-PRO-ENTRY-N TO IL-PRO-NUM(IL-LINE-COUNT)
                       MOVE WS-QTY-ENTRY-N TO IL-QTY(IL-LINE-COUNT)
                       MOVE WS-PRICE-ENTRY-N TO
                           IL-PRICE(IL-LINE-COUNT)
                       COMPUTE WS-INVOICE-TOTAL = WS-INVOICE-TOTAL
                           + WS-QTY-ENTRY-N * WS-PRICE-ENTRY-N
                       IF IL-LINE-COUNT >= IL-MAX-LINES
                           DISPLAY "LINE LIMIT REACHED"
                           MOVE "Y" TO WS-LINES-DONE
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF IL-LINE-COUNT = 0
               DISPLAY "NO LINES KEYED - CANCELLED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

      *THE TOTAL OFF THE PAPER MUST FOOT TO THE LINES AS KEYED - A
      *MISKEY IS THE CLERK'S TO FIX, NOT PURCHASING'S.
       340-CONTROL-TOTAL.
           MOVE WS-INVOICE-TOTAL TO DL-AMOUNT
           DISPLAY "LINES TOTAL " DL-AMOUNT
           DISPLAY "INVOICE TOTAL AS PRINTED 9(7)V99: "
               WITH NO ADVANCING
           ACCEPT WS-TOTAL-ENTRY
           IF WS-TOTAL-ENTRY NOT NUMERIC
                   OR WS-TOTAL-ENTRY-N NOT = WS-INVOICE-TOTAL
               DISPLAY "INVOICE DOES NOT FOOT - CANCELLED, RE-KEY IT"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

      *EVERY LINE AGAINST ITS PO LINE: THE PRODUCT MUST BE ON THE
      *PO, THE QUANTITY MUST BE RECEIVED AND NOT ALREADY BILLED, AND
      *THE PRICE MUST BE THE PO'S - EACH WITHIN TOLERANCE.
       350-MATCH-LINES.
           MOVE "Y" TO WS-ALL-MATCHED
           PERFORM VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-LINE-COUNT
               MOVE 0 TO PL-THIS-QTY(PL-SUB)
           END-PERFORM
           PERFORM VARYING IL-SUB FROM 1 BY 1
                   UNTIL IL-SUB > IL-LINE-COUNT
               MOVE SPACES TO IL-REASON(IL-SUB)
               MOVE 0 TO IL-PO-PRICE(IL-SUB)
               MOVE 0 TO IL-AVAIL-QTY(IL-SUB)
               MOVE 0 TO PL-SLOT
               PERFORM VARYING PL-SUB FROM 1 BY 1
                       UNTIL PL-SUB > PL-LINE-COUNT
                   IF PL-PRO-NUM(PL-SUB) = IL-PRO-NUM(IL-SUB)
                       MOVE PL-SUB TO PL-SLOT
                   END-IF
               END-PERFORM
               IF PL-SLOT = 0
                   MOVE "PRODUCT NOT ON PO" TO IL-REASON(IL-SUB)
               ELSE
                   PERFORM 355-MATCH-ONE-LINE
               END-IF
               IF IL-REASON(IL-SUB) NOT = SPACES
                   MOVE "N" TO WS-ALL-MATCHED
                   DISPLAY "  PRODUCT " IL-PRO-NUM(IL-SUB) " - "
                       IL-REASON(IL-SUB)
               END-IF
           END-PERFORM.

       355-MATCH-ONE-LINE.
           MOVE PL-PRICE(PL-SLOT) TO IL-PO-PRICE(IL-SUB)
           COMPUTE WS-AVAILABLE = PL-RCVD-QTY(PL-SLOT)
               - PL-PRIOR-QTY(PL-SLOT) - PL-THIS-QTY(PL-SLOT)
           IF WS-AVAILABLE > 0
               MOVE WS-AVAILABLE TO IL-AVAIL-QTY(IL-SUB)
           END-IF
           COMPUTE WS-QTY-ALLOWED =
               WS-AVAILABLE + WS-AVAILABLE * WS-QTY-TOL-PCT / 100
           ADD IL-QTY(IL-SUB) TO PL-THIS-QTY(PL-SLOT)
           COMPUTE WS-PRICE-DIFF =
               IL-PRICE(IL-SUB) - PL-PRICE(PL-SLOT)
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF
           COMPUTE WS-PRICE-ALLOWED =
               PL-PRICE(PL-SLOT) * WS-PRICE-TOL-PCT / 100
           IF PL-RCVD-QTY(PL-SLOT) = 0
               MOVE "NOTHING RECEIVED" TO IL-REASON(IL-SUB)
           ELSE
           IF IL-QTY(IL-SUB) > WS-QTY-ALLOWED
               MOVE "QTY OVER RECEIVED" TO IL-REASON(IL-SUB)
           ELSE
           IF PL-PRICE(PL-SLOT) = 0
               MOVE "NO PRICE ON PO" TO IL-REASON(IL-SUB)
           ELSE
           IF WS-PRICE-DIFF > WS-PRICE-ALLOWED
               MOVE "PRICE OFF PO" TO IL-REASON(IL-SUB)
           END-IF
           END-IF
           END-IF
           END-IF.

      *THE VOUCHER, ITS MATCH LINES, AND ITS JOURNAL, THEN THE
      *COUNTER - WRITTEN AS EACH VOUCHER IS ISSUED SO A SESSION
      *THAT DIES CAN'T REISSUE A NUMBER.
       400-ISSUE-VOUCHER.
           DISPLAY "ALL LINES MATCH - ISSUE THE VOUCHER (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = "Y"
               DISPLAY "VOUCHER ABANDONED"
           ELSE
               MOVE 0 TO WS-PO-VALUE
               OPEN EXTEND MATCH-FILE
               IF AM-FILE-STATUS NOT = "00"
                   OPEN OUTPUT MATCH-FILE
               END-IF
               PERFORM VARYING IL-SUB FROM 1 BY 1
                       UNTIL IL-SUB > IL-LINE-COUNT
                   MOVE WS-VEND-ENTRY-N TO AM-VEND-NUM
                   MOVE WS-INVOICE-ENTRY TO AM-INVOICE
                   MOVE WS-NEXT-VOUCHER TO AM-VOUCHER
                   MOVE WS-PO-ENTRY-N TO AM-PO-NUM
                   MOVE IL-PRO-NUM(IL-SUB) TO AM-PRO-NUM
                   MOVE IL-QTY(IL-SUB) TO AM-QTY
                   MOVE IL-PRICE(IL-SUB) TO AM-INV-PRICE
                   MOVE IL-PO-PRICE(IL-SUB) TO AM-PO-PRICE
                   MOVE WS-DATE TO AM-DATE
                   WRITE AM-RECORD
                   COMPUTE WS-PO-VALUE = WS-PO-VALUE
                       + IL-QTY(IL-SUB) * IL-PO-PRICE(IL-SUB)
               END-PERFORM
               CLOSE MATCH-FILE
               OPEN EXTEND VOUCHER-FILE
               IF AV-FILE-STATUS NOT = "00"
                   OPEN OUTPUT VOUCHER-FILE
               END-IF
               MOVE SPACES TO AV-RECORD
               MOVE WS-NEXT-VOUCHER TO AV-VOUCHER
               MOVE WS-VEND-ENTRY-N TO AV-VEND-NUM
               MOVE WS-INVOICE-ENTRY TO AV-INVOICE
               MOVE WS-INV-DATE-N TO AV-INV-DATE
               MOVE WS-PO-ENTRY-N TO AV-PO-NUM
               MOVE WS-INVOICE-TOTAL TO AV-AMOUNT
               MOVE VT-DISC-PCT(VT-SLOT) TO AV-DISC-PCT
               MOVE VT-DISC-DAYS(VT-SLOT) TO AV-DISC-DAYS
               MOVE VT-NET-DAYS(VT-SLOT) TO AV-NET-DAYS
               MOVE WS-DATE TO AV-ENTRY-DATE
               MOVE OA-OPERATOR-ID TO AV-OPERATOR
               MOVE "O" TO AV-STATUS
               WRITE AV-RECORD
               CLOSE VOUCHER-FILE
               PERFORM 420-VOUCHER-JOURNAL
               PERFORM 460-CLEAR-HOLDS
               DISPLAY "VOUCHER " WS-NEXT-VOUCHER " ISSUED"
               ADD 1 TO WS-VOUCHERS-ISSUED
               ADD 1 TO WS-NEXT-VOUCHER
               OPEN OUTPUT VOUCHER-NUMBER-FILE
               MOVE WS-NEXT-VOUCHER TO VN-RECORD
               WRITE VN-RECORD
               CLOSE VOUCHER-NUMBER-FILE
           END-IF.

      *THE RECEIPT WENT INTO INVENTORY AGAINST RECEIVED-NOT-
      *INVOICED AT THE PO PRICE; THE INVOICE RELIEVES IT AT THAT
      *PRICE, THE DIFFERENCE THE TOLERANCE ALLOWED GOES TO PRICE
      *VARIANCE, AND THE VENDOR IS OWED WHAT HE BILLED.
       420-VOUCHER-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-PO-VALUE NOT = 0
               MOVE WS-PO-VALUE TO GL-AMOUNT
               MOVE GL-ACCT-RNI TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "RCVD NOT INVOICED" TO GL-DESC-HOLD
               PERFORM 430-WRITE-JOURNAL-LINE
           END-IF
           COMPUTE WS-VARIANCE = WS-INVOICE-TOTAL - WS-PO-VALUE
           IF WS-VARIANCE > 0
               MOVE WS-VARIANCE TO GL-AMOUNT
               MOVE "D" TO GL-SIDE
           ELSE
               COMPUTE GL-AMOUNT = 0 - WS-VARIANCE
               MOVE "C" TO GL-SIDE
           END-IF
           IF WS-VARIANCE NOT = 0
               MOVE GL-ACCT-PRICEVAR TO GL-ACCOUNT-HOLD
               MOVE "PURCH PRICE VARIANCE" TO GL-DESC-HOLD
               PERFORM 430-WRITE-JOURNAL-LINE
           END-IF
           MOVE WS-INVOICE-TOTAL TO GL-AMOUNT
           MOVE GL-ACCT-AP TO GL-ACCOUNT-HOLD
           MOVE "C" TO GL-SIDE
           MOVE SPACES TO GL-DESC-HOLD
           STRING "AP VOUCHER " WS-NEXT-VOUCHER
               DELIMITED BY SIZE INTO GL-DESC-HOLD
           PERFORM 430-WRITE-JOURNAL-LINE
           CLOSE GL-JOURNAL-FILE.

       430-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE WS-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

      *THE INVOICE'S EARLIER HOLD LINES, IF IT WAS HELD BEFORE, GIVE
      *WAY TO TONIGHT'S - ONE LINE PER LINE THAT FAILED.
       450-HOLD-INVOICE.
           PERFORM 460-CLEAR-HOLDS
           PERFORM VARYING IL-SUB FROM 1 BY 1
                   UNTIL IL-SUB > IL-LINE-COUNT
               IF IL-REASON(IL-SUB) NOT = SPACES
                   IF HT-COUNT < HT-MAX-ENTRIES
                       MOVE WS-DATE TO HL-DATE
                       MOVE WS-VEND-ENTRY-N TO HL-VEND-NUM
                       MOVE WS-INVOICE-ENTRY TO HL-INVOICE
                       MOVE WS-PO-ENTRY-N TO HL-PO-NUM
                       MOVE IL-PRO-NUM(IL-SUB) TO HL-PRO-NUM
                       MOVE IL-QTY(IL-SUB) TO HL-INV-QTY
                       MOVE IL-AVAIL-QTY(IL-SUB) TO HL-AVAIL-QTY
                       MOVE IL-PRICE(IL-SUB) TO HL-INV-PRICE
                       MOVE IL-PO-PRICE(IL-SUB) TO HL-PO-PRICE
                       MOVE IL-REASON(IL-SUB) TO HL-REASON
                       MOVE OA-OPERATOR-ID TO HL-OPERATOR
                       ADD 1 TO HT-COUNT
                       MOVE "N" TO HT-DELETED(HT-COUNT)
                       MOVE HL-HOLD-LINE TO HT-IMAGE(HT-COUNT)
                       MOVE "Y" TO WS-HOLDS-CHANGED
                   ELSE
                       DISPLAY "HOLD LIST FULL - PRODUCT "
                           IL-PRO-NUM(IL-SUB) " NOT LISTED"
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-INVOICES-HELD
           DISPLAY "INVOICE HELD FOR PURCHASING - NOT VOUCHERED".

       460-CLEAR-HOLDS.
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-COUNT
               MOVE HT-IMAGE(HT-SUB) TO HL-HOLD-LINE
               IF HT-DELETED(HT-SUB) = "N"
                       AND HL-VEND-NUM = WS-VEND-ENTRY-N
                       AND HL-INVOICE = WS-INVOICE-ENTRY
                   MOVE "Y" TO HT-DELETED(HT-SUB)
                   MOVE "Y" TO WS-HOLDS-CHANGED
               END-IF
           END-PERFORM.

       500-LIST-HOLDS.
           DISPLAY "LN# VND INVOICE      PO     PRD  QTY AVAIL "
               "  PRICE  PO PRC REASON"
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-COUNT
               IF HT-DELETED(HT-SUB) = "N"
                   MOVE HT-IMAGE(HT-SUB) TO HL-HOLD-LINE
                   MOVE HT-SUB TO DL-SLOT
                   MOVE HL-VEND-NUM TO DL-VEND-NUM
                   MOVE HL-INVOICE TO DL-INVOICE
                   MOVE HL-PO-NUM TO DL-PO-NUM
                   MOVE HL-PRO-NUM TO DL-PRO-NUM
                   MOVE HL-INV-QTY TO DL-INV-QTY
                   MOVE HL-AVAIL-QTY TO DL-AVAIL-QTY
                   MOVE HL-INV-PRICE TO DL-INV-PRICE
                   MOVE HL-PO-PRICE TO DL-PO-PRICE
                   MOVE HL-REASON TO DL-REASON
                   DISPLAY DL-HOLD-DISPLAY
               END-IF
           END-PERFORM.

      *AN INVOICE THE VENDOR WITHDRAWS OR CREDITS COMES OFF THE LIST
      *WHOLE - EVERY LINE OF IT.
       550-DROP-HOLD.
           DISPLAY "ENTER LINE NUMBER FROM THE LIST (000 CANCELS): "
               WITH NO ADVANCING
           ACCEPT WS-SLOT-ENTRY
           IF WS-SLOT-ENTRY NUMERIC AND WS-SLOT-ENTRY-N > 0
                   AND WS-SLOT-ENTRY-N <= HT-COUNT
               IF HT-DELETED(WS-SLOT-ENTRY-N) = "Y"
                   DISPLAY "ALREADY DROPPED"
               ELSE
                   MOVE HT-IMAGE(WS-SLOT-ENTRY-N) TO HL-HOLD-LINE
                   DISPLAY "DROP INVOICE " HL-INVOICE " OF VENDOR "
                       HL-VEND-NUM " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                       MOVE HL-VEND-NUM TO WS-VEND-ENTRY-N
                       MOVE HL-INVOICE TO WS-INVOICE-ENTRY
                       PERFORM 460-CLEAR-HOLDS
                       DISPLAY "DROPPED"
                   ELSE
                       DISPLAY "LEFT AS IS"
                   END-IF
               END-IF
           END-IF.

      *FLIPS THE PAYMENT HOLD ON ONE OPEN VOUCHER. A FILE TOO BIG TO
      *HOLD IS LEFT ALONE RATHER THAN REWRITTEN SHORT.
       600-PAYMENT-HOLD.
           DISPLAY "VOUCHER NUMBER: " WITH NO ADVANCING
           ACCEPT WS-VOUCHER-ENTRY
           IF WS-VOUCHER-ENTRY NOT NUMERIC
               DISPLAY "VOUCHER NUMBER MUST BE 6 DIGITS"
           ELSE
               MOVE 0 TO OV-VOUCHER-COUNT
               MOVE 0 TO OV-SLOT
               MOVE "N" TO OV-OVERFLOW
               OPEN INPUT VOUCHER-FILE
               IF AV-FILE-STATUS = "00"
                   PERFORM UNTIL AV-FILE-STATUS NOT = "00"
                       READ VOUCHER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF OV-VOUCHER-COUNT < OV-MAX-VOUCHERS
                                   ADD 1 TO OV-VOUCHER-COUNT
                                   MOVE AV-RECORD TO
                                       OV-IMAGE(OV-VOUCHER-COUNT)
                                   IF AV-VOUCHER = WS-VOUCHER-ENTRY-N
                                       MOVE OV-VOUCHER-COUNT TO
                                           OV-SLOT
                                   END-IF
                               ELSE
                                   MOVE "Y" TO OV-OVERFLOW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOUCHER-FILE
               END-IF
               IF OV-OVERFLOW = "Y"
                   DISPLAY "APOPEN.TXT TOO LARGE - NOT CHANGED"
               ELSE
               IF OV-SLOT = 0
                   DISPLAY "VOUCHER NOT OPEN - ALREADY PAID OR NEVER "
                       "ISSUED"
               ELSE
                   PERFORM 610-TOGGLE-PAYMENT-HOLD
               END-IF
               END-IF
           END-IF.

       610-TOGGLE-PAYMENT-HOLD.
           MOVE OV-IMAGE(OV-SLOT) TO AV-RECORD
           MOVE AV-AMOUNT TO DL-AMOUNT
           DISPLAY "VENDOR " AV-VEND-NUM " INVOICE " AV-INVOICE
               " AMOUNT " DL-AMOUNT
           IF AV-HOLD = "H"
               DISPLAY "ON PAYMENT HOLD - RELEASE IT (Y/N)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "PUT ON PAYMENT HOLD (Y/N)? " WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = "Y"
               DISPLAY "LEFT AS IS"
           ELSE
               IF AV-HOLD = "H"
                   MOVE SPACE TO AV-HOLD
               ELSE
                   MOVE "H" TO AV-HOLD
               END-IF
               MOVE AV-RECORD TO OV-IMAGE(OV-SLOT)
               OPEN OUTPUT VOUCHER-FILE
               PERFORM VARYING OV-SUB FROM 1 BY 1
                       UNTIL OV-SUB > OV-VOUCHER-COUNT
                   MOVE OV-IMAGE(OV-SUB) TO AV-RECORD
                   WRITE AV-RECORD
               END-PERFORM
               CLOSE VOUCHER-FILE
               MOVE OV-IMAGE(OV-SLOT) TO AV-RECORD
               IF AV-HOLD = "H"
                   DISPLAY "VOUCHER HELD - APPAY WILL NOT PAY IT"
               ELSE
                   DISPLAY "VOUCHER RELEASED FOR PAYMENT"
               END-IF
           END-IF.

      *THE HOLD LIST IS ONLY REWRITTEN WHEN SOMETHING CHANGED, SO A
      *LOOK-ONLY SESSION CAN'T DISTURB IT.
       900-TERMINATE.
           IF WS-HOLDS-CHANGED = "Y"
               MOVE 0 TO HT-LIVE-COUNT
               OPEN OUTPUT HOLD-FILE
               PERFORM VARYING HT-SUB FROM 1 BY 1
                       UNTIL HT-SUB > HT-COUNT
                   IF HT-DELETED(HT-SUB) = "N"
                       ADD 1 TO HT-LIVE-COUNT
                       MOVE HT-IMAGE(HT-SUB) TO AH-RECORD
                       WRITE AH-RECORD
                   END-IF
               END-PERFORM
               CLOSE HOLD-FILE
               DISPLAY "APHOLD.TXT SAVED - " HT-LIVE-COUNT " LINES"
           END-IF
           IF WS-MASTER-OPEN = "Y"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           DISPLAY "VOUCHERS ISSUED: " WS-VOUCHERS-ISSUED
               "  INVOICES HELD: " WS-INVOICES-HELD
               "  NEXT VOUCHER: " WS-NEXT-VOUCHER.

       COPY OPERAUTP.
