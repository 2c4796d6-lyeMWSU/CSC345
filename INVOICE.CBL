      *            WRITES (P7INVDTL.TXT) BY CUSTOMER, ASSIGNS EACH
      *            CUSTOMER A SEQUENTIAL INVOICE NUMBER FROM THE
      *            DURABLE COUNTER (INVNUM.TXT), AND PRINTS ONE
      *            INVOICE PER CUSTOMER SHIPMENT (P7INVCE.TXT) WITH LINE
      *            ITEMS AND THE GROSS/DISCOUNT/TAX/NET MATH THE
      *            TRANSACTION RUN ALREADY DID - PLUS THE INVOICE
      *            REGISTER (P7INVREG.TXT) LISTING EVERY NUMBER
           SELECT REGISTER-FILE
           ASSIGN USING WS-INVREG-NAME.

      *THE EDI ORDER REGISTER EDIIN.CBL KEEPS - A PARTNER'S ORDER
      *INVOICES ON ITS OWN AND SHOWS THE CUSTOMER'S PO FROM HERE.
           SELECT EDI-ORDER-FILE
           ASSIGN USING WS-EDIORDS-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EO-FILE-STATUS.

      *TRADING PARTNERS THAT TAKE THEIR INVOICES ELECTRONICALLY -
      *EDIPART.TXT COLS 36-47 NAME THE FILE. EVERY INVOICE TO THE
      *PARTNER'S CUSTOMER ALSO GOES IN IT, WITH THE CUSTOMER'S OWN
      *ITEM NUMBERS FROM EDIXREF.TXT, AND EACH FILE IS LOGGED ON THE
      *TRANSMISSION LOG (SEE EDISENT.CPY).
           SELECT PARTNER-FILE
           ASSIGN TO "EDIPART.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PT-FILE-STATUS.

           SELECT XREF-FILE
           ASSIGN TO "EDIXREF.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS XR-FILE-STATUS.

           SELECT EDI-INVOICE-FILE
           ASSIGN USING WS-EDIINV-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EI-FILE-STATUS.

           SELECT EDI-SENT-FILE
           ASSIGN USING ES-SENT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ES-FILE-STATUS.

      *FREIGHT RATES KEYED BY DESTINATION STATE AND INVOICE-VALUE
      *BAND - STATE IN COLS 1-2 ("**" IS THE ANY-STATE FALLBACK),
      *BAND FLOOR IN WHOLE DOLLARS COLS 3-8, FREIGHT CHARGE COLS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FR-FILE-STATUS.

      *FREIGHT BY SHIPPING WEIGHT, THE OPTION ALONGSIDE THE VALUE
      *BANDS ABOVE - STATE IN COLS 1-2 ("**" IS THE ANY-STATE
      *FALLBACK), BAND FLOOR IN WHOLE POUNDS COLS 3-7, FREIGHT
      *CHARGE COLS 8-13 (9(4)V99). A STATE WITH WEIGHT BANDS BILLS
      *BY WEIGHT; ONE WITHOUT (OR AN INVOICE WITH NOTHING WEIGHED ON
      *IT) BILLS THE FLAT RATE FROM FREIGHT.TXT AS BEFORE.
           SELECT FREIGHT-WEIGHT-FILE
           ASSIGN TO "FRTWGHT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FW-FILE-STATUS.

      *THE PRODUCT MASTER - READ ONLY, FOR EACH LINE'S SHIPPING
      *WEIGHT PER UNIT.
           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MR-FILE-STATUS.

      *THE CUSTOMER MASTER - ONLY CU-STATE MATTERS HERE, FOR THE
      *FREIGHT LOOKUP. CASH SALES HAVE NO STATE AND PAY NO FREIGHT.
           SELECT CUSTOMER-FILE
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *A SHIPMENT TO ONE OF THE CUSTOMER'S BRANCHES IS FREIGHTED TO
      *THE BRANCH'S STATE AND SHOWS WHERE IT WENT. THE BILL, THE
      *OPEN ITEM AND THE STATEMENT STAY ON THE MAIN ACCOUNT.
           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS ST-FILE-STATUS.

      *EVERY INVOICE ISSUED TO A REAL CUSTOMER ALSO LANDS ON THE
      *OPEN-ITEM AR FILE THE MOMENT IT PRINTS - ARPOST.CBL APPLIES
      *CASH AGAINST IT AND AGES WHAT'S LEFT. CASH SALES (CUSTOMER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

      *THE LOTS EACH BILLED LINE WAS DRAWN FROM (P7LOTDRW.TXT, KEYED
      *BY THE LINE'S SEQUENCE ON THE EXTRACT). EACH DRAW PRINTS
      *UNDER ITS INVOICE LINE AND LANDS ON THE LOT-TRACE HISTORY
      *WITH THE INVOICE NUMBER, WHICH IS WHAT LOTRECAL.CBL SEARCHES
      *WHEN A VENDOR RECALLS A LOT.
           SELECT LOT-DRAW-FILE
           ASSIGN USING WS-LOTDRW-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DW-FILE-STATUS.

           SELECT LOT-TRACE-FILE
           ASSIGN USING WS-LOTTRC-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LH-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" BILLS THE REHEARSAL
      *EXTRACT, ADVANCES A TEST COUNTER, AND FEEDS A TEST AR FILE.
           SELECT RUN-MODE-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE.
       01  IV-RECORD                   PIC X(113).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUS-NUM              PIC 9(5).
           05                          PIC X(95).
           05  SR-SHIP-TO              PIC XXX.
           05                          PIC X(4).
           05  SR-EDI-ORDER            PIC X(6).

       FD  SORTED-EXTRACT-FILE.
       01  SE-RECORD.
           05  SE-CASE-QTY             PIC 999.
           05  SE-CASE-QTY-X REDEFINES SE-CASE-QTY
                                       PIC XXX.
           05  SE-LINE-SEQ             PIC 9(6).
           05  SE-SHIP-TO              PIC XXX.
           05  SE-DROP-SHIP            PIC X.
           05                          PIC XXX.
           05  SE-EDI-ORDER-NUM        PIC X(6).

       FD  INVOICE-NUMBER-FILE.
       01  IN-RECORD                   PIC 9(6).

       FD  EDI-ORDER-FILE.
       01  EO-RECORD.
           05  EO-ORDER-NUM            PIC X(6).
           05  EO-PARTNER-ID           PIC X(6).
           05  EO-CUS-NUM              PIC 9(5).
           05  EO-PO-NUM               PIC X(22).
           05                          PIC X(41).

       FD  PARTNER-FILE.
       01  PT-RECORD.
           05  PT-PARTNER-ID           PIC X(6).
           05  PT-CUS-NUM              PIC 9(5).
           05  PT-CUS-NUM-X REDEFINES PT-CUS-NUM
                                       PIC X(5).
           05                          PIC X(24).
           05  PT-INVOICE-NAME         PIC X(12).
           05                          PIC X(33).

       FD  XREF-FILE.
       01  XR-RECORD.
           05  XR-CUS-NUM              PIC 9(5).
           05  XR-CUS-NUM-X REDEFINES XR-CUS-NUM
                                       PIC X(5).
           05  XR-ITEM                 PIC X(15).
           05  XR-PRO-NUM              PIC 999.
           05  XR-PRO-NUM-X REDEFINES XR-PRO-NUM
                                       PIC XXX.
           05                          PIC X(57).

       FD  EDI-INVOICE-FILE.
       01  EI-RECORD                   PIC X(80).

       FD  EDI-SENT-FILE.
       01  ES-FILE-RECORD              PIC X(80).

       FD  INVOICE-PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

           05  FR-IN-FLOOR             PIC 9(6).
           05  FR-IN-AMOUNT            PIC 9(4)V99.

       FD  FREIGHT-WEIGHT-FILE.
       01  FW-RECORD.
           05  FW-IN-STATE             PIC XX.
           05  FW-IN-FLOOR             PIC 9(5).
           05  FW-IN-AMOUNT            PIC 9(4)V99.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MR-ID                   PIC X(3).
           05                          PIC X(105).
           05  MR-SHIP-WEIGHT          PIC 99.
           05  MR-SHIP-WEIGHT-X REDEFINES MR-SHIP-WEIGHT
                                       PIC XX.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-TAX-EXEMPT           PIC X.
           05                          PIC X(18).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  OPEN-ITEM-FILE.
       01  AO-RECORD.
           05  AO-INVOICE-NUM          PIC 9(6).
           05  AO-STATUS               PIC X.
           05                          PIC X(12).

       FD  LOT-DRAW-FILE.
       01  DW-RECORD.
           05  DW-LINE-SEQ             PIC 9(6).
           05  DW-DATE                 PIC 9(8).
           05  DW-PRO-NUM              PIC 999.
           05  DW-LOT-NUM              PIC X(6).
           05  DW-EXPIRY               PIC 9(8).
           05  DW-QTY                  PIC 999.
           05                          PIC X(6).

       FD  LOT-TRACE-FILE.
       01  LH-RECORD.
           05  LH-DATE                 PIC 9(8).
           05  LH-INVOICE-NUM          PIC 9(6).
           05  LH-CUS-NUM              PIC 9(5).
           05  LH-CUS-NAME             PIC X(25).
           05  LH-PRO-NUM              PIC 999.
           05  LH-LOT-NUM              PIC X(6).
           05  LH-EXPIRY               PIC 9(8).
           05  LH-QTY                  PIC 999.
           05                          PIC X(6).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).


       COPY TESTMODE.

       COPY EDISENT.

       01  WS-FILE-NAMES.
           05  WS-INVDTL-NAME          PIC X(12) VALUE
               "P7INVDTL.TXT".
               "P7INVREG.TXT".
           05  WS-AROPEN-NAME          PIC X(12) VALUE
               "AROPEN.TXT".
           05  WS-LOTDRW-NAME          PIC X(12) VALUE
               "P7LOTDRW.TXT".
           05  WS-LOTTRC-NAME          PIC X(12) VALUE
               "LOTTRACE.TXT".
           05  WS-EDIORDS-NAME         PIC X(12) VALUE
               "EDIORDS.TXT".
           05  WS-EDIINV-NAME          PIC X(12) VALUE SPACES.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  FR-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  DW-FILE-STATUS          PIC XX.
           05  LH-FILE-STATUS          PIC XX.
           05  FW-FILE-STATUS          PIC XX.
           05  MR-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.
           05  EO-FILE-STATUS          PIC XX.
           05  PT-FILE-STATUS          PIC XX.
           05  XR-FILE-STATUS          PIC XX.
           05  EI-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
       01  WS-NEXT-INVOICE             PIC 9(6) VALUE 1.
       01  WS-INVOICES-ISSUED          PIC 9(5) VALUE 0.

      *CONTROL-BREAK FIELDS FOR THE CUSTOMER GROUPING - ONE INVOICE
      *PER CUSTOMER AND SHIP-TO, SINCE EACH GOES OUT AS ITS OWN
      *SHIPMENT AND CARRIES ITS OWN FREIGHT. A TRADING PARTNER'S
      *EDI ORDER INVOICES ON ITS OWN AS WELL, SO THE PARTNER CAN
      *MATCH THE BILL TO ITS PO.
       01  WS-CUR-CUSTOMER             PIC 9(5) VALUE 0.
       01  WS-CUR-SHIP-TO              PIC XXX VALUE SPACES.
       01  WS-CUR-EDI-ORDER            PIC X(6) VALUE SPACES.
       01  WS-CUR-PO-NUM               PIC X(22) VALUE SPACES.
       01  WS-SHIP-TO-OPEN             PIC X VALUE "N".
       01  WS-CUR-CUS-NAME             PIC X(25) VALUE SPACES.
       01  WS-FIRST-RECORD             PIC X VALUE "Y".

      *THE PARTNERS THAT TAKE ELECTRONIC INVOICES, AND THEIR ITEM
      *NUMBERS FOR OUR PRODUCTS. THE EXTRACT IS IN CUSTOMER ORDER, SO
      *A PARTNER'S FILE OPENS AT ITS FIRST INVOICE AND CLOSES AT THE
      *NEXT CUSTOMER'S. A REHEARSAL PUTS EVERY PARTNER'S INVOICES IN
      *ONE TEST FILE.
       01  PT-MAX-PARTNERS             PIC 99 VALUE 20.
       01  PT-PARTNER-COUNT            PIC 99 VALUE 0.
       01  PT-PARTNER-TABLE.
           05  PT-ENTRY OCCURS 20 TIMES.
               10  PT-T-PARTNER-ID     PIC X(6).
               10  PT-T-CUS-NUM        PIC 9(5).
               10  PT-T-INVOICE-NAME   PIC X(12).
       01  PT-SUB                      PIC 99.

       01  XT-MAX-ITEMS                PIC 9(4) VALUE 1000.
       01  XT-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  XT-ITEM-TABLE.
           05  XT-ENTRY OCCURS 1000 TIMES.
               10  XT-CUS-NUM          PIC 9(5).
               10  XT-ITEM             PIC X(15).
               10  XT-PRO-NUM          PIC 999.
       01  XT-SUB                      PIC 9(4).

       01  WS-EDI-SLOT                 PIC 99 VALUE 0.
       01  WS-EDI-OPEN-SLOT            PIC 99 VALUE 0.
       01  WS-EDI-TEST-OPENED          PIC X VALUE "N".
       01  WS-EDI-FILE-TOTALS.
           05  WS-EDI-INVOICES         PIC 9(5) VALUE 0.
           05  WS-EDI-LINES            PIC 9(5) VALUE 0.
           05  WS-EDI-AMOUNT           PIC 9(9)V99 VALUE 0.

      *THE ELECTRONIC INVOICE FILE LAYOUT (TO THE PARTNER):
      *  FILE     "I"  PARTNER 2-7, DATE 8-15, CONTROL NUMBER 16-24
      *  INVOICE  "H"  INVOICE 2-7, DATE 8-15, CUSTOMER 16-20, PO
      *                21-42, OUR EDI ORDER 43-48, SHIP-TO 49-51
      *  LINE     "D"  INVOICE 2-7, PRODUCT 8-10, THEIR ITEM 11-25,
      *                QTY 26-28, GROSS 29-36, DISCOUNT 37-41, TAX
      *                42-49, NET 50-56, DESCRIPTION 57-80
      *  TOTALS   "S"  INVOICE 2-7, GROSS 8-16, DISCOUNT 17-24, TAX
      *                25-33, NET 34-42, FREIGHT 43-48, TOTAL DUE
      *                49-57
      *  TRAILER  "T"  INVOICES 2-6, LINES 7-11, TOTAL DUE 12-24
      *AMOUNTS CARRY TWO IMPLIED DECIMALS.
       01  EF-FILE-HEADER.
           05                          PIC X     VALUE "I".
           05  EF-PARTNER-ID           PIC X(6).
           05  EF-DATE                 PIC 9(8).
           05  EF-CONTROL-NUM          PIC 9(9).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  EH-INVOICE-HEADER.
           05                          PIC X     VALUE "H".
           05  EH-INVOICE-NUM          PIC 9(6).
           05  EH-DATE                 PIC 9(8).
           05  EH-CUS-NUM              PIC 9(5).
           05  EH-PO-NUM               PIC X(22).
           05  EH-EDI-ORDER            PIC X(6).
           05  EH-SHIP-TO              PIC XXX.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  ED-INVOICE-LINE.
           05                          PIC X     VALUE "D".
           05  ED-INVOICE-NUM          PIC 9(6).
           05  ED-PRO-NUM              PIC 999.
           05  ED-ITEM                 PIC X(15).
           05  ED-QTY                  PIC 999.
           05  ED-GROSS                PIC 9(6)V99.
           05  ED-DISCOUNT             PIC 9(3)V99.
           05  ED-TAX                  PIC 9(6)V99.
           05  ED-NET                  PIC 9(5)V99.
           05  ED-PRO-DES              PIC X(24).

       01  EX-INVOICE-TOTALS.
           05                          PIC X     VALUE "S".
           05  EX-INVOICE-NUM          PIC 9(6).
           05  EX-GROSS                PIC 9(7)V99.
           05  EX-DISCOUNT             PIC 9(6)V99.
           05  EX-TAX                  PIC 9(7)V99.
           05  EX-NET                  PIC 9(7)V99.
           05  EX-FREIGHT              PIC 9(4)V99.
           05  EX-TOTAL-DUE            PIC 9(7)V99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  ET-FILE-TRAILER.
           05                          PIC X     VALUE "T".
           05  ET-INVOICES             PIC 9(5).
           05  ET-LINES                PIC 9(5).
           05  ET-TOTAL-DUE            PIC 9(11)V99.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-INVOICE-TOTALS.
           05  WS-INV-GROSS            PIC 9(7)V99 VALUE 0.
           05  WS-INV-DISCOUNT         PIC 9(6)V99 VALUE 0.
           05  WS-INV-NET              PIC 9(7)V99 VALUE 0.
           05  WS-INV-FREIGHT          PIC 9(4)V99 VALUE 0.
           05  WS-INV-TOTAL-DUE        PIC 9(7)V99 VALUE 0.
           05  WS-INV-WEIGHT           PIC 9(7) VALUE 0.

      *THE FREIGHT RATE TABLE AND THE RUN'S FREIGHT TOTAL FOR THE
      *REGISTER RECONCILIATION LINE.
      *TONIGHT'S LOT DRAWS, IN EXTRACT-LINE ORDER.
       01  DT-MAX-DRAWS                PIC 9(4) VALUE 2000.
       01  DT-DRAW-COUNT               PIC 9(4) VALUE 0.
       01  DT-DRAW-TABLE.
           05  DT-ENTRY OCCURS 2000 TIMES.
               10  DT-LINE-SEQ         PIC 9(6).
               10  DT-LOT-NUM          PIC X(6).
               10  DT-EXPIRY           PIC 9(8).
               10  DT-QTY              PIC 999.
       01  DT-SUB                      PIC 9(4).
       01  WS-DT-OVERFLOW              PIC 9(5) VALUE 0.

       01  FB-MAX-BANDS                PIC 99 VALUE 50.
       01  FB-BAND-COUNT               PIC 99 VALUE 0.

               10  FB-AMOUNT           PIC 9(4)V99.

       01  FB-SUB                      PIC 99.

       01  WB-MAX-BANDS                PIC 99 VALUE 50.
       01  WB-BAND-COUNT               PIC 99 VALUE 0.

       01  WB-BAND-TABLE.
           05  WB-ENTRY OCCURS 50 TIMES.
               10  WB-STATE            PIC XX.
               10  WB-FLOOR            PIC 9(5).
               10  WB-AMOUNT           PIC 9(4)V99.

       01  WB-SUB                      PIC 99.
       01  WS-BEST-WEIGHT              PIC S9(6) VALUE -1.
       01  WS-WEIGHT-BILLED            PIC X VALUE "N".
       01  WS-LINE-WEIGHT              PIC 9(7) VALUE 0.
       01  WS-MASTER-OPEN              PIC X VALUE "N".
       01  WS-BEST-FLOOR               PIC S9(7) VALUE -1.
       01  WS-CUST-STATE               PIC XX VALUE SPACES.
       01  WS-FREIGHT-TOTAL            PIC 9(7)V99 VALUE 0.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HL-CUS-NAME             PIC X(25).

       01  HS-SHIP-TO-LINE.
           05                          PIC X(9)  VALUE "SHIP TO ".
           05  HS-CODE                 PIC XXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HS-NAME                 PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HS-ADDRESS              PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HS-STATE                PIC XX.

       01  HP-PO-LINE.
           05                          PIC X(9)  VALUE "YOUR PO ".
           05  HP-PO-NUM               PIC X(22).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE "OUR ORDER ".
           05  HP-ORDER-NUM            PIC X(6).

       01  DL-ITEM-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NET                  PIC $$$,$$9.99.

       01  LL-LOT-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05                          PIC X(4)  VALUE "LOT ".
           05  LL-LOT-NUM              PIC X(6).
           05                          PIC X(6)  VALUE "  EXP ".
           05  LL-EXPIRY               PIC X(8).
           05                          PIC X(6)  VALUE "  QTY ".
           05  LL-QTY                  PIC ZZ9.

       01  DN-DROP-NOTE-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05                          PIC X(35) VALUE
               "SHIPPED DIRECT TO YOU BY THE VENDOR".

       01  FL-FREIGHT-LINE.
           05  FILLER                  PIC X(16) VALUE
               "  FREIGHT       ".
           05  FL-FREIGHT              PIC $$,$$9.99.
           05  FL-WEIGHT-NOTE          PIC X(14).

       01  FN-WEIGHT-NOTE.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FN-WEIGHT               PIC ZZZZZZ9.
           05                          PIC X(4)  VALUE " LBS".

       01  TD-TOTAL-DUE-LINE.
           05  FILLER                  PIC X(16) VALUE
               MOVE "P7INVCET.TXT" TO WS-INVCE-NAME
               MOVE "INVREGT.TXT" TO WS-INVREG-NAME
               MOVE "AROPENT.TXT" TO WS-AROPEN-NAME
               MOVE "LOTDRWT.TXT" TO WS-LOTDRW-NAME
               MOVE "LOTTRCT.TXT" TO WS-LOTTRC-NAME
               MOVE "EDIORDST.TXT" TO WS-EDIORDS-NAME
               MOVE "EDISENTT.TXT" TO ES-SENT-NAME
               DISPLAY "INVOICE - TEST RUN - OUTPUTS REDIRECTED"
           END-IF
           PERFORM 100-INITIALIZE
           SORT SORT-FILE
               ASCENDING KEY SR-CUS-NUM
                             SR-SHIP-TO
                             SR-EDI-ORDER
               USING INVOICE-EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE
           PERFORM 200-PRINT-INVOICES
           CLOSE INVOICE-PRINT-FILE
                 REGISTER-FILE
                 CUSTOMER-FILE
                 LOT-TRACE-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

           MOVE WS-YYYY TO RH-YY
           PERFORM 110-GET-NEXT-INVOICE-NUMBER
           PERFORM 120-LOAD-FREIGHT-RATES
           PERFORM 125-LOAD-WEIGHT-RATES
           PERFORM 140-LOAD-LOT-DRAWS
           PERFORM 150-LOAD-EDI-PARTNERS
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - "
                   "NO FREIGHT BILLED THIS RUN"
           END-IF
           OPEN INPUT SHIP-TO-FILE
           IF ST-FILE-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-OPEN
           ELSE
               DISPLAY "SHIPTO.DAT NOT AVAILABLE - "
                   "FREIGHT BILLED TO THE MAIN ADDRESS"
           END-IF
           OPEN INPUT MASTER-FILE
           IF MR-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "VSAM.TXT NOT AVAILABLE - "
                   "FREIGHT BILLED AT THE FLAT RATE"
           END-IF
           OPEN OUTPUT INVOICE-PRINT-FILE
                       REGISTER-FILE
           OPEN EXTEND LOT-TRACE-FILE
           IF LH-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOT-TRACE-FILE
           END-IF
           WRITE RG-RECORD FROM RH-REGISTER-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO RG-RECORD
               CLOSE FREIGHT-RATE-FILE
           END-IF.

      *NO FILE LEAVES EVERY STATE ON THE FLAT RATE.
       125-LOAD-WEIGHT-RATES.
           OPEN INPUT FREIGHT-WEIGHT-FILE
           IF FW-FILE-STATUS = "00"
               PERFORM UNTIL FW-FILE-STATUS NOT = "00"
                   READ FREIGHT-WEIGHT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WB-BAND-COUNT < WB-MAX-BANDS
                               ADD 1 TO WB-BAND-COUNT
                               MOVE FW-IN-STATE TO
                                   WB-STATE(WB-BAND-COUNT)
                               MOVE FW-IN-FLOOR TO
                                   WB-FLOOR(WB-BAND-COUNT)
                               MOVE FW-IN-AMOUNT TO
                                   WB-AMOUNT(WB-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-WEIGHT-FILE
           END-IF.

      *THE DEEPEST QUALIFYING BAND FOR THE CUSTOMER'S STATE WINS; AN
      *EXACT-STATE BAND OUTRANKS THE "**" ANY-STATE FALLBACK AT THE
      *SAME FLOOR BECAUSE IT'S SCANNED ON ITS OWN PASS FIRST.
      *A WEIGHT BAND, WHERE THE STATE HAS ONE, IS TRIED FIRST.
       130-FIND-FREIGHT.
           MOVE 0 TO WS-INV-FREIGHT
           MOVE -1 TO WS-BEST-FLOOR
           MOVE "N" TO WS-WEIGHT-BILLED
           IF WS-CUST-STATE NOT = SPACES AND WS-INV-WEIGHT > 0
               PERFORM 135-FIND-WEIGHT-FREIGHT
           END-IF
           IF WS-CUST-STATE NOT = SPACES AND WS-WEIGHT-BILLED = "N"
               PERFORM VARYING FB-SUB FROM 1 BY 1
                       UNTIL FB-SUB > FB-BAND-COUNT
                   IF FB-STATE(FB-SUB) = WS-CUST-STATE
               END-IF
           END-IF.

      *SAME RULE AS THE VALUE BANDS, ON POUNDS: THE DEEPEST BAND THE
      *INVOICE'S WEIGHT REACHES, EXACT STATE BEFORE "**".
       135-FIND-WEIGHT-FREIGHT.
           MOVE -1 TO WS-BEST-WEIGHT
           PERFORM VARYING WB-SUB FROM 1 BY 1
                   UNTIL WB-SUB > WB-BAND-COUNT
               IF WB-STATE(WB-SUB) = WS-CUST-STATE
                       AND WS-INV-WEIGHT >= WB-FLOOR(WB-SUB)
                       AND WB-FLOOR(WB-SUB) > WS-BEST-WEIGHT
                   MOVE WB-FLOOR(WB-SUB) TO WS-BEST-WEIGHT
                   MOVE WB-AMOUNT(WB-SUB) TO WS-INV-FREIGHT
               END-IF
           END-PERFORM
           IF WS-BEST-WEIGHT < 0
               PERFORM VARYING WB-SUB FROM 1 BY 1
                       UNTIL WB-SUB > WB-BAND-COUNT
                   IF WB-STATE(WB-SUB) = "**"
                           AND WS-INV-WEIGHT >= WB-FLOOR(WB-SUB)
                           AND WB-FLOOR(WB-SUB) > WS-BEST-WEIGHT
                       MOVE WB-FLOOR(WB-SUB) TO WS-BEST-WEIGHT
                       MOVE WB-AMOUNT(WB-SUB) TO WS-INV-FREIGHT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BEST-WEIGHT >= 0
               MOVE "Y" TO WS-WEIGHT-BILLED
           END-IF.

      *NO FILE MEANS NOTHING BILLED TONIGHT CAME OUT OF A LOT. A
      *NIGHT WITH MORE DRAWS THAN THE TABLE HOLDS BILLS NORMALLY BUT
      *SAYS SO, BECAUSE THE LATER LINES WON'T BE TRACEABLE.
       140-LOAD-LOT-DRAWS.
           OPEN INPUT LOT-DRAW-FILE
           IF DW-FILE-STATUS = "00"
               PERFORM UNTIL DW-FILE-STATUS NOT = "00"
                   READ LOT-DRAW-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DT-DRAW-COUNT < DT-MAX-DRAWS
                               ADD 1 TO DT-DRAW-COUNT
                               MOVE DW-LINE-SEQ TO
                                   DT-LINE-SEQ(DT-DRAW-COUNT)
                               MOVE DW-LOT-NUM TO
                                   DT-LOT-NUM(DT-DRAW-COUNT)
                               MOVE DW-EXPIRY TO
                                   DT-EXPIRY(DT-DRAW-COUNT)
                               MOVE DW-QTY TO
                                   DT-QTY(DT-DRAW-COUNT)
                           ELSE
                               ADD 1 TO WS-DT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-DRAW-FILE
           END-IF
           IF WS-DT-OVERFLOW > 0
               DISPLAY "LOT DRAW TABLE FULL - " WS-DT-OVERFLOW
                   " DRAWS NOT TRACED TO AN INVOICE"
           END-IF.

      *PARTNERS WHO TAKE THEIR INVOICES ELECTRONICALLY HAVE A FILE
      *NAME IN COLS 36-47 OF THEIR EDIPART.TXT ENTRY. THEIR ITEM
      *CROSS-REFERENCE PUTS THEIR OWN ITEM NUMBERS ON THE LINES.
       150-LOAD-EDI-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF PT-FILE-STATUS = "00"
               PERFORM UNTIL PT-FILE-STATUS NOT = "00"
                   READ PARTNER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PT-CUS-NUM-X NUMERIC
                                   AND PT-INVOICE-NAME NOT = SPACES
                                   AND PT-PARTNER-COUNT <
                                       PT-MAX-PARTNERS
                               ADD 1 TO PT-PARTNER-COUNT
                               MOVE PT-PARTNER-ID TO
                                   PT-T-PARTNER-ID(PT-PARTNER-COUNT)
                               MOVE PT-CUS-NUM TO
                                   PT-T-CUS-NUM(PT-PARTNER-COUNT)
                               MOVE PT-INVOICE-NAME TO
                                   PT-T-INVOICE-NAME(PT-PARTNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           IF PT-PARTNER-COUNT > 0
               OPEN INPUT XREF-FILE
               IF XR-FILE-STATUS = "00"
                   PERFORM UNTIL XR-FILE-STATUS NOT = "00"
                       READ XREF-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF XR-CUS-NUM-X NUMERIC
                                       AND XR-PRO-NUM-X NUMERIC
                                       AND XT-ITEM-COUNT < XT-MAX-ITEMS
                                   ADD 1 TO XT-ITEM-COUNT
                                   MOVE XR-CUS-NUM TO
                                       XT-CUS-NUM(XT-ITEM-COUNT)
                                   MOVE XR-ITEM TO
                                       XT-ITEM(XT-ITEM-COUNT)
                                   MOVE XR-PRO-NUM TO
                                       XT-PRO-NUM(XT-ITEM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
               PERFORM 990-EDI-NEXT-CONTROL
           END-IF.

       200-PRINT-INVOICES.
           OPEN INPUT SORTED-EXTRACT-FILE
           MOVE "NO " TO EOD
           IF WS-FIRST-RECORD = "N"
               PERFORM 300-CLOSE-INVOICE
           END-IF
           IF WS-EDI-OPEN-SLOT > 0
               PERFORM 440-EDI-CLOSE-FILE
           END-IF
           CLOSE SORTED-EXTRACT-FILE.

      *CONTROL BREAK ON CUSTOMER NUMBER AND SHIP-TO - A NEW ONE
      *CLOSES THE INVOICE IN PROGRESS AND OPENS THE NEXT ONE.
       210-ONE-DETAIL.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 250-OPEN-INVOICE
           ELSE
               IF SE-CUS-NUM NOT = WS-CUR-CUSTOMER
                       OR SE-SHIP-TO NOT = WS-CUR-SHIP-TO
                       OR SE-EDI-ORDER-NUM NOT = WS-CUR-EDI-ORDER
                   PERFORM 300-CLOSE-INVOICE
                   PERFORM 250-OPEN-INVOICE
               END-IF
           MOVE SE-TAX TO DL-TAX
           MOVE SE-NET TO DL-NET
           WRITE PRINT-RECORD FROM DL-ITEM-LINE AFTER 1
           IF WS-EDI-SLOT > 0
               PERFORM 410-EDI-INVOICE-LINE
           END-IF
      *A DROP-SHIPPED LINE ARRIVED FROM THE VENDOR, NOT IN OUR
      *CARTONS - THE CUSTOMER SHOULD KNOW WHY IT CAME SEPARATELY.
           IF SE-DROP-SHIP = "D"
               WRITE PRINT-RECORD FROM DN-DROP-NOTE-LINE AFTER 1
           END-IF
           PERFORM 220-TRACE-LOTS
           ADD SE-GROSS TO WS-INV-GROSS
           ADD SE-DISCOUNT TO WS-INV-DISCOUNT
           ADD SE-TAX TO WS-INV-TAX
           ADD SE-NET TO WS-INV-NET
      *OUR FREIGHT IS FOR WHAT WE LOADED; THE VENDOR'S CARTONS
      *DON'T ADD WEIGHT TO OUR SHIPMENT.
           IF SE-DROP-SHIP NOT = "D"
               PERFORM 230-WEIGH-LINE
           END-IF.

      *EVERY LOT THE LINE DREW PRINTS UNDER IT AND GOES ON THE
      *TRACE HISTORY AGAINST THIS INVOICE NUMBER.
       220-TRACE-LOTS.
           IF SE-LINE-SEQ NUMERIC AND SE-LINE-SEQ > 0
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-DRAW-COUNT
                   IF DT-LINE-SEQ(DT-SUB) = SE-LINE-SEQ
                       PERFORM 225-WRITE-LOT-TRACE
                   END-IF
               END-PERFORM
           END-IF.

       225-WRITE-LOT-TRACE.
           MOVE DT-LOT-NUM(DT-SUB) TO LL-LOT-NUM
           IF DT-EXPIRY(DT-SUB) > 0
               MOVE DT-EXPIRY(DT-SUB) TO LL-EXPIRY
           ELSE
               MOVE "NONE" TO LL-EXPIRY
           END-IF
           MOVE DT-QTY(DT-SUB) TO LL-QTY
           WRITE PRINT-RECORD FROM LL-LOT-LINE AFTER 1
           MOVE SPACES TO LH-RECORD
           MOVE WS-DATE-NUM TO LH-DATE
           MOVE WS-NEXT-INVOICE TO LH-INVOICE-NUM
           MOVE SE-CUS-NUM TO LH-CUS-NUM
           IF SE-CUS-NUM = 0
               MOVE "CASH SALES" TO LH-CUS-NAME
           ELSE
               MOVE SE-CUS-NAME TO LH-CUS-NAME
           END-IF
           MOVE SE-PRO-NUM TO LH-PRO-NUM
           MOVE DT-LOT-NUM(DT-SUB) TO LH-LOT-NUM
           MOVE DT-EXPIRY(DT-SUB) TO LH-EXPIRY
           MOVE DT-QTY(DT-SUB) TO LH-QTY
           WRITE LH-RECORD.

      *AN UNWEIGHED PRODUCT ADDS NOTHING - AN INVOICE WITH NOTHING
      *WEIGHED ON IT FALLS BACK TO THE FLAT RATE.
       230-WEIGH-LINE.
           IF WS-MASTER-OPEN = "Y" AND WB-BAND-COUNT > 0
               MOVE SE-PRO-NUM TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MR-SHIP-WEIGHT-X NUMERIC
                           COMPUTE WS-LINE-WEIGHT =
                               SE-QTY * MR-SHIP-WEIGHT
                           ADD WS-LINE-WEIGHT TO WS-INV-WEIGHT
                       END-IF
               END-READ
           END-IF.

       250-OPEN-INVOICE.
           MOVE SE-CUS-NUM TO WS-CUR-CUSTOMER
           MOVE SE-SHIP-TO TO WS-CUR-SHIP-TO
           MOVE SE-EDI-ORDER-NUM TO WS-CUR-EDI-ORDER
           MOVE SE-CUS-NAME TO WS-CUR-CUS-NAME
           INITIALIZE WS-INVOICE-TOTALS
           MOVE SPACES TO WS-CUST-STATE
               MOVE SE-CUS-NAME TO HL-CUS-NAME
           END-IF
           WRITE PRINT-RECORD FROM HL-INVOICE-HEADING AFTER PAGE
           IF SE-CUS-NUM > 0 AND SE-SHIP-TO NOT = SPACES
               PERFORM 260-SHIP-TO-ADDRESS
           END-IF
           MOVE SPACES TO WS-CUR-PO-NUM
           IF SE-EDI-ORDER-NUM NOT = SPACES
               PERFORM 270-FIND-EDI-ORDER
           END-IF
           PERFORM 400-EDI-INVOICE-HEADER
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      *THE BRANCH'S STATE REPLACES THE MAIN ADDRESS'S FOR FREIGHT.
      *A CODE THE FILE DOESN'T KNOW (THE TRANSACTION RUN FLAGGED IT)
      *FREIGHTS TO THE MAIN ADDRESS.
       260-SHIP-TO-ADDRESS.
           MOVE SE-SHIP-TO TO HS-CODE
           MOVE SPACES TO HS-NAME
                          HS-ADDRESS
                          HS-STATE
           IF WS-SHIP-TO-OPEN = "Y"
               MOVE SE-CUS-NUM TO ST-CUS-NUM
               MOVE SE-SHIP-TO TO ST-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE "SHIP-TO NOT ON FILE" TO HS-NAME
                   NOT INVALID KEY
                       MOVE ST-NAME TO HS-NAME
                       MOVE ST-ADDRESS TO HS-ADDRESS
                       MOVE ST-STATE TO HS-STATE
                       IF ST-STATE NOT = SPACES
                           MOVE ST-STATE TO WS-CUST-STATE
                       END-IF
               END-READ
           END-IF
           WRITE PRINT-RECORD FROM HS-SHIP-TO-LINE AFTER 1.

      *THE CUSTOMER'S PO FOR AN EDI ORDER. AN ORDER THE REGISTER
      *DOESN'T HAVE STILL INVOICES - UNDER OUR ORDER NUMBER ALONE.
       270-FIND-EDI-ORDER.
           OPEN INPUT EDI-ORDER-FILE
           IF EO-FILE-STATUS = "00"
               PERFORM UNTIL EO-FILE-STATUS NOT = "00"
                   READ EDI-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EO-ORDER-NUM = SE-EDI-ORDER-NUM
                               MOVE EO-PO-NUM TO WS-CUR-PO-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDI-ORDER-FILE
           END-IF
           MOVE WS-CUR-PO-NUM TO HP-PO-NUM
           MOVE SE-EDI-ORDER-NUM TO HP-ORDER-NUM
           WRITE PRINT-RECORD FROM HP-PO-LINE AFTER 1.

      *EVERY NUMBER ISSUED LANDS ON THE REGISTER THE MOMENT THE
      *INVOICE CLOSES, AND ONLY THEN DOES THE COUNTER ADVANCE -
      *THAT'S WHAT KEEPS THE SERIES GAP-FREE.
           WRITE PRINT-RECORD FROM TL-INVOICE-TOTAL AFTER 2
           IF WS-INV-FREIGHT > 0
               MOVE WS-INV-FREIGHT TO FL-FREIGHT
               IF WS-WEIGHT-BILLED = "Y"
                   MOVE WS-INV-WEIGHT TO FN-WEIGHT
                   MOVE FN-WEIGHT-NOTE TO FL-WEIGHT-NOTE
               ELSE
                   MOVE SPACES TO FL-WEIGHT-NOTE
               END-IF
               WRITE PRINT-RECORD FROM FL-FREIGHT-LINE AFTER 1
           END-IF
           MOVE WS-INV-TOTAL-DUE TO TD-TOTAL
           IF WS-CUR-CUSTOMER > 0
               PERFORM 320-WRITE-OPEN-ITEM
           END-IF
           IF WS-EDI-SLOT > 0
               PERFORM 420-EDI-INVOICE-TOTALS
           END-IF
           ADD 1 TO WS-INVOICES-ISSUED
           ADD 1 TO WS-NEXT-INVOICE.

           WRITE AO-RECORD
           CLOSE OPEN-ITEM-FILE.

      *A PARTNER'S CUSTOMER GETS EACH INVOICE IN ITS FILE AS WELL AS
      *ON PAPER. THE FILE OPENS AT THE CUSTOMER'S FIRST INVOICE.
       400-EDI-INVOICE-HEADER.
           MOVE 0 TO WS-EDI-SLOT
           IF SE-CUS-NUM > 0
               PERFORM VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-PARTNER-COUNT
                   IF PT-T-CUS-NUM(PT-SUB) = SE-CUS-NUM
                       MOVE PT-SUB TO WS-EDI-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EDI-OPEN-SLOT > 0
                   AND WS-EDI-OPEN-SLOT NOT = WS-EDI-SLOT
               PERFORM 440-EDI-CLOSE-FILE
           END-IF
           IF WS-EDI-SLOT > 0
               IF WS-EDI-OPEN-SLOT = 0
                   PERFORM 430-EDI-OPEN-FILE
               END-IF
               MOVE WS-NEXT-INVOICE TO EH-INVOICE-NUM
               MOVE WS-DATE-NUM TO EH-DATE
               MOVE SE-CUS-NUM TO EH-CUS-NUM
               MOVE WS-CUR-PO-NUM TO EH-PO-NUM
               MOVE SE-EDI-ORDER-NUM TO EH-EDI-ORDER
               MOVE SE-SHIP-TO TO EH-SHIP-TO
               WRITE EI-RECORD FROM EH-INVOICE-HEADER
           END-IF.

      *THE CUSTOMER'S OWN ITEM NUMBER WHEN THE CROSS-REFERENCE HAS
      *ONE - BLANK FOR A PRODUCT THEY NEVER ORDERED ELECTRONICALLY.
       410-EDI-INVOICE-LINE.
           MOVE WS-NEXT-INVOICE TO ED-INVOICE-NUM
           MOVE SE-PRO-NUM TO ED-PRO-NUM
           MOVE SPACES TO ED-ITEM
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-ITEM-COUNT
               IF XT-CUS-NUM(XT-SUB) = SE-CUS-NUM
                       AND XT-PRO-NUM(XT-SUB) = SE-PRO-NUM
                   MOVE XT-ITEM(XT-SUB) TO ED-ITEM
                   MOVE XT-ITEM-COUNT TO XT-SUB
               END-IF
           END-PERFORM
           MOVE SE-QTY TO ED-QTY
           MOVE SE-GROSS TO ED-GROSS
           MOVE SE-DISCOUNT TO ED-DISCOUNT
           MOVE SE-TAX TO ED-TAX
           MOVE SE-NET TO ED-NET
           MOVE SE-PRO-DES TO ED-PRO-DES
           WRITE EI-RECORD FROM ED-INVOICE-LINE
           ADD 1 TO WS-EDI-LINES.

      *THE SAME FIGURES THE PAPER INVOICE CLOSED ON, FREIGHT AND
      *TOTAL DUE INCLUDED, AND THE INVOICE ON THE TRANSMISSION LOG.
       420-EDI-INVOICE-TOTALS.
           MOVE WS-NEXT-INVOICE TO EX-INVOICE-NUM
           MOVE WS-INV-GROSS TO EX-GROSS
           MOVE WS-INV-DISCOUNT TO EX-DISCOUNT
           MOVE WS-INV-TAX TO EX-TAX
           MOVE WS-INV-NET TO EX-NET
           MOVE WS-INV-FREIGHT TO EX-FREIGHT
           MOVE WS-INV-TOTAL-DUE TO EX-TOTAL-DUE
           WRITE EI-RECORD FROM EX-INVOICE-TOTALS
           ADD 1 TO WS-EDI-INVOICES
           ADD WS-INV-TOTAL-DUE TO WS-EDI-AMOUNT
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "D" TO ES-TYPE
           MOVE PT-T-PARTNER-ID(WS-EDI-SLOT) TO ES-PARTNER-ID
           MOVE EF-CONTROL-NUM TO ES-CONTROL-NUM
           MOVE "INV" TO ES-DOC-TYPE
           MOVE WS-NEXT-INVOICE TO ES-DOC-NUM
           MOVE WS-CUR-PO-NUM TO ES-PO-NUM
           MOVE WS-INV-TOTAL-DUE TO ES-DOC-AMOUNT
           PERFORM 991-EDI-LOG-SENT.

       430-EDI-OPEN-FILE.
           IF TEST-RUN
               MOVE "EDIINVT.TXT" TO WS-EDIINV-NAME
               IF WS-EDI-TEST-OPENED = "Y"
                   OPEN EXTEND EDI-INVOICE-FILE
               ELSE
                   OPEN OUTPUT EDI-INVOICE-FILE
                   MOVE "Y" TO WS-EDI-TEST-OPENED
               END-IF
           ELSE
               MOVE PT-T-INVOICE-NAME(WS-EDI-SLOT) TO WS-EDIINV-NAME
               OPEN OUTPUT EDI-INVOICE-FILE
           END-IF
           MOVE WS-EDI-SLOT TO WS-EDI-OPEN-SLOT
           INITIALIZE WS-EDI-FILE-TOTALS
           MOVE PT-T-PARTNER-ID(WS-EDI-SLOT) TO EF-PARTNER-ID
           MOVE WS-DATE-NUM TO EF-DATE
           MOVE ES-NEXT-CONTROL TO EF-CONTROL-NUM
           ADD 1 TO ES-NEXT-CONTROL
           WRITE EI-RECORD FROM EF-FILE-HEADER.

      *THE TRAILER CARRIES THE FILE'S CONTROL TOTALS, AND THE SAME
      *TOTALS GO ON THE TRANSMISSION LOG AGAINST ITS CONTROL NUMBER.
       440-EDI-CLOSE-FILE.
           MOVE WS-EDI-INVOICES TO ET-INVOICES
           MOVE WS-EDI-LINES TO ET-LINES
           MOVE WS-EDI-AMOUNT TO ET-TOTAL-DUE
           WRITE EI-RECORD FROM ET-FILE-TRAILER
           CLOSE EDI-INVOICE-FILE
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "F" TO ES-TYPE
           MOVE EF-PARTNER-ID TO ES-PARTNER-ID
           MOVE EF-CONTROL-NUM TO ES-CONTROL-NUM
           MOVE "INV" TO ES-DOC-TYPE
           MOVE WS-EDIINV-NAME TO ES-FILE-NAME
           MOVE WS-EDI-INVOICES TO ES-DOC-COUNT
           MOVE WS-EDI-LINES TO ES-LINE-COUNT
           MOVE WS-EDI-AMOUNT TO ES-AMOUNT
           PERFORM 991-EDI-LOG-SENT
           MOVE 0 TO WS-EDI-OPEN-SLOT.

       900-SAVE-COUNTER.
           OPEN OUTPUT INVOICE-NUMBER-FILE
           MOVE WS-NEXT-INVOICE TO IN-RECORD

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="INVOICE"==.

       COPY EDISNTIO REPLACING
           ==ES-PGM-NAME== BY =="INVOICE"==.
