      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   THIRTEEN-WEEK CASH FLOW FORECAST FOR TREASURY.
      *            STARTS FROM THE CASH ACCOUNT ON GLBAL.TXT AS OF
      *            TONIGHT'S PERIOD AND PROJECTS WHAT COMES IN AND
      *            GOES OUT, WEEK BY WEEK (MONDAY THROUGH SUNDAY),
      *            FOR THE THIRTEEN WEEKS FROM THE WEEK HOLDING THE
      *            PROCESSING DATE. IT PRINTS EVERY NIGHT LIKE THE
      *            STORE FORECAST; MONDAY'S COPY IS THE ONE TREASURY
      *            WORKS FROM.
      *
      *            RECEIPTS:
      *              AR - EVERY OPEN BALANCE ON AROPEN.TXT, EXPECTED
      *              WHEN THE CUSTOMER USUALLY PAYS: THE AVERAGE DAYS
      *              FROM INVOICE TO PAYMENT OVER THEIR ITEMS ON
      *              ARPAID.TXT, OR THEIR CU-TERMS DAYS (30 WHEN
      *              UNREADABLE) WITH NO HISTORY YET.
      *              STORES - EACH DAY STILL AHEAD, ALL STORES: THE
      *              SAME DAY LAST YEAR OFF STORHIST.TXT SCALED BY
      *              THE CHAIN'S RECENT TREND, OR THE DAY'S RECENT
      *              AVERAGE WITHOUT ONE - STORFCST'S METHOD.
      *            DISBURSEMENTS:
      *              AP - EVERY VOUCHER ON APOPEN.TXT ON THE DATE
      *              APPAY WILL PAY IT: THE LAST DISCOUNT DAY, NET OF
      *              THE DISCOUNT, WHILE THE DISCOUNT CAN STILL BE
      *              TAKEN, OTHERWISE THE NET DUE DATE. VOUCHERS ON
      *              HOLD ARE LISTED AND LEFT OUT.
      *              OPEN POS - EVERY ORDERED-NOT-RECEIVED LINE ON
      *              POOPEN.DAT AT ITS PO COST, PAID THE VENDOR'S NET
      *              DAYS (VENDMSTR.TXT, 30 WHEN NOT KEYED) AFTER THE
      *              POLEAD.TXT LEAD TIME (14 DAYS WITHOUT ONE).
      *              COMMISSIONS - THE TOTAL ON P8PAYOUT.TXT, PAID ON
      *              EACH COMMISSION PAY DAY INSIDE THE THIRTEEN WEEKS.
      *            ANYTHING ALREADY PAST ITS EXPECTED DATE LANDS IN
      *            THE FIRST WEEK. A WEEK WHOSE ENDING CASH IS BELOW
      *            THE MINIMUM IS FLAGGED AND THE STEP ENDS RC 4.
      *
      *            CASHFCT.TXT LAYOUT (NO FILE - MINIMUM ZERO, SO
      *            ONLY AN OVERDRAWN WEEK FLAGS, PAY DAY THE 15TH):
      *              COLS  1-11  MINIMUM CASH (9(9)V99)
      *              COLS 12-13  COMMISSION PAY DAY OF THE MONTH
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-FILE
           ASSIGN TO "CASHFCT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CF-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN USING WS-GLBAL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
           ASSIGN USING WS-AROPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

      *THE PAID HISTORY - EACH CUSTOMER'S DAYS TO PAY.
           SELECT PAID-FILE
           ASSIGN USING WS-ARPAID-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PA-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT STORE-HISTORY-FILE
           ASSIGN USING WS-STORHST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SH-FILE-STATUS.

           SELECT VOUCHER-FILE
           ASSIGN USING WS-APOPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AV-FILE-STATUS.

           SELECT OPEN-PO-FILE
           ASSIGN USING WS-POOPEN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           ALTERNATE RECORD KEY IS PO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS PO-FILE-STATUS.

           SELECT VENDOR-MASTER-FILE
           ASSIGN TO "VENDMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VM-FILE-STATUS.

           SELECT PO-LEAD-FILE
           ASSIGN TO "POLEAD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LD-FILE-STATUS.

      *THE COMMISSION PAYOUT REPORT P8REPORTS PRINTS - ONLY ITS
      *TOTAL LINE IS READ.
           SELECT PAYOUT-FILE
           ASSIGN TO "P8PAYOUT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PY-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "CASHFCST.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" FORECASTS FROM THE
      *TEST COPIES THE REHEARSAL RUN LEFT.
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - THE FORECAST WEEKS COUNT FROM
      *THE WEEK HOLDING IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CF-RECORD.
           05  CF-MIN-CASH             PIC 9(9)V99.
           05  CF-MIN-CASH-X REDEFINES CF-MIN-CASH
                                       PIC X(11).
           05  CF-PAY-DAY              PIC 99.
           05  CF-PAY-DAY-X REDEFINES CF-PAY-DAY
                                       PIC XX.

       FD  GL-BALANCE-FILE.
       01  GB-RECORD.
           05  GB-ACCOUNT              PIC 9(5).
           05  GB-PERIOD               PIC 9(6).
           05  GB-BEGIN-BAL            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(8).

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  OPEN-ITEM-FILE.
       01  AO-RECORD.
           05  AO-INVOICE-NUM          PIC 9(6).
           05  AO-DATE                 PIC 9(8).
           05  AO-CUS-NUM              PIC 9(5).
           05  AO-AMOUNT               PIC 9(7)V99.
           05  AO-PAID                 PIC 9(7)V99.
           05  AO-STATUS               PIC X.
           05  AO-ITEM-TYPE            PIC X.
           05                          PIC X(11).

       FD  PAID-FILE.
       01  PA-RECORD.
           05  PA-INVOICE-NUM          PIC 9(6).
           05  PA-DATE-PAID            PIC 9(8).
           05  PA-CUS-NUM              PIC 9(5).
           05  PA-AMOUNT               PIC 9(7)V99.
           05  PA-INVOICE-DATE         PIC 9(8).
           05                          PIC X(4).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05                          PIC X(18).

       FD  STORE-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-WEEK-ENDING          PIC 9(8).
           05  SH-STORE                PIC 99.
           05  SH-DOW                  PIC 9.
           05  SH-SALES                PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DEPT                 PIC XX.

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
           05                          PIC X(4).

       FD  VENDOR-MASTER-FILE.
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05  VM-REMIT-STREET         PIC X(25).
           05  VM-REMIT-CITY           PIC X(25).
           05  VM-DISC-PCT             PIC 9V9.
           05  VM-DISC-DAYS            PIC 99.
           05  VM-NET-DAYS             PIC 999.
           05  VM-NET-DAYS-X REDEFINES VM-NET-DAYS
                                       PIC XXX.
           05  VM-TAX-ID               PIC X(10).
           05                          PIC X(3).

       FD  PO-LEAD-FILE.
       01  LD-RECORD                   PIC 9(3).

      *PT-PAYOUT-TOTAL-LINE AS P8REPORTS PRINTS IT.
       FD  PAYOUT-FILE.
       01  PY-RECORD.
           05  PY-LABEL                PIC X(24).
           05  PY-TOTAL-ED             PIC $$$,$$$,$$9.99.
           05                          PIC X(42).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY TESTMODE.

       COPY RUNLOG.

       01  WS-FILE-NAMES.
           05  WS-GLBAL-NAME           PIC X(12) VALUE
               "GLBAL.TXT".
           05  WS-AROPEN-NAME          PIC X(12) VALUE
               "AROPEN.TXT".
           05  WS-ARPAID-NAME          PIC X(12) VALUE
               "ARPAID.TXT".
           05  WS-STORHST-NAME         PIC X(12) VALUE
               "STORHIST.TXT".
           05  WS-APOPEN-NAME          PIC X(12) VALUE
               "APOPEN.TXT".
           05  WS-POOPEN-NAME          PIC X(12) VALUE
               "POOPEN.DAT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  CF-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  PA-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  SH-FILE-STATUS          PIC XX.
           05  AV-FILE-STATUS          PIC XX.
           05  PO-FILE-STATUS          PIC XX.
           05  VM-FILE-STATUS          PIC XX.
           05  LD-FILE-STATUS          PIC XX.
           05  PY-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-PAYOUT-SW            PIC X VALUE "N".
               88  WS-PAYOUT-FOUND     VALUE "Y".
           05  WS-DATE-SW              PIC X.
               88  WS-DATE-OK          VALUE "Y".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  GL-ACCT-CASH                PIC 9(5) VALUE 11100.

      *THE TREASURY SETTINGS OFF CASHFCT.TXT.
       01  WS-MIN-CASH                 PIC 9(9)V99 VALUE 0.
       01  WS-PAY-DAY                  PIC 99 VALUE 15.
       01  WS-PO-LEAD-DAYS             PIC 9(3) VALUE 14.

      *HOW MANY COMPLETED WEEKS THE STORE TREND LOOKS BACK OVER, AND
      *THE LIMITS IT IS HELD TO - THE SAME AS STORFCST.CBL.
       01  WS-TREND-WEEKS              PIC 99 VALUE 8.
       01  WS-TREND-FLOOR              PIC 9V999 VALUE 0.500.
       01  WS-TREND-CEILING            PIC 9V999 VALUE 1.500.

      *ANY YYYYMMDD DATE BROKEN OUT FOR 910-DATE-TO-SERIAL.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL CLASS_EXAMPLE.CBL
      *USES (GOOD FOR 1900-2099), SO A DUE DATE FINDS ITS WEEK BY
      *PLAIN SUBTRACTION.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
           05  WS-CAL-T1               PIC 9(4).
           05  WS-CAL-T2               PIC 9(6).
           05  WS-CAL-T3               PIC 9(4).
           05  WS-CAL-SERIAL           PIC 9(7).
           05  WS-CAL-QUOT             PIC 9(7).
           05  WS-CAL-REM              PIC 9.
           05  WS-CAL-DOW              PIC 9.
           05  WS-LEAP-REM             PIC 9(4).
           05  WS-ADD-DAYS             PIC 9.

       01  DM-DAYS-IN-MONTH-X.
           05                          PIC X(24) VALUE
               "312831303130313130313031".
       01  DM-DAYS-TABLE REDEFINES DM-DAYS-IN-MONTH-X.
           05  DM-DAYS OCCURS 12 TIMES PIC 99.

      *THE WEEK HOLDING THE PROCESSING DATE ENDS ON WS-CUR-WE-SERIAL;
      *THE LAST COMPLETED WEEK ENDS ON WS-LAST-WE-SERIAL (THE SAME
      *DAY WHEN THE PROCESSING DATE IS ITSELF A SUNDAY).
       01  WS-WEEK-CONTROLS.
           05  WS-PROC-SERIAL          PIC 9(7).
           05  WS-PROC-DOW             PIC 9.
           05  WS-CUR-WE-SERIAL        PIC 9(7).
           05  WS-LAST-WE-SERIAL       PIC 9(7).
           05  WS-HORIZON-SERIAL       PIC 9(7).
           05  WS-HIST-SERIAL          PIC 9(7).
           05  WS-DUE-SERIAL           PIC 9(7).
           05  WS-DIFF                 PIC S9(7).
           05  WS-RECENT-LIMIT         PIC 9(4).
           05  WS-BUCKET               PIC 9(5).

      *THE THIRTEEN WEEKS - WEEK-ENDING DATE AND SERIAL, WHAT COMES
      *IN AND GOES OUT, AND THE CASH LEFT AT THE END OF THE WEEK.
       01  FW-FORECAST-WEEKS.
           05  FW-WEEK OCCURS 13 TIMES.
               10  FW-DATE             PIC 9(8).
               10  FW-SERIAL           PIC 9(7).
               10  FW-AR               PIC S9(11)V99.
               10  FW-STORE            PIC S9(11)V99.
               10  FW-AP               PIC S9(11)V99.
               10  FW-PO               PIC S9(11)V99.
               10  FW-COMM             PIC S9(11)V99.
               10  FW-IN               PIC S9(11)V99.
               10  FW-OUT              PIC S9(11)V99.
               10  FW-END-CASH         PIC S9(11)V99.

      *CHAIN-WIDE STORE HISTORY BY DAY OF THE WEEK: LAST YEAR'S
      *VERSION OF EACH FORECAST WEEK, THE RECENT WEEKS (FOR THE
      *FALLBACK), AND THE TREND WINDOW NOW AND A YEAR AGO.
       01  HS-HISTORY-TABLE VALUE ZERO.
           05  HS-LY-WEEK OCCURS 13 TIMES.
               10  HS-LY-SALES OCCURS 7 TIMES
                                       PIC S9(9)V99.
               10  HS-LY-FOUND         PIC 9.
           05  HS-RECENT-DAY OCCURS 7 TIMES
                                       PIC S9(9)V99.
           05  HS-RECENT-SEEN OCCURS 8 TIMES
                                       PIC 9.
           05  HS-RECENT-TOTAL         PIC S9(11)V99.
           05  HS-PRIOR-TOTAL          PIC S9(11)V99.
           05  HS-TREND                PIC 9V999.
           05  HS-RECENT-WEEKS         PIC 9.

      *ONE SLOT PER CUSTOMER - DAYS TO PAY OFF THE PAID HISTORY,
      *AND THE CU-TERMS DAYS, RESOLVED ONCE WHEN FIRST NEEDED.
       01  HB-MAX-CUSTOMERS            PIC 9(4) VALUE 1000.
       01  HB-CUST-COUNT               PIC 9(4) VALUE 0.
       01  HB-OVERFLOW                 PIC 9(5) VALUE 0.

       01  HB-HABIT-TABLE.
           05  HB-ENTRY OCCURS 1000 TIMES.
               10  HB-CUS-NUM          PIC 9(5).
               10  HB-DAYS-TOTAL       PIC 9(9).
               10  HB-PAID-COUNT       PIC 9(5).
               10  HB-TERMS-DAYS       PIC 9(3).
               10  HB-TERMS-SW         PIC X.

       01  HB-SUB                      PIC 9(4).
       01  HB-SLOT                     PIC 9(4).

       01  WS-TERMS-DIGITS             PIC X(3).
       01  WS-TERMS-DIGITS-N REDEFINES WS-TERMS-DIGITS
                                       PIC 9(3).

      *VENDOR NET DAYS FOR THE OPEN PURCHASE ORDERS.
       01  VT-MAX-VENDORS              PIC 9(4) VALUE 500.
       01  VT-VENDOR-COUNT             PIC 9(4) VALUE 0.
       01  VT-OVERFLOW                 PIC 9(5) VALUE 0.

       01  VT-VENDOR-TABLE.
           05  VT-ENTRY OCCURS 500 TIMES.
               10  VT-NUM              PIC 999.
               10  VT-NET-DAYS         PIC 999.

       01  VT-SUB                      PIC 9(4).

       01  WS-SUBS.
           05  WS-WEEK-SUB             PIC 99.
           05  WS-DAY-SUB              PIC 9.
           05  WS-SLOT                 PIC 99.
           05  WS-MONTH-SUB            PIC 9.

       01  WS-FORECAST-WORK.
           05  WS-OPEN-CASH            PIC S9(11)V99 VALUE 0.
           05  WS-GL-PERIOD            PIC 9(6) VALUE 0.
           05  WS-PROC-PERIOD          PIC 9(6).
           05  WS-RUNNING-CASH         PIC S9(11)V99.
           05  WS-AMOUNT               PIC S9(9)V99.
           05  WS-DISCOUNT             PIC 9(7)V99.
           05  WS-DAYS                 PIC 9(5).
           05  WS-NET-DAYS             PIC 999.
           05  WS-DAY-FCST             PIC S9(9)V99.
           05  WS-COMMISSION           PIC 9(9)V99 VALUE 0.
           05  WS-PAY-YYYY             PIC 9(4).
           05  WS-PAY-MM               PIC 99.

      *WHAT THE FORECAST SAW, AND WHAT FELL OUTSIDE IT.
       01  WS-COUNTS.
           05  WS-AR-COUNT             PIC 9(7) VALUE 0.
           05  WS-HABIT-COUNT          PIC 9(7) VALUE 0.
           05  WS-AP-COUNT             PIC 9(7) VALUE 0.
           05  WS-PO-COUNT             PIC 9(7) VALUE 0.
           05  WS-HISTORY-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-HELD-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-LATER-AR             PIC S9(11)V99 VALUE 0.
           05  WS-LATER-AP             PIC S9(11)V99 VALUE 0.
           05  WS-LATER-PO             PIC S9(11)V99 VALUE 0.
           05  WS-LOW-WEEKS            PIC 99 VALUE 0.

       01  TW-TOTALS.
           05  TW-AR                   PIC S9(11)V99.
           05  TW-STORE                PIC S9(11)V99.
           05  TW-IN                   PIC S9(11)V99.
           05  TW-AP                   PIC S9(11)V99.
           05  TW-PO                   PIC S9(11)V99.
           05  TW-COMM                 PIC S9(11)V99.
           05  TW-OUT                  PIC S9(11)V99.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(32) VALUE
               "THIRTEEN-WEEK CASH FLOW FORECAST".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "CASHFCST".

       01  OL-OPENING-LINE.
           05                          PIC X(23) VALUE
               "OPENING CASH - ACCOUNT ".
           05  OL-ACCOUNT              PIC Z(4)9.
           05                          PIC X(8)  VALUE " PERIOD ".
           05  OL-PERIOD               PIC 9(6).
           05                          PIC X(2)  VALUE ": ".
           05  OL-AMOUNT               PIC ---,---,---,--9.99.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(14) VALUE
               "MINIMUM CASH: ".
           05  OL-MIN-CASH             PIC ZZZ,ZZZ,ZZ9.99.

       01  CH-COLUMN-HEADING-1.
           05                          PIC X(12) VALUE "WEEK".
           05                          PIC X(11) VALUE "         AR".
           05                          PIC X(11) VALUE "      STORE".
           05                          PIC X(11) VALUE "      TOTAL".
           05                          PIC X(11) VALUE "         AP".
           05                          PIC X(11) VALUE "       OPEN".
           05                          PIC X(11) VALUE " COMMISSION".
           05                          PIC X(11) VALUE "      TOTAL".
           05                          PIC X(13) VALUE "          NET".
           05                          PIC X(13) VALUE "       ENDING".

       01  CH-COLUMN-HEADING-2.
           05                          PIC X(12) VALUE "ENDING".
           05                          PIC X(11) VALUE "   RECEIPTS".
           05                          PIC X(11) VALUE "      SALES".
           05                          PIC X(11) VALUE "         IN".
           05                          PIC X(11) VALUE "   VOUCHERS".
           05                          PIC X(11) VALUE "        POS".
           05                          PIC X(11) VALUE "    PAYOUTS".
           05                          PIC X(11) VALUE "        OUT".
           05                          PIC X(13) VALUE "       CHANGE".
           05                          PIC X(13) VALUE "         CASH".

      *WHOLE DOLLARS - A FORECAST TO THE PENNY WOULD CLAIM A
      *PRECISION IT DOESN'T HAVE.
       01  DL-DETAIL-LINE.
           05  DL-YYYY                 PIC 9(4).
           05                          PIC X     VALUE "/".
           05  DL-MM                   PIC 99.
           05                          PIC X     VALUE "/".
           05  DL-DD                   PIC 99.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-AR                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-STORE                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-IN                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-AP                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-PO                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-COMM                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-OUT                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-NET                  PIC ---,---,--9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-END-CASH             PIC ---,---,--9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-FLAG                 PIC X(16).

       01  TL-TOTAL-LINE.
           05                          PIC X(12) VALUE "  TOTAL".
           05  TL-AR                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-STORE                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-IN                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-AP                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-PO                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-COMM                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-OUT                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-NET                  PIC ---,---,--9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-END-CASH             PIC ---,---,--9.

      *THE NOTES UNDER THE FORECAST - ONE LABEL, A COUNT, A MONEY
      *FIGURE, EITHER LEFT BLANK WHEN IT DOESN'T APPLY.
       01  NL-NOTE-LINE.
           05  NL-LABEL                PIC X(46).
           05  NL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  NL-AMOUNT               PIC ---,---,---,--9.99.

       01  OV-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  OV-TABLE-NAME           PIC X(14).
           05                          PIC X(12) VALUE
               " OVERFLOW - ".
           05  OV-COUNT                PIC ZZZZ9.
           05                          PIC X(20) VALUE
               " RECORDS DROPPED **".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "GLBALT.TXT" TO WS-GLBAL-NAME
               MOVE "AROPENT.TXT" TO WS-AROPEN-NAME
               MOVE "ARPAIDT.TXT" TO WS-ARPAID-NAME
               MOVE "STORHSTT.TXT" TO WS-STORHST-NAME
               MOVE "APOPENT.TXT" TO WS-APOPEN-NAME
               MOVE "POOPENT.DAT" TO WS-POOPEN-NAME
               DISPLAY "CASHFCST - TEST RUN - FORECAST FROM THE "
                   "TEST FILES"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 150-OPENING-CASH
           PERFORM 200-LOAD-PAY-HABITS
           PERFORM 250-AR-RECEIPTS
           PERFORM 300-STORE-RECEIPTS
           PERFORM 400-AP-VOUCHERS
           PERFORM 450-OPEN-PURCHASE-ORDERS
           PERFORM 500-COMMISSIONS
           PERFORM 600-PRINT-FORECAST
           PERFORM 950-CHECK-OVERFLOWS
           IF CU-FILE-STATUS NOT = "35" AND CU-FILE-STATUS NOT = "30"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

      *THE THIRTEEN WEEKS ARE LAID OUT FROM THE PROCESSING DATE:
      *WALK FORWARD TO THIS WEEK'S SUNDAY, THEN A WEEK AT A TIME.
       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           COMPUTE WS-PROC-PERIOD = PR-PROC-DATE / 100
           PERFORM 110-READ-CONTROLS
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - "
                   "TERMS DEFAULTED THIS RUN"
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-PROC-SERIAL
           MOVE WS-CAL-DOW TO WS-PROC-DOW
           COMPUTE WS-CUR-WE-SERIAL =
               WS-PROC-SERIAL + 7 - WS-CAL-DOW
           IF WS-CAL-DOW = 7
               MOVE WS-PROC-SERIAL TO WS-LAST-WE-SERIAL
           ELSE
               COMPUTE WS-LAST-WE-SERIAL =
                   WS-PROC-SERIAL - WS-CAL-DOW
           END-IF
           COMPUTE WS-HORIZON-SERIAL = WS-CUR-WE-SERIAL + 7 * 12
           COMPUTE WS-RECENT-LIMIT = WS-TREND-WEEKS * 7 - 1
           INITIALIZE FW-FORECAST-WEEKS
           COMPUTE WS-ADD-DAYS = 7 - WS-CAL-DOW
           PERFORM 920-ADD-DAYS-TO-DATE
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               IF WS-WEEK-SUB > 1
                   MOVE 7 TO WS-ADD-DAYS
                   PERFORM 920-ADD-DAYS-TO-DATE
               END-IF
               COMPUTE FW-DATE(WS-WEEK-SUB) =
                   WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + WS-CAL-DD
               COMPUTE FW-SERIAL(WS-WEEK-SUB) =
                   WS-CUR-WE-SERIAL + 7 * (WS-WEEK-SUB - 1)
           END-PERFORM.

      *THE MINIMUM AND THE COMMISSION PAY DAY, AND THE PO LEAD TIME
      *VENDPERF.CBL MEASURES VENDORS AGAINST. ANYTHING MISSING OR
      *UNREADABLE KEEPS ITS DEFAULT.
       110-READ-CONTROLS.
           OPEN INPUT CONTROL-FILE
           IF CF-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CF-MIN-CASH-X NUMERIC
                           MOVE CF-MIN-CASH TO WS-MIN-CASH
                       END-IF
                       IF CF-PAY-DAY-X NUMERIC
                               AND CF-PAY-DAY > 0
                               AND CF-PAY-DAY <= 31
                           MOVE CF-PAY-DAY TO WS-PAY-DAY
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           OPEN INPUT PO-LEAD-FILE
           IF LD-FILE-STATUS = "00"
               READ PO-LEAD-FILE INTO WS-PO-LEAD-DAYS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PO-LEAD-FILE
           END-IF.

      *THE CASH ACCOUNT AS OF TONIGHT'S PERIOD - ITS LATEST RECORD
      *AT OR BEFORE IT, THE SAME FIGURE BANKREC PROVES TO THE BANK.
       150-OPENING-CASH.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GA-KEY = "CASH"
                               MOVE GA-ACCOUNT TO GL-ACCT-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF GB-ACCOUNT = GL-ACCT-CASH
                               AND GB-PERIOD NOT > WS-PROC-PERIOD
                               AND GB-PERIOD > WS-GL-PERIOD
                               MOVE GB-PERIOD TO WS-GL-PERIOD
                               COMPUTE WS-OPEN-CASH = GB-BEGIN-BAL
                                   + GB-DEBITS - GB-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

      *DAYS FROM INVOICE TO PAYMENT FOR EVERY PAID ITEM THAT CARRIES
      *ITS INVOICE DATE, TOTALLED BY CUSTOMER.
       200-LOAD-PAY-HABITS.
           OPEN INPUT PAID-FILE
           IF PA-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PAID-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PA-INVOICE-DATE NUMERIC
                                   AND PA-DATE-PAID NUMERIC
                                   AND PA-CUS-NUM NUMERIC
                               PERFORM 210-ONE-PAID-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF.

       210-ONE-PAID-ITEM.
           MOVE PA-INVOICE-DATE TO WS-DATE-WORK
           PERFORM 900-CHECK-DATE
           IF WS-DATE-OK
               PERFORM 910-DATE-TO-SERIAL
               MOVE WS-CAL-SERIAL TO WS-DUE-SERIAL
               MOVE PA-DATE-PAID TO WS-DATE-WORK
               PERFORM 900-CHECK-DATE
           END-IF
           IF WS-DATE-OK
               PERFORM 910-DATE-TO-SERIAL
               IF WS-CAL-SERIAL >= WS-DUE-SERIAL
                   MOVE PA-CUS-NUM TO CU-NUM
                   PERFORM 220-FIND-CUSTOMER-SLOT
                   IF HB-SLOT > 0
                       COMPUTE HB-DAYS-TOTAL(HB-SLOT) =
                           HB-DAYS-TOTAL(HB-SLOT)
                           + WS-CAL-SERIAL - WS-DUE-SERIAL
                       ADD 1 TO HB-PAID-COUNT(HB-SLOT)
                   END-IF
               END-IF
           END-IF.

      *FINDS (OR ADDS) THE SLOT FOR THE CUSTOMER IN CU-NUM.
       220-FIND-CUSTOMER-SLOT.
           MOVE 0 TO HB-SLOT
           PERFORM VARYING HB-SUB FROM 1 BY 1
                   UNTIL HB-SUB > HB-CUST-COUNT OR HB-SLOT > 0
               IF HB-CUS-NUM(HB-SUB) = CU-NUM
                   MOVE HB-SUB TO HB-SLOT
               END-IF
           END-PERFORM
           IF HB-SLOT = 0
               IF HB-CUST-COUNT < HB-MAX-CUSTOMERS
                   ADD 1 TO HB-CUST-COUNT
                   MOVE HB-CUST-COUNT TO HB-SLOT
                   MOVE CU-NUM TO HB-CUS-NUM(HB-SLOT)
                   MOVE 0 TO HB-DAYS-TOTAL(HB-SLOT)
                   MOVE 0 TO HB-PAID-COUNT(HB-SLOT)
                   MOVE 30 TO HB-TERMS-DAYS(HB-SLOT)
                   MOVE "N" TO HB-TERMS-SW(HB-SLOT)
               ELSE
                   ADD 1 TO HB-OVERFLOW
               END-IF
           END-IF.

      *EVERY OPEN BALANCE, EXPECTED THE CUSTOMER'S AVERAGE DAYS
      *AFTER THE INVOICE DATE - OR THEIR TERMS WITHOUT A HISTORY.
       250-AR-RECEIPTS.
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AO-AMOUNT > AO-PAID
                               PERFORM 260-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       260-ONE-OPEN-ITEM.
           ADD 1 TO WS-AR-COUNT
           COMPUTE WS-AMOUNT = AO-AMOUNT - AO-PAID
           MOVE AO-CUS-NUM TO CU-NUM
           PERFORM 220-FIND-CUSTOMER-SLOT
           MOVE 30 TO WS-DAYS
           IF HB-SLOT > 0
               IF HB-PAID-COUNT(HB-SLOT) > 0
                   COMPUTE WS-DAYS ROUNDED =
                       HB-DAYS-TOTAL(HB-SLOT) / HB-PAID-COUNT(HB-SLOT)
                   ADD 1 TO WS-HABIT-COUNT
               ELSE
                   PERFORM 270-CUSTOMER-TERMS
                   MOVE HB-TERMS-DAYS(HB-SLOT) TO WS-DAYS
               END-IF
           END-IF
           MOVE AO-DATE TO WS-DATE-WORK
           PERFORM 900-CHECK-DATE
           IF WS-DATE-OK
               PERFORM 910-DATE-TO-SERIAL
               COMPUTE WS-DUE-SERIAL = WS-CAL-SERIAL + WS-DAYS
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE WS-PROC-SERIAL TO WS-DUE-SERIAL
           END-IF
           PERFORM 800-FIND-WEEK
           IF WS-BUCKET > 0
               ADD WS-AMOUNT TO FW-AR(WS-BUCKET)
           ELSE
               ADD WS-AMOUNT TO WS-LATER-AR
           END-IF.

      *TERMS DAYS OFF CU-TERMS ONCE PER CUSTOMER - "N030" STYLE, THE
      *SAME READING ARPOST GIVES THEM.
       270-CUSTOMER-TERMS.
           IF HB-TERMS-SW(HB-SLOT) = "N"
               MOVE "Y" TO HB-TERMS-SW(HB-SLOT)
               IF CU-FILE-STATUS NOT = "35"
                       AND CU-FILE-STATUS NOT = "30"
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-TERMS(2:3) TO WS-TERMS-DIGITS
                           IF WS-TERMS-DIGITS NUMERIC
                               MOVE WS-TERMS-DIGITS-N TO
                                   HB-TERMS-DAYS(HB-SLOT)
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *ONE PASS OVER THE STORE HISTORY, THEN EACH DAY STILL AHEAD
      *OF THE THIRTEEN WEEKS FORECAST THE WAY STORFCST DOES A STORE.
       300-STORE-RECEIPTS.
           OPEN INPUT STORE-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ STORE-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 310-ONE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF
           PERFORM 330-SET-TREND
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               PERFORM 340-WEEK-SALES
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
           END-PERFORM.

       310-ONE-HISTORY-RECORD.
           IF SH-STORE NUMERIC AND SH-STORE > 0
                   AND SH-DOW NUMERIC AND SH-DOW > 0 AND SH-DOW <= 7
                   AND SH-WEEK-ENDING NUMERIC
               MOVE SH-WEEK-ENDING TO WS-DATE-WORK
               PERFORM 900-CHECK-DATE
               IF WS-DATE-OK
                   ADD 1 TO WS-HISTORY-COUNT
                   PERFORM 910-DATE-TO-SERIAL
                   MOVE WS-CAL-SERIAL TO WS-HIST-SERIAL
                   PERFORM 320-PLACE-HISTORY
               END-IF
           END-IF.

      *A RECORD CAN LAND IN THE RECENT TREND WINDOW, THE SAME WINDOW
      *A YEAR BACK, OR LAST YEAR'S VERSION OF A FORECAST WEEK.
       320-PLACE-HISTORY.
           COMPUTE WS-DIFF = WS-LAST-WE-SERIAL - WS-HIST-SERIAL
           IF WS-DIFF >= 0 AND WS-DIFF <= WS-RECENT-LIMIT
               ADD SH-SALES TO HS-RECENT-TOTAL
               ADD SH-SALES TO HS-RECENT-DAY(SH-DOW)
               COMPUTE WS-SLOT = WS-DIFF / 7 + 1
               MOVE 1 TO HS-RECENT-SEEN(WS-SLOT)
           END-IF
           IF WS-DIFF >= 361 AND WS-DIFF <= WS-RECENT-LIMIT + 367
               ADD SH-SALES TO HS-PRIOR-TOTAL
           END-IF
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               COMPUTE WS-DIFF =
                   FW-SERIAL(WS-WEEK-SUB) - WS-HIST-SERIAL
               IF WS-DIFF >= 361 AND WS-DIFF <= 367
                   ADD SH-SALES TO HS-LY-SALES(WS-WEEK-SUB, SH-DOW)
                   MOVE 1 TO HS-LY-FOUND(WS-WEEK-SUB)
               END-IF
           END-PERFORM.

      *RECENT WEEKS OVER THE SAME WEEKS A YEAR BACK, HELD INSIDE THE
      *FLOOR AND CEILING; NO YEAR-AGO HISTORY LEAVES IT AT 1.000.
       330-SET-TREND.
           MOVE 1 TO HS-TREND
           IF HS-PRIOR-TOTAL > 0 AND HS-RECENT-TOTAL > 0
               COMPUTE HS-TREND ROUNDED =
                   HS-RECENT-TOTAL / HS-PRIOR-TOTAL
                   ON SIZE ERROR
                       MOVE WS-TREND-CEILING TO HS-TREND
               END-COMPUTE
               IF HS-TREND < WS-TREND-FLOOR
                   MOVE WS-TREND-FLOOR TO HS-TREND
               END-IF
               IF HS-TREND > WS-TREND-CEILING
                   MOVE WS-TREND-CEILING TO HS-TREND
               END-IF
           END-IF
           MOVE 0 TO HS-RECENT-WEEKS
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-TREND-WEEKS
               ADD HS-RECENT-SEEN(WS-SLOT) TO HS-RECENT-WEEKS
           END-PERFORM.

      *THIS WEEK'S DAYS UP TO AND INCLUDING TONIGHT ARE ALREADY IN
      *THE BANK, SO THE FIRST WEEK COUNTS ONLY THE DAYS AFTER IT.
       340-WEEK-SALES.
           MOVE 0 TO WS-DAY-FCST
           IF WS-WEEK-SUB > 1 OR WS-DAY-SUB > WS-PROC-DOW
               IF HS-LY-FOUND(WS-WEEK-SUB) = 1
                   COMPUTE WS-DAY-FCST ROUNDED =
                       HS-LY-SALES(WS-WEEK-SUB, WS-DAY-SUB) * HS-TREND
               ELSE
                   IF HS-RECENT-WEEKS > 0
                       COMPUTE WS-DAY-FCST ROUNDED =
                           HS-RECENT-DAY(WS-DAY-SUB) / HS-RECENT-WEEKS
                   END-IF
               END-IF
           END-IF
           IF WS-DAY-FCST > 0
               ADD WS-DAY-FCST TO FW-STORE(WS-WEEK-SUB)
           END-IF.

      *EVERY VOUCHER NOT ON HOLD, ON THE DAY APPAY WILL PAY IT.
       400-AP-VOUCHERS.
           OPEN INPUT VOUCHER-FILE
           IF AV-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ VOUCHER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 410-ONE-VOUCHER
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF.

      *THE DISCOUNT IS TAKEN WHILE TONIGHT IS STILL INSIDE THE
      *DISCOUNT DAYS, SO THE CHECK GOES OUT ON THE LAST OF THEM; PAST
      *THAT THE VOUCHER WAITS FOR ITS NET DUE DATE.
       410-ONE-VOUCHER.
           IF AV-HOLD = "H"
               ADD 1 TO WS-HELD-COUNT
               ADD AV-AMOUNT TO WS-HELD-AMOUNT
           ELSE
               ADD 1 TO WS-AP-COUNT
               MOVE AV-AMOUNT TO WS-AMOUNT
               MOVE AV-INV-DATE TO WS-DATE-WORK
               PERFORM 900-CHECK-DATE
               IF WS-DATE-OK
                   PERFORM 910-DATE-TO-SERIAL
                   COMPUTE WS-DUE-SERIAL =
                       WS-CAL-SERIAL + AV-DISC-DAYS
                   IF AV-DISC-PCT > 0
                           AND WS-DUE-SERIAL >= WS-PROC-SERIAL
                       COMPUTE WS-DISCOUNT ROUNDED =
                           AV-AMOUNT * AV-DISC-PCT / 100
                       SUBTRACT WS-DISCOUNT FROM WS-AMOUNT
                   ELSE
                       COMPUTE WS-DUE-SERIAL =
                           WS-CAL-SERIAL + AV-NET-DAYS
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE WS-PROC-SERIAL TO WS-DUE-SERIAL
               END-IF
               PERFORM 800-FIND-WEEK
               IF WS-BUCKET > 0
                   ADD WS-AMOUNT TO FW-AP(WS-BUCKET)
               ELSE
                   ADD WS-AMOUNT TO WS-LATER-AP
               END-IF
           END-IF.

      *ORDERED, NOT YET RECEIVED: THE VENDOR SHIPS IN THE LEAD TIME
      *AND IS PAID ITS NET DAYS AFTER THAT.
       450-OPEN-PURCHASE-ORDERS.
           PERFORM 460-LOAD-VENDORS
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-PO-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PO-QTY NUMERIC
                                   AND PO-UNIT-COST NUMERIC
                               PERFORM 470-ONE-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

      *A VENDOR WITH NO TERMS KEYED PAYS NET 30, AS IN APVOUCH.
       460-LOAD-VENDORS.
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
                               IF VM-NET-DAYS-X NUMERIC
                                   MOVE VM-NET-DAYS TO
                                       VT-NET-DAYS(VT-VENDOR-COUNT)
                               ELSE
                                   MOVE 30 TO
                                       VT-NET-DAYS(VT-VENDOR-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO VT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       470-ONE-PO-LINE.
           ADD 1 TO WS-PO-COUNT
           COMPUTE WS-AMOUNT = PO-QTY * PO-UNIT-COST
           MOVE 30 TO WS-NET-DAYS
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
               IF VT-NUM(VT-SUB) = PO-VEND-NUM
                   MOVE VT-NET-DAYS(VT-SUB) TO WS-NET-DAYS
               END-IF
           END-PERFORM
           MOVE PO-DATE TO WS-DATE-WORK
           PERFORM 900-CHECK-DATE
           IF WS-DATE-OK
               PERFORM 910-DATE-TO-SERIAL
               COMPUTE WS-DUE-SERIAL = WS-CAL-SERIAL
                   + WS-PO-LEAD-DAYS + WS-NET-DAYS
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE WS-PROC-SERIAL TO WS-DUE-SERIAL
           END-IF
           PERFORM 800-FIND-WEEK
           IF WS-BUCKET > 0
               ADD WS-AMOUNT TO FW-PO(WS-BUCKET)
           ELSE
               ADD WS-AMOUNT TO WS-LATER-PO
           END-IF.

      *THE PAYOUT REPORT'S TOTAL IS WHAT THE COMMISSION RUN OWES FOR
      *THE MONTH; IT GOES OUT ON EVERY PAY DAY STILL AHEAD INSIDE THE
      *THIRTEEN WEEKS - THIS MONTH'S IF IT HASN'T PASSED, AND THE
      *NEXT THREE. A PAY DAY PAST THE END OF A SHORT MONTH FALLS ON
      *ITS LAST DAY.
       500-COMMISSIONS.
           OPEN INPUT PAYOUT-FILE
           IF PY-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PAYOUT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PY-LABEL = "TOTAL COMMISSION PAID: "
                               MOVE PY-TOTAL-ED TO WS-COMMISSION
                               MOVE "Y" TO WS-PAYOUT-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYOUT-FILE
           END-IF
           IF WS-PAYOUT-FOUND AND WS-COMMISSION > 0
               COMPUTE WS-PAY-YYYY = PR-PROC-DATE / 10000
               MOVE PR-PROC-DATE TO WS-DATE-WORK
               MOVE WS-DATE-MM TO WS-PAY-MM
               PERFORM 510-ONE-PAY-DAY
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 4
           END-IF.

       510-ONE-PAY-DAY.
           MOVE WS-PAY-YYYY TO WS-CAL-YYYY
           MOVE WS-PAY-MM TO WS-CAL-MM
           PERFORM 940-DAYS-THIS-MONTH
           MOVE WS-PAY-YYYY TO WS-DATE-YYYY
           MOVE WS-PAY-MM TO WS-DATE-MM
           IF WS-PAY-DAY > WS-CAL-T1
               MOVE WS-CAL-T1 TO WS-DATE-DD
           ELSE
               MOVE WS-PAY-DAY TO WS-DATE-DD
           END-IF
           PERFORM 910-DATE-TO-SERIAL
           IF WS-CAL-SERIAL > WS-PROC-SERIAL
               MOVE WS-CAL-SERIAL TO WS-DUE-SERIAL
               PERFORM 800-FIND-WEEK
               IF WS-BUCKET > 0
                   ADD WS-COMMISSION TO FW-COMM(WS-BUCKET)
               END-IF
           END-IF
           IF WS-PAY-MM < 12
               ADD 1 TO WS-PAY-MM
           ELSE
               MOVE 1 TO WS-PAY-MM
               ADD 1 TO WS-PAY-YYYY
           END-IF.

      *ONE LINE PER WEEK, RUNNING THE CASH FORWARD FROM THE OPENING
      *BALANCE, THEN THE TOTALS AND WHAT THE FORECAST LEFT OUT.
       600-PRINT-FORECAST.
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           MOVE GL-ACCT-CASH TO OL-ACCOUNT
           MOVE WS-GL-PERIOD TO OL-PERIOD
           MOVE WS-OPEN-CASH TO OL-AMOUNT
           MOVE WS-MIN-CASH TO OL-MIN-CASH
           WRITE PRINT-RECORD FROM OL-OPENING-LINE AFTER 2
           IF WS-GL-PERIOD = 0
               MOVE SPACES TO NL-NOTE-LINE
               MOVE "** NO CASH BALANCE ON GLBAL - OPENING AT ZERO"
                   TO NL-LABEL
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-1 AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-2 AFTER 1
           INITIALIZE TW-TOTALS
           MOVE WS-OPEN-CASH TO WS-RUNNING-CASH
           PERFORM 610-WEEK-LINE
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13
           MOVE TW-AR TO TL-AR
           MOVE TW-STORE TO TL-STORE
           MOVE TW-IN TO TL-IN
           MOVE TW-AP TO TL-AP
           MOVE TW-PO TO TL-PO
           MOVE TW-COMM TO TL-COMM
           MOVE TW-OUT TO TL-OUT
           COMPUTE TL-NET = TW-IN - TW-OUT
           MOVE WS-RUNNING-CASH TO TL-END-CASH
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           PERFORM 620-NOTES
           IF WS-LOW-WEEKS > 0
               DISPLAY "CASHFCST - " WS-LOW-WEEKS
                   " WEEKS BELOW MINIMUM CASH"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       610-WEEK-LINE.
           COMPUTE FW-IN(WS-WEEK-SUB) =
               FW-AR(WS-WEEK-SUB) + FW-STORE(WS-WEEK-SUB)
           COMPUTE FW-OUT(WS-WEEK-SUB) = FW-AP(WS-WEEK-SUB)
               + FW-PO(WS-WEEK-SUB) + FW-COMM(WS-WEEK-SUB)
           COMPUTE WS-RUNNING-CASH = WS-RUNNING-CASH
               + FW-IN(WS-WEEK-SUB) - FW-OUT(WS-WEEK-SUB)
           MOVE WS-RUNNING-CASH TO FW-END-CASH(WS-WEEK-SUB)
           ADD FW-AR(WS-WEEK-SUB) TO TW-AR
           ADD FW-STORE(WS-WEEK-SUB) TO TW-STORE
           ADD FW-IN(WS-WEEK-SUB) TO TW-IN
           ADD FW-AP(WS-WEEK-SUB) TO TW-AP
           ADD FW-PO(WS-WEEK-SUB) TO TW-PO
           ADD FW-COMM(WS-WEEK-SUB) TO TW-COMM
           ADD FW-OUT(WS-WEEK-SUB) TO TW-OUT
           MOVE FW-DATE(WS-WEEK-SUB) TO WS-DATE-WORK
           MOVE WS-DATE-YYYY TO DL-YYYY
           MOVE WS-DATE-MM TO DL-MM
           MOVE WS-DATE-DD TO DL-DD
           MOVE FW-AR(WS-WEEK-SUB) TO DL-AR
           MOVE FW-STORE(WS-WEEK-SUB) TO DL-STORE
           MOVE FW-IN(WS-WEEK-SUB) TO DL-IN
           MOVE FW-AP(WS-WEEK-SUB) TO DL-AP
           MOVE FW-PO(WS-WEEK-SUB) TO DL-PO
           MOVE FW-COMM(WS-WEEK-SUB) TO DL-COMM
           MOVE FW-OUT(WS-WEEK-SUB) TO DL-OUT
           COMPUTE DL-NET = FW-IN(WS-WEEK-SUB) - FW-OUT(WS-WEEK-SUB)
           MOVE FW-END-CASH(WS-WEEK-SUB) TO DL-END-CASH
           MOVE SPACES TO DL-FLAG
           IF FW-END-CASH(WS-WEEK-SUB) < WS-MIN-CASH
               MOVE "** BELOW MINIMUM" TO DL-FLAG
               ADD 1 TO WS-LOW-WEEKS
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       620-NOTES.
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "WEEKS BELOW MINIMUM CASH:" TO NL-LABEL
           MOVE WS-LOW-WEEKS TO NL-COUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "AR OPEN ITEMS / DUE PAST THE THIRTEEN WEEKS:"
               TO NL-LABEL
           MOVE WS-AR-COUNT TO NL-COUNT
           MOVE WS-LATER-AR TO NL-AMOUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "  TIMED ON THE CUSTOMER'S OWN PAY HISTORY:"
               TO NL-LABEL
           MOVE WS-HABIT-COUNT TO NL-COUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "AP VOUCHERS / DUE PAST THE THIRTEEN WEEKS:"
               TO NL-LABEL
           MOVE WS-AP-COUNT TO NL-COUNT
           MOVE WS-LATER-AP TO NL-AMOUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "AP VOUCHERS ON HOLD - NOT FORECAST:" TO NL-LABEL
           MOVE WS-HELD-COUNT TO NL-COUNT
           MOVE WS-HELD-AMOUNT TO NL-AMOUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           MOVE SPACES TO NL-NOTE-LINE
           MOVE "OPEN PO LINES / DUE PAST THE THIRTEEN WEEKS:"
               TO NL-LABEL
           MOVE WS-PO-COUNT TO NL-COUNT
           MOVE WS-LATER-PO TO NL-AMOUNT
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           MOVE SPACES TO NL-NOTE-LINE
           IF WS-PAYOUT-FOUND
               MOVE "COMMISSION PAYOUT ON EACH PAY DAY - DAY:"
                   TO NL-LABEL
               MOVE WS-PAY-DAY TO NL-COUNT
               MOVE WS-COMMISSION TO NL-AMOUNT
           ELSE
               MOVE "NO P8PAYOUT.TXT TOTAL - COMMISSIONS LEFT OUT"
                   TO NL-LABEL
           END-IF
           WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           MOVE SPACES TO NL-NOTE-LINE
           IF WS-HISTORY-COUNT = 0
               MOVE "NO STORE HISTORY ON FILE - SALES LEFT OUT"
                   TO NL-LABEL
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           IF WS-BAD-DATE-COUNT > 0
               MOVE SPACES TO NL-NOTE-LINE
               MOVE "ITEMS WITH AN UNREADABLE DATE - IN WEEK ONE:"
                   TO NL-LABEL
               MOVE WS-BAD-DATE-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF.

      *THE WEEK A DUE DATE FALLS IN - ANYTHING ALREADY PAST IS
      *WEEK ONE; ZERO MEANS PAST THE LAST FORECAST WEEK.
       800-FIND-WEEK.
           IF WS-DUE-SERIAL <= WS-CUR-WE-SERIAL
               MOVE 1 TO WS-BUCKET
           ELSE
               IF WS-DUE-SERIAL > WS-HORIZON-SERIAL
                   MOVE 0 TO WS-BUCKET
               ELSE
                   COMPUTE WS-BUCKET =
                       (WS-DUE-SERIAL - WS-CUR-WE-SERIAL - 1) / 7 + 2
               END-IF
           END-IF.

      *WS-DATE-WORK IS A PLAUSIBLE YYYYMMDD FOR THE DAY SERIAL.
       900-CHECK-DATE.
           MOVE "N" TO WS-DATE-SW
           IF WS-DATE-WORK NUMERIC
                   AND WS-DATE-YYYY >= 1900 AND WS-DATE-YYYY <= 2099
                   AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
               MOVE "Y" TO WS-DATE-SW
           END-IF.

      *DAY SERIAL AND DAY-OF-WEEK (1 MONDAY THRU 7 SUNDAY) FOR
      *WS-DATE-WORK - THE SAME 367/275 FORMULA AS CLASS_EXAMPLE.CBL,
      *EACH COMPUTE CARRYING ONE DIVISION SO THE TRUNCATION LANDS
      *WHERE THE FORMULA NEEDS IT.
       910-DATE-TO-SERIAL.
           MOVE WS-DATE-YYYY TO WS-CAL-YYYY
           MOVE WS-DATE-MM TO WS-CAL-MM
           MOVE WS-DATE-DD TO WS-CAL-DD
           COMPUTE WS-CAL-T1 = (WS-CAL-MM + 9) / 12
           COMPUTE WS-CAL-T2 = (WS-CAL-YYYY + WS-CAL-T1) * 7 / 4
           COMPUTE WS-CAL-T3 = 275 * WS-CAL-MM / 9
           COMPUTE WS-CAL-SERIAL = 367 * WS-CAL-YYYY - WS-CAL-T2
               + WS-CAL-T3 + WS-CAL-DD
           PERFORM 915-SERIAL-TO-DOW.

      *THE SERIAL'S REMAINDER MOD 7 MAPS 6 TO MONDAY.
       915-SERIAL-TO-DOW.
           DIVIDE WS-CAL-SERIAL BY 7
               GIVING WS-CAL-QUOT
               REMAINDER WS-CAL-REM
           IF WS-CAL-REM = 6
               MOVE 1 TO WS-CAL-DOW
           ELSE
               COMPUTE WS-CAL-DOW = WS-CAL-REM + 2
           END-IF.

      *WALKS WS-CAL-YYYY/MM/DD FORWARD WS-ADD-DAYS DAYS (NEVER MORE
      *THAN SEVEN HERE), ROLLING MONTH AND YEAR AS NEEDED.
       920-ADD-DAYS-TO-DATE.
           PERFORM WS-ADD-DAYS TIMES
               PERFORM 940-DAYS-THIS-MONTH
               IF WS-CAL-DD < WS-CAL-T1
                   ADD 1 TO WS-CAL-DD
               ELSE
                   MOVE 1 TO WS-CAL-DD
                   IF WS-CAL-MM < 12
                       ADD 1 TO WS-CAL-MM
                   ELSE
                       MOVE 1 TO WS-CAL-MM
                       ADD 1 TO WS-CAL-YYYY
                   END-IF
               END-IF
           END-PERFORM.

      *DAYS IN WS-CAL-MM OF WS-CAL-YYYY, LEFT IN WS-CAL-T1 -
      *FEBRUARY GETS ITS LEAP DAY ON THE USUAL 4/100/400 RULE.
       940-DAYS-THIS-MONTH.
           MOVE DM-DAYS(WS-CAL-MM) TO WS-CAL-T1
           IF WS-CAL-MM = 2
               DIVIDE WS-CAL-YYYY BY 4
                   GIVING WS-CAL-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CAL-YYYY BY 100
                       GIVING WS-CAL-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-CAL-T1
                   ELSE
                       DIVIDE WS-CAL-YYYY BY 400
                           GIVING WS-CAL-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-CAL-T1
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A CUSTOMER OR VENDOR TABLE TOO SMALL SAYS SO ON THE REPORT AND
      *ENDS THE RUN NONZERO - THOSE ITEMS FELL BACK TO 30 DAYS.
       950-CHECK-OVERFLOWS.
           IF HB-OVERFLOW > 0
               MOVE "CUSTOMER TABLE" TO OV-TABLE-NAME
               MOVE HB-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "CASHFCST CUSTOMER TABLE OVERFLOW - "
                   HB-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF VT-OVERFLOW > 0
               MOVE "VENDOR TABLE" TO OV-TABLE-NAME
               MOVE VT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "CASHFCST VENDOR TABLE OVERFLOW - "
                   VT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="CASHFCST"==.

       COPY PROCDTIO.
