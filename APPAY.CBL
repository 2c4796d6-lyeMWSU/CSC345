      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   ACCOUNTS PAYABLE PAYMENT RUN AND AGING. THE OPEN
      *            VOUCHERS APVOUCH.CBL LEAVES ON APOPEN.TXT ARE PAID
      *            ON THEIR TERMS: EVERY VOUCHER WHOSE NET DUE DATE
      *            (INVOICE DATE PLUS THE NET DAYS) FALLS BY THE
      *            CUTOFF IS SELECTED, AND SO IS ONE WHOSE EARLY-PAY
      *            DISCOUNT WOULD RUN OUT BY THE CUTOFF - THE
      *            DISCOUNT IS TAKEN WHENEVER TONIGHT IS STILL INSIDE
      *            THE DISCOUNT DAYS. A VOUCHER THE AP DESK HAS PUT
      *            ON HOLD ("H" IN AV-HOLD) IS NEVER PAID; IT IS
      *            LISTED ON THE REGISTER INSTEAD SO IT ISN'T
      *            FORGOTTEN.
      *
      *            EACH VENDOR GETS ONE CHECK FOR EVERYTHING SELECTED,
      *            NUMBERED OFF THE GAP-FREE APCHKNUM.TXT SERIES THE
      *            SAME WAY INVOICES NUMBER OFF INVNUM.TXT. THE RUN
      *            PRINTS A REMITTANCE ADVICE PER CHECK (APREMIT.TXT)
      *            TO THE VENDOR'S REMIT-TO ADDRESS, THE CHECK
      *            REGISTER (APCHKREG.TXT), AND WRITES THE BANK'S
      *            POSITIVE-PAY FILE (APPOSPAY.TXT) SO ONLY CHECKS WE
      *            ISSUED CLEAR. PAID VOUCHERS MOVE TO THE PAID
      *            HISTORY (APPAID.TXT), THE REST CARRY FORWARD, AND
      *            THE RUN JOURNALS AP RELIEVED, CASH PAID AND THE
      *            DISCOUNTS TAKEN - CASH ONE LINE PER CHECK, CARRYING
      *            THE CHECK NUMBER AS ITS REFERENCE (COLS 46-55, THE
      *            SAME TEN DIGITS THE BANK GETS ON POSITIVE PAY) SO
      *            BANKREC.CBL CAN MATCH IT TO THE STATEMENT. THE AP
      *            AGING BY VENDOR (APAGED.TXT) PRINTS EVERY NIGHT,
      *            PAYMENT RUN OR NOT, IN THE SHAPE OF ARPOST'S AGED
      *            TRIAL BALANCE.
      *
      *            APPAYCTL.TXT LAYOUT (NO FILE - PAY WHAT IS DUE
      *            BY TONIGHT'S PROCESSING DATE):
      *              COLS  1-8   CUTOFF DATE (YYYYMMDD) - BLANK
      *                          MEANS TONIGHT PLUS THE LOOK-AHEAD
      *              COLS  9-11  LOOK-AHEAD DAYS
      *              COLS 12-21  BANK ACCOUNT FOR POSITIVE PAY
      *
      *            APPOSPAY.TXT LAYOUT (REBUILT EACH RUN):
      *              COL   1     "D" CHECK ISSUED, "T" TRAILER
      *              COLS  2-11  BANK ACCOUNT
      *              COLS 12-21  CHECK NUMBER (COUNT ON THE TRAILER)
      *              COLS 22-29  ISSUE DATE
      *              COLS 30-39  AMOUNT (9(8)V99, TOTAL ON TRAILER)
      *              COLS 40-69  PAYEE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-MASTER-FILE
           ASSIGN TO "VENDMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VM-FILE-STATUS.

           SELECT CONTROL-FILE
           ASSIGN TO "APPAYCTL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PC-FILE-STATUS.

      *THE OPEN VOUCHERS - READ WHOLE, REWRITTEN WITHOUT THE ONES
      *PAID TONIGHT.
           SELECT VOUCHER-FILE
           ASSIGN USING WS-APOPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AV-FILE-STATUS.

      *PAID VOUCHERS, KEPT ACROSS RUNS LIKE ARPAID.TXT.
           SELECT PAID-FILE
           ASSIGN USING WS-APPAID-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PA-FILE-STATUS.

      *THE DURABLE CHECK-NUMBER COUNTER - THE NEXT NUMBER TO ISSUE.
      *IT ONLY MOVES PAST CHECKS THAT WERE ACTUALLY WRITTEN, SO THE
      *SERIES HAS NO GAPS FOR THE AUDITORS TO CHASE.
           SELECT CHECK-NUMBER-FILE
           ASSIGN USING WS-CHKNUM-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CN-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE
           ASSIGN USING WS-POSPAY-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PP-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

      *THE SHARED JOURNAL GLPOST PROVES AND POSTS - APPENDED, NEVER
      *REWRITTEN, SO NOBODY ELSE'S LINES ARE WIPED UNPOSTED.
           SELECT GL-JOURNAL-FILE
           ASSIGN USING WS-GLJRNL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "APCHKREG.TXT".

           SELECT REMIT-FILE
           ASSIGN TO "APREMIT.TXT".

           SELECT AGED-FILE
           ASSIGN TO "APAGED.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL PAYS THE TEST
      *AP FILE OFF THE TEST CHECK SERIES (SEE TESTMODE.CPY).
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - CHECKS ARE DATED, AND DUE
      *DATES AND THE AGING MEASURED, FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05  VM-REMIT-STREET         PIC X(25).
           05  VM-REMIT-CITY           PIC X(25).
           05                          PIC X(20).

       FD  CONTROL-FILE.
       01  PC-RECORD.
           05  PC-CUTOFF               PIC 9(8).
           05  PC-CUTOFF-X REDEFINES PC-CUTOFF
                                       PIC X(8).
           05  PC-LOOK-AHEAD           PIC 999.
           05  PC-LOOK-AHEAD-X REDEFINES PC-LOOK-AHEAD
                                       PIC XXX.
           05  PC-BANK-ACCOUNT         PIC X(10).

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

       FD  PAID-FILE.
       01  PA-RECORD.
           05  PA-VOUCHER              PIC 9(6).
           05  PA-VEND-NUM             PIC 999.
           05  PA-INVOICE              PIC X(12).
           05  PA-AMOUNT               PIC 9(7)V99.
           05  PA-DISCOUNT             PIC 9(7)V99.
           05  PA-CHECK-NUM            PIC 9(6).
           05  PA-DATE-PAID            PIC 9(8).
           05                          PIC X(7).

       FD  CHECK-NUMBER-FILE.
       01  CN-RECORD                   PIC 9(6).

       FD  POSITIVE-PAY-FILE.
       01  PP-RECORD.
           05  PP-TYPE                 PIC X.
           05  PP-ACCOUNT              PIC X(10).
           05  PP-CHECK-NUM            PIC 9(10).
           05  PP-ISSUE-DATE           PIC 9(8).
           05  PP-AMOUNT               PIC 9(8)V99.
           05  PP-PAYEE                PIC X(30).

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
           05  GJ-REFERENCE            PIC X(10).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  REMIT-FILE.
       01  RA-PRINT-RECORD             PIC X(132).

       FD  AGED-FILE.
       01  AG-PRINT-RECORD             PIC X(132).

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
           05  WS-APOPEN-NAME          PIC X(12) VALUE
               "APOPEN.TXT".
           05  WS-APPAID-NAME          PIC X(12) VALUE
               "APPAID.TXT".
           05  WS-CHKNUM-NAME          PIC X(12) VALUE
               "APCHKNUM.TXT".
           05  WS-POSPAY-NAME          PIC X(12) VALUE
               "APPOSPAY.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  VM-FILE-STATUS          PIC XX.
           05  PC-FILE-STATUS          PIC XX.
           05  AV-FILE-STATUS          PIC XX.
           05  PA-FILE-STATUS          PIC XX.
           05  CN-FILE-STATUS          PIC XX.
           05  PP-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  WS-PROC-DATE-PARTS.
           05  WS-PR-YYYY              PIC 9(4).
           05  WS-PR-MM                PIC 99.
           05  WS-PR-DD                PIC 99.

       01  WS-CUTOFF-DATE              PIC 9(8) VALUE 0.
       01  WS-LOOK-AHEAD               PIC 999 VALUE 0.
       01  WS-BANK-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-NEXT-CHECK               PIC 9(6) VALUE 1.

      *THE VENDOR MASTER, FOR THE PAYEE NAME AND REMIT-TO ADDRESS.
       01  VT-MAX-VENDORS              PIC 9(3) VALUE 300.
       01  VT-VENDOR-COUNT             PIC 9(3) VALUE 0.
       01  VT-VENDOR-TABLE.
           05  VT-ENTRY OCCURS 300 TIMES.
               10  VT-NUM              PIC 999.
               10  VT-NAME             PIC X(20).
               10  VT-STREET           PIC X(25).
               10  VT-CITY             PIC X(25).
       01  VT-SUB                      PIC 9(3).
       01  VT-SLOT                     PIC 9(3).

      *EVERY OPEN VOUCHER, HELD IN STORAGE THE WAY ARPOST HOLDS ITS
      *OPEN ITEMS. A FILE TOO BIG FOR THE TABLE PAYS NOBODY - THE
      *REWRITE WOULD LOSE THE VOUCHERS THAT DIDN'T FIT.
       01  AT-MAX-VOUCHERS             PIC 9(3) VALUE 500.
       01  AT-VOUCHER-COUNT            PIC 9(3) VALUE 0.
       01  AT-VOUCHER-TABLE.
           05  AT-ENTRY OCCURS 500 TIMES.
               10  AT-IMAGE            PIC X(74).
               10  AT-FIELDS REDEFINES AT-IMAGE.
                   15  AT-VOUCHER      PIC 9(6).
                   15  AT-VEND-NUM     PIC 999.
                   15  AT-INVOICE      PIC X(12).
                   15  AT-INV-DATE     PIC 9(8).
                   15  AT-PO-NUM       PIC 9(6).
                   15  AT-AMOUNT       PIC 9(7)V99.
                   15  AT-DISC-PCT     PIC 9V9.
                   15  AT-DISC-DAYS    PIC 99.
                   15  AT-NET-DAYS     PIC 999.
                   15  AT-ENTRY-DATE   PIC 9(8).
                   15  AT-OPERATOR     PIC XXX.
                   15  AT-HOLD         PIC X.
                   15  AT-STATUS       PIC X.
                   15                  PIC X(10).
               10  AT-DUE-PSEUDO       PIC 9(7).
               10  AT-DISC-PSEUDO      PIC 9(7).
      *"Y" PAID TONIGHT, "H" DUE BUT HELD, "V" DUE BUT THE VENDOR
      *IS NOT ON THE MASTER, "N" NOT DUE.
               10  AT-PAY              PIC X.
               10  AT-DISCOUNT         PIC 9(7)V99.
               10  AT-CHECK-NUM        PIC 9(6).
       01  WS-SUB                      PIC 9(3).
       01  WS-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

      *ONE CHECK PER VENDOR PAID TONIGHT.
       01  CK-MAX-CHECKS               PIC 9(3) VALUE 300.
       01  CK-CHECK-COUNT              PIC 9(3) VALUE 0.
       01  CK-CHECK-TABLE.
           05  CK-ENTRY OCCURS 300 TIMES.
               10  CK-VEND-NUM         PIC 999.
               10  CK-VT-SLOT          PIC 9(3).
               10  CK-CHECK-NUM        PIC 9(6).
               10  CK-GROSS            PIC 9(8)V99.
               10  CK-DISCOUNT         PIC 9(8)V99.
               10  CK-NET              PIC 9(8)V99.
       01  CK-SUB                      PIC 9(3).
       01  CK-SLOT                     PIC 9(3).

      *AGING ROLLUP BY VENDOR.
       01  AG-MAX-VENDORS              PIC 9(3) VALUE 300.
       01  AG-VENDOR-COUNT             PIC 9(3) VALUE 0.
       01  AG-VENDOR-TABLE.
           05  AG-ENTRY OCCURS 300 TIMES.
               10  AG-VEND-NUM         PIC 999.
               10  AG-CURRENT          PIC 9(8)V99.
               10  AG-B30              PIC 9(8)V99.
               10  AG-B60              PIC 9(8)V99.
               10  AG-B90              PIC 9(8)V99.
               10  AG-HELD             PIC 9(8)V99.
       01  AG-SUB                      PIC 9(3).
       01  AG-SLOT                     PIC 9(3).

      *ROUGH 30-DAYS-PER-MONTH/360-DAYS-PER-YEAR DAY COUNT, THE SAME
      *ARITHMETIC THE REST OF THE SHOP AGES WITH.
       01  WS-TODAY-PSEUDO-DAYS        PIC 9(7).
       01  WS-CUTOFF-PSEUDO-DAYS       PIC 9(7).
       01  WS-ITEM-PSEUDO-DAYS         PIC 9(7).
       01  WS-PAST-DUE-DAYS            PIC S9(7).

       01  WS-ITEM-DATE-PARTS.
           05  WS-IT-YYYY              PIC 9(4).
           05  WS-IT-MM                PIC 99.
           05  WS-IT-DD                PIC 99.

      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. CASH AND AP ARE THE SAME DEFAULTS THE REST OF
      *THE SHOP CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-CASH            PIC 9(5) VALUE 11100.
           05  GL-ACCT-AP              PIC 9(5) VALUE 20100.
           05  GL-ACCT-APDISC          PIC 9(5) VALUE 50300.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).
           05  GL-REF-HOLD             PIC X(10).
           05  GL-REF-CHECK-NUM        REDEFINES GL-REF-HOLD
                                       PIC 9(10).

       01  WS-COUNTS.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
           05  WS-PAID-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-NO-VENDOR-COUNT      PIC 9(5) VALUE 0.
           05  WS-DISC-TAKEN-COUNT     PIC 9(5) VALUE 0.
           05  WS-TOT-GROSS            PIC 9(9)V99 VALUE 0.
           05  WS-TOT-DISCOUNT         PIC 9(9)V99 VALUE 0.
           05  WS-TOT-NET              PIC 9(9)V99 VALUE 0.
           05  WS-REMAINING            PIC 9(9)V99 VALUE 0.

       01  WS-AGED-TOTALS.
           05  WS-TOT-CURRENT          PIC 9(9)V99 VALUE 0.
           05  WS-TOT-B30              PIC 9(9)V99 VALUE 0.
           05  WS-TOT-B60              PIC 9(9)V99 VALUE 0.
           05  WS-TOT-B90              PIC 9(9)V99 VALUE 0.
           05  WS-TOT-HELD             PIC 9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(24) VALUE
               "AP CHECK REGISTER".
           05                          PIC X(8)  VALUE "CUTOFF ".
           05  HL-CUTOFF               PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "APPAY".

       01  CH-COLUMN-HEADING.
           05                          PIC X(8)  VALUE "CHECK".
           05                          PIC X(5)  VALUE "VEND".
           05                          PIC X(22) VALUE "PAYEE".
           05                          PIC X(15) VALUE
               "          GROSS".
           05                          PIC X(15) VALUE
               "       DISCOUNT".
           05                          PIC X(15) VALUE
               "      NET CHECK".

       01  DL-CHECK-LINE.
           05  DL-CHECK-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-VEND-NUM             PIC 999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NAME                 PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-GROSS                PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-DISCOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-NET                  PIC $$$,$$$,$$9.99.

       01  HD-HELD-HEADING.
           05                          PIC X(40) VALUE
               "DUE BY THE CUTOFF BUT NOT PAID:".

       01  HD-HELD-LINE.
           05                          PIC X(8)  VALUE "VOUCHER ".
           05  HD-VOUCHER              PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-VEND-NUM             PIC 999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-INVOICE              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-AMOUNT               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HD-REASON               PIC X(30).

       01  TL-TOTAL-LINE.
           05                          PIC X(8)  VALUE "CHECKS: ".
           05  TL-CHECKS               PIC ZZZZ9.
           05                          PIC X(12) VALUE
               "  VOUCHERS: ".
           05  TL-PAID                 PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  GROSS: ".
           05  TL-GROSS                PIC $$$$,$$$,$$9.99.
           05                          PIC X(12) VALUE
               "  DISCOUNT: ".
           05  TL-DISCOUNT             PIC $$$$,$$$,$$9.99.
           05                          PIC X(7)  VALUE "  NET: ".
           05  TL-NET                  PIC $$$$,$$$,$$9.99.

       01  TR-RANGE-LINE.
           05                          PIC X(20) VALUE
               "CHECKS ISSUED FROM ".
           05  TR-FIRST                PIC 9(6).
           05                          PIC X(4)  VALUE " TO ".
           05  TR-LAST                 PIC 9(6).

       01  RF-REFUSED-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  RF-TEXT                 PIC X(60).
           05                          PIC X(20) VALUE
               " - NOTHING PAID".

      *THE REMITTANCE ADVICE - ONE PAGE PER CHECK.
       01  RH-REMIT-HEADING.
           05                          PIC X(20) VALUE
               "REMITTANCE ADVICE".
           05                          PIC X(8)  VALUE "CHECK ".
           05  RH-CHECK-NUM            PIC 9(6).
           05                          PIC X(8)  VALUE "   DATE ".
           05  RH-DATE                 PIC 9(8).

       01  RN-REMIT-NAME.
           05                          PIC X(4)  VALUE "TO: ".
           05  RN-LINE                 PIC X(25).

       01  RC-REMIT-COLUMNS.
           05                          PIC X(14) VALUE "INVOICE".
           05                          PIC X(10) VALUE "DATE".
           05                          PIC X(8)  VALUE "OUR PO".
           05                          PIC X(9)  VALUE "VOUCHER".
           05                          PIC X(14) VALUE
               "         GROSS".
           05                          PIC X(14) VALUE
               "      DISCOUNT".
           05                          PIC X(14) VALUE
               "           NET".

       01  RD-REMIT-LINE.
           05  RD-INVOICE              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RD-INV-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RD-PO-NUM               PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RD-VOUCHER              PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RD-GROSS                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RD-DISCOUNT             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RD-NET                  PIC $$,$$$,$$9.99.

       01  RT-REMIT-TOTAL.
           05                          PIC X(39) VALUE
               "CHECK TOTAL".
           05  RT-GROSS                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RT-DISCOUNT             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RT-NET                  PIC $$,$$$,$$9.99.

       01  AH-AGED-HEADING.
           05                          PIC X(22) VALUE
               "AP AGING BY VENDOR".
           05                          PIC X(6)  VALUE "AS OF ".
           05  AH-DATE                 PIC 9(8).

       01  AC-AGED-COLUMNS.
           05                          PIC X(5)  VALUE "VEND".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(20) VALUE "NAME".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(13) VALUE "CURRENT".
           05                          PIC X(13) VALUE "1-30 PD".
           05                          PIC X(13) VALUE "31-60 PD".
           05                          PIC X(13) VALUE "OVER 60".
           05                          PIC X(13) VALUE "TOTAL".
           05                          PIC X(13) VALUE "ON HOLD".

       01  AD-AGED-LINE.
           05  AD-VEND-NUM             PIC 999.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  AD-VEND-NAME            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  AD-CURRENT              PIC $$,$$$,$$9.99.
           05  AD-B30                  PIC $$,$$$,$$9.99.
           05  AD-B60                  PIC $$,$$$,$$9.99.
           05  AD-B90                  PIC $$,$$$,$$9.99.
           05  AD-TOTAL                PIC $$,$$$,$$9.99.
           05  AD-HELD                 PIC $$,$$$,$$9.99.

       01  AT-TOTAL-LINE.
           05                          PIC X(28) VALUE
               "COMPANY TOTALS".
           05  AT-CURRENT              PIC $$,$$$,$$9.99.
           05  AT-B30                  PIC $$,$$$,$$9.99.
           05  AT-B60                  PIC $$,$$$,$$9.99.
           05  AT-B90                  PIC $$,$$$,$$9.99.
           05  AT-TOTAL                PIC $$,$$$,$$9.99.
           05  AT-HELD                 PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "APOPENT.TXT" TO WS-APOPEN-NAME
               MOVE "APPAIDT.TXT" TO WS-APPAID-NAME
               MOVE "APCHKNMT.TXT" TO WS-CHKNUM-NAME
               MOVE "APPOSPYT.TXT" TO WS-POSPAY-NAME
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               DISPLAY "APPAY - TEST RUN - AP FILES REDIRECTED"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 110-LOAD-VENDORS
           PERFORM 120-LOAD-CONTROL
           PERFORM 130-LOAD-CHART
           PERFORM 140-LOAD-VOUCHERS
           IF WS-OVERFLOW-COUNT > 0
               MOVE "OPEN-VOUCHER TABLE OVERFLOW" TO RF-TEXT
               WRITE PRINT-RECORD FROM RF-REFUSED-LINE AFTER 2
               DISPLAY "APPAY OPEN-VOUCHER TABLE OVERFLOW - "
                   WS-OVERFLOW-COUNT " VOUCHERS WOULD BE LOST - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-SELECT-VOUCHERS
               IF CK-CHECK-COUNT > 0
                   PERFORM 300-ASSIGN-CHECKS
                   PERFORM 400-REMITTANCES
                   PERFORM 500-CHECK-REGISTER
                   PERFORM 550-POSITIVE-PAY
                   PERFORM 600-POST-PAYMENTS
                   PERFORM 650-GL-JOURNAL
               ELSE
                   DISPLAY "APPAY - NOTHING DUE BY THE CUTOFF"
               END-IF
               PERFORM 580-LIST-UNPAID
               PERFORM 800-AP-AGING
           END-IF
           PERFORM 900-WRAP-UP
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           COMPUTE WS-TODAY-PSEUDO-DAYS =
               WS-PR-YYYY * 360 + WS-PR-MM * 30 + WS-PR-DD
           MOVE PR-PROC-DATE TO AH-DATE
           OPEN OUTPUT PRINT-FILE
                       REMIT-FILE
                       AGED-FILE.

       110-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER-FILE
           IF VM-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF VT-VENDOR-COUNT < VT-MAX-VENDORS
                               ADD 1 TO VT-VENDOR-COUNT
                               MOVE VM-VEND-NUM TO
                                   VT-NUM(VT-VENDOR-COUNT)
                               MOVE VM-NAME TO
                                   VT-NAME(VT-VENDOR-COUNT)
                               MOVE VM-REMIT-STREET TO
                                   VT-STREET(VT-VENDOR-COUNT)
                               MOVE VM-REMIT-CITY TO
                                   VT-CITY(VT-VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           MOVE "NO " TO EOD.

      *AN EXPLICIT CUTOFF WINS; OTHERWISE TONIGHT PLUS THE LOOK-
      *AHEAD, SO A SHOP THAT CUTS CHECKS ONCE A WEEK CAN SET SEVEN
      *DAYS AND CATCH EVERYTHING FALLING DUE BEFORE THE NEXT RUN.
       120-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF PC-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-CUTOFF-X NUMERIC
                           MOVE PC-CUTOFF TO WS-CUTOFF-DATE
                       END-IF
                       IF PC-LOOK-AHEAD-X NUMERIC
                           MOVE PC-LOOK-AHEAD TO WS-LOOK-AHEAD
                       END-IF
                       MOVE PC-BANK-ACCOUNT TO WS-BANK-ACCOUNT
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CUTOFF-DATE > 0
               MOVE WS-CUTOFF-DATE TO WS-ITEM-DATE-PARTS
               COMPUTE WS-CUTOFF-PSEUDO-DAYS =
                   WS-IT-YYYY * 360 + WS-IT-MM * 30 + WS-IT-DD
               MOVE WS-CUTOFF-DATE TO HL-CUTOFF
           ELSE
               COMPUTE WS-CUTOFF-PSEUDO-DAYS =
                   WS-TODAY-PSEUDO-DAYS + WS-LOOK-AHEAD
               MOVE PR-PROC-DATE TO HL-CUTOFF
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           IF WS-CUTOFF-DATE = 0 AND WS-LOOK-AHEAD > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "CUTOFF IS TONIGHT PLUS " WS-LOOK-AHEAD
                   " DAYS LOOK-AHEAD" DELIMITED BY SIZE
                   INTO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       130-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "CASH"
                                   MOVE GA-ACCOUNT TO GL-ACCT-CASH
                               WHEN "AP"
                                   MOVE GA-ACCOUNT TO GL-ACCT-AP
                               WHEN "APDISC"
                                   MOVE GA-ACCOUNT TO GL-ACCT-APDISC
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       140-LOAD-VOUCHERS.
           OPEN INPUT VOUCHER-FILE
           IF AV-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ VOUCHER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 145-LOAD-ONE-VOUCHER
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF
           MOVE "NO " TO EOD.

      *THE DUE DATE AND THE LAST DAY OF THE DISCOUNT, ON THE SAME
      *30/360 DAY COUNT AS TONIGHT AND THE CUTOFF.
       145-LOAD-ONE-VOUCHER.
           IF AT-VOUCHER-COUNT < AT-MAX-VOUCHERS
               ADD 1 TO AT-VOUCHER-COUNT
               ADD 1 TO WS-OPEN-COUNT
               MOVE AV-RECORD TO AT-IMAGE(AT-VOUCHER-COUNT)
               MOVE AV-INV-DATE TO WS-ITEM-DATE-PARTS
               COMPUTE WS-ITEM-PSEUDO-DAYS =
                   WS-IT-YYYY * 360 + WS-IT-MM * 30 + WS-IT-DD
               COMPUTE AT-DUE-PSEUDO(AT-VOUCHER-COUNT) =
                   WS-ITEM-PSEUDO-DAYS + AV-NET-DAYS
               COMPUTE AT-DISC-PSEUDO(AT-VOUCHER-COUNT) =
                   WS-ITEM-PSEUDO-DAYS + AV-DISC-DAYS
               MOVE "N" TO AT-PAY(AT-VOUCHER-COUNT)
               MOVE 0 TO AT-DISCOUNT(AT-VOUCHER-COUNT)
               MOVE 0 TO AT-CHECK-NUM(AT-VOUCHER-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *A VOUCHER IS DUE WHEN ITS NET DATE FALLS BY THE CUTOFF, OR
      *WHEN ITS DISCOUNT IS STILL OPEN TONIGHT BUT WOULD CLOSE BY
      *THE CUTOFF - WAITING FOR THE NEXT RUN WOULD LOSE IT.
       200-SELECT-VOUCHERS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-VOUCHER-COUNT
               IF AT-DUE-PSEUDO(WS-SUB) <= WS-CUTOFF-PSEUDO-DAYS
                   PERFORM 210-SELECT-ONE
               ELSE
               IF AT-DISC-PCT(WS-SUB) > 0
                       AND AT-DISC-PSEUDO(WS-SUB) >=
                           WS-TODAY-PSEUDO-DAYS
                       AND AT-DISC-PSEUDO(WS-SUB) <=
                           WS-CUTOFF-PSEUDO-DAYS
                   PERFORM 210-SELECT-ONE
               END-IF
               END-IF
           END-PERFORM.

       210-SELECT-ONE.
           MOVE 0 TO VT-SLOT
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
               IF VT-NUM(VT-SUB) = AT-VEND-NUM(WS-SUB)
                   MOVE VT-SUB TO VT-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AT-HOLD(WS-SUB) = "H"
                   MOVE "H" TO AT-PAY(WS-SUB)
                   ADD 1 TO WS-HELD-COUNT
               WHEN VT-SLOT = 0
                   MOVE "V" TO AT-PAY(WS-SUB)
                   ADD 1 TO WS-NO-VENDOR-COUNT
               WHEN OTHER
                   PERFORM 220-STAGE-PAYMENT
           END-EVALUATE.

      *THE DISCOUNT IS TAKEN ONLY WHILE TONIGHT IS STILL INSIDE THE
      *DISCOUNT DAYS - ROUNDED TO THE CENT.
       220-STAGE-PAYMENT.
           IF AT-DISC-PCT(WS-SUB) > 0
                   AND WS-TODAY-PSEUDO-DAYS <= AT-DISC-PSEUDO(WS-SUB)
               COMPUTE AT-DISCOUNT(WS-SUB) ROUNDED =
                   AT-AMOUNT(WS-SUB) * AT-DISC-PCT(WS-SUB) / 100
               ADD 1 TO WS-DISC-TAKEN-COUNT
           END-IF
           MOVE "Y" TO AT-PAY(WS-SUB)
           ADD 1 TO WS-PAID-COUNT
           PERFORM 230-FIND-CHECK-SLOT
           IF CK-SLOT > 0
               ADD AT-AMOUNT(WS-SUB) TO CK-GROSS(CK-SLOT)
               ADD AT-DISCOUNT(WS-SUB) TO CK-DISCOUNT(CK-SLOT)
               COMPUTE CK-NET(CK-SLOT) = CK-NET(CK-SLOT)
                   + AT-AMOUNT(WS-SUB) - AT-DISCOUNT(WS-SUB)
           END-IF.

      *THE CHECK TABLE IS AS BIG AS THE VENDOR TABLE, SO EVERY
      *VENDOR ON THE MASTER ALWAYS FINDS A SLOT.
       230-FIND-CHECK-SLOT.
           MOVE 0 TO CK-SLOT
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               IF CK-VEND-NUM(CK-SUB) = AT-VEND-NUM(WS-SUB)
                   MOVE CK-SUB TO CK-SLOT
               END-IF
           END-PERFORM
           IF CK-SLOT = 0 AND CK-CHECK-COUNT < CK-MAX-CHECKS
               ADD 1 TO CK-CHECK-COUNT
               MOVE CK-CHECK-COUNT TO CK-SLOT
               MOVE AT-VEND-NUM(WS-SUB) TO CK-VEND-NUM(CK-SLOT)
               MOVE VT-SLOT TO CK-VT-SLOT(CK-SLOT)
               MOVE 0 TO CK-CHECK-NUM(CK-SLOT)
               MOVE 0 TO CK-GROSS(CK-SLOT)
               MOVE 0 TO CK-DISCOUNT(CK-SLOT)
               MOVE 0 TO CK-NET(CK-SLOT)
           END-IF.

      *NUMBERS ARE HANDED OUT IN CHECK-TABLE ORDER, ONE AFTER THE
      *OTHER, OFF THE COUNTER - THE COUNTER ITSELF IS ONLY REWRITTEN
      *ONCE THE PAYMENTS ARE POSTED.
       300-ASSIGN-CHECKS.
           OPEN INPUT CHECK-NUMBER-FILE
           IF CN-FILE-STATUS = "00"
               READ CHECK-NUMBER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-CHECK
                   NOT AT END
                       MOVE CN-RECORD TO WS-NEXT-CHECK
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF
           MOVE WS-NEXT-CHECK TO TR-FIRST
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               MOVE WS-NEXT-CHECK TO CK-CHECK-NUM(CK-SUB)
               MOVE WS-NEXT-CHECK TO TR-LAST
               ADD 1 TO WS-NEXT-CHECK
               ADD CK-GROSS(CK-SUB) TO WS-TOT-GROSS
               ADD CK-DISCOUNT(CK-SUB) TO WS-TOT-DISCOUNT
               ADD CK-NET(CK-SUB) TO WS-TOT-NET
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-VOUCHER-COUNT
               IF AT-PAY(WS-SUB) = "Y"
                   PERFORM VARYING CK-SUB FROM 1 BY 1
                           UNTIL CK-SUB > CK-CHECK-COUNT
                       IF CK-VEND-NUM(CK-SUB) = AT-VEND-NUM(WS-SUB)
                           MOVE CK-CHECK-NUM(CK-SUB) TO
                               AT-CHECK-NUM(WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *ONE PAGE PER CHECK, TO THE REMIT-TO ADDRESS, LISTING EVERY
      *INVOICE THE CHECK PAYS SO THE VENDOR CAN APPLY IT.
       400-REMITTANCES.
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               PERFORM 410-ONE-REMITTANCE
           END-PERFORM.

       410-ONE-REMITTANCE.
           MOVE CK-VT-SLOT(CK-SUB) TO VT-SLOT
           MOVE CK-CHECK-NUM(CK-SUB) TO RH-CHECK-NUM
           MOVE PR-PROC-DATE TO RH-DATE
           WRITE RA-PRINT-RECORD FROM RH-REMIT-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO RA-PRINT-RECORD
               WRITE RA-PRINT-RECORD AFTER 1
           END-IF
           MOVE VT-NAME(VT-SLOT) TO RN-LINE
           WRITE RA-PRINT-RECORD FROM RN-REMIT-NAME AFTER 2
           MOVE VT-STREET(VT-SLOT) TO RN-LINE
           WRITE RA-PRINT-RECORD FROM RN-REMIT-NAME AFTER 1
           MOVE VT-CITY(VT-SLOT) TO RN-LINE
           WRITE RA-PRINT-RECORD FROM RN-REMIT-NAME AFTER 1
           WRITE RA-PRINT-RECORD FROM RC-REMIT-COLUMNS AFTER 2
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-VOUCHER-COUNT
               IF AT-PAY(WS-SUB) = "Y"
                       AND AT-VEND-NUM(WS-SUB) = CK-VEND-NUM(CK-SUB)
                   MOVE AT-INVOICE(WS-SUB) TO RD-INVOICE
                   MOVE AT-INV-DATE(WS-SUB) TO RD-INV-DATE
                   MOVE AT-PO-NUM(WS-SUB) TO RD-PO-NUM
                   MOVE AT-VOUCHER(WS-SUB) TO RD-VOUCHER
                   MOVE AT-AMOUNT(WS-SUB) TO RD-GROSS
                   MOVE AT-DISCOUNT(WS-SUB) TO RD-DISCOUNT
                   COMPUTE WS-REMAINING =
                       AT-AMOUNT(WS-SUB) - AT-DISCOUNT(WS-SUB)
                   MOVE WS-REMAINING TO RD-NET
                   WRITE RA-PRINT-RECORD FROM RD-REMIT-LINE AFTER 1
               END-IF
           END-PERFORM
           MOVE CK-GROSS(CK-SUB) TO RT-GROSS
           MOVE CK-DISCOUNT(CK-SUB) TO RT-DISCOUNT
           MOVE CK-NET(CK-SUB) TO RT-NET
           WRITE RA-PRINT-RECORD FROM RT-REMIT-TOTAL AFTER 2.

       500-CHECK-REGISTER.
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               MOVE CK-VT-SLOT(CK-SUB) TO VT-SLOT
               MOVE CK-CHECK-NUM(CK-SUB) TO DL-CHECK-NUM
               MOVE CK-VEND-NUM(CK-SUB) TO DL-VEND-NUM
               MOVE VT-NAME(VT-SLOT) TO DL-NAME
               MOVE CK-GROSS(CK-SUB) TO DL-GROSS
               MOVE CK-DISCOUNT(CK-SUB) TO DL-DISCOUNT
               MOVE CK-NET(CK-SUB) TO DL-NET
               WRITE PRINT-RECORD FROM DL-CHECK-LINE AFTER 1
           END-PERFORM
           MOVE CK-CHECK-COUNT TO TL-CHECKS
           MOVE WS-PAID-COUNT TO TL-PAID
           MOVE WS-TOT-GROSS TO TL-GROSS
           MOVE WS-TOT-DISCOUNT TO TL-DISCOUNT
           MOVE WS-TOT-NET TO TL-NET
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           WRITE PRINT-RECORD FROM TR-RANGE-LINE AFTER 1.

      *THE BANK'S LIST OF WHAT WE ISSUED TONIGHT - A CHECK NOT ON IT,
      *OR PRESENTED FOR ANOTHER AMOUNT, IS RETURNED UNPAID.
       550-POSITIVE-PAY.
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               MOVE CK-VT-SLOT(CK-SUB) TO VT-SLOT
               MOVE SPACES TO PP-RECORD
               MOVE "D" TO PP-TYPE
               MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT
               MOVE CK-CHECK-NUM(CK-SUB) TO PP-CHECK-NUM
               MOVE PR-PROC-DATE TO PP-ISSUE-DATE
               MOVE CK-NET(CK-SUB) TO PP-AMOUNT
               MOVE VT-NAME(VT-SLOT) TO PP-PAYEE
               WRITE PP-RECORD
           END-PERFORM
           MOVE SPACES TO PP-RECORD
           MOVE "T" TO PP-TYPE
           MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT
           MOVE CK-CHECK-COUNT TO PP-CHECK-NUM
           MOVE PR-PROC-DATE TO PP-ISSUE-DATE
           MOVE WS-TOT-NET TO PP-AMOUNT
           WRITE PP-RECORD
           CLOSE POSITIVE-PAY-FILE.

      *DUE BUT HELD BY THE AP DESK, OR DUE TO A VENDOR NO LONGER ON
      *THE MASTER - NOT PAID, BUT NOT FORGOTTEN EITHER.
       580-LIST-UNPAID.
           IF WS-HELD-COUNT > 0 OR WS-NO-VENDOR-COUNT > 0
               WRITE PRINT-RECORD FROM HD-HELD-HEADING AFTER 2
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > AT-VOUCHER-COUNT
                   IF AT-PAY(WS-SUB) = "H" OR AT-PAY(WS-SUB) = "V"
                       MOVE AT-VOUCHER(WS-SUB) TO HD-VOUCHER
                       MOVE AT-VEND-NUM(WS-SUB) TO HD-VEND-NUM
                       MOVE AT-INVOICE(WS-SUB) TO HD-INVOICE
                       MOVE AT-AMOUNT(WS-SUB) TO HD-AMOUNT
                       IF AT-PAY(WS-SUB) = "H"
                           MOVE "ON HOLD BY THE AP DESK" TO HD-REASON
                       ELSE
                           MOVE "VENDOR NOT ON VENDMSTR" TO HD-REASON
                       END-IF
                       WRITE PRINT-RECORD FROM HD-HELD-LINE AFTER 1
                   END-IF
               END-PERFORM
           END-IF.

      *PAID VOUCHERS GO TO THE HISTORY, THE REST BACK TO THE OPEN
      *FILE, AND THE COUNTER MOVES PAST THE LAST CHECK WRITTEN.
       600-POST-PAYMENTS.
           OPEN OUTPUT VOUCHER-FILE
           OPEN EXTEND PAID-FILE
           IF PA-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAID-FILE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-VOUCHER-COUNT
               IF AT-PAY(WS-SUB) = "Y"
                   MOVE SPACES TO PA-RECORD
                   MOVE AT-VOUCHER(WS-SUB) TO PA-VOUCHER
                   MOVE AT-VEND-NUM(WS-SUB) TO PA-VEND-NUM
                   MOVE AT-INVOICE(WS-SUB) TO PA-INVOICE
                   MOVE AT-AMOUNT(WS-SUB) TO PA-AMOUNT
                   MOVE AT-DISCOUNT(WS-SUB) TO PA-DISCOUNT
                   MOVE AT-CHECK-NUM(WS-SUB) TO PA-CHECK-NUM
                   MOVE PR-PROC-DATE TO PA-DATE-PAID
                   WRITE PA-RECORD
               ELSE
                   MOVE AT-IMAGE(WS-SUB) TO AV-RECORD
                   WRITE AV-RECORD
               END-IF
           END-PERFORM
           CLOSE VOUCHER-FILE
                 PAID-FILE
           OPEN OUTPUT CHECK-NUMBER-FILE
           MOVE WS-NEXT-CHECK TO CN-RECORD
           WRITE CN-RECORD
           CLOSE CHECK-NUMBER-FILE.

      *AP IS RELIEVED FOR THE FULL INVOICES, CASH GOES OUT FOR THE
      *CHECKS, AND THE DIFFERENCE IS THE DISCOUNTS EARNED. EACH
      *CHECK IS ITS OWN CASH LINE SO THE BANK RECONCILIATION CAN
      *CLEAR IT BY NUMBER.
       650-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           MOVE SPACES TO GL-REF-HOLD
           MOVE WS-TOT-GROSS TO GL-AMOUNT
           MOVE GL-ACCT-AP TO GL-ACCOUNT-HOLD
           MOVE "D" TO GL-SIDE
           MOVE "AP CHECK RUN" TO GL-DESC-HOLD
           PERFORM 660-WRITE-JOURNAL-LINE
           MOVE GL-ACCT-CASH TO GL-ACCOUNT-HOLD
           MOVE "C" TO GL-SIDE
           MOVE "AP CHECK ISSUED" TO GL-DESC-HOLD
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               MOVE CK-NET(CK-SUB) TO GL-AMOUNT
               MOVE CK-CHECK-NUM(CK-SUB) TO GL-REF-CHECK-NUM
               PERFORM 660-WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE SPACES TO GL-REF-HOLD
           IF WS-TOT-DISCOUNT > 0
               MOVE WS-TOT-DISCOUNT TO GL-AMOUNT
               MOVE GL-ACCT-APDISC TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "PURCHASE DISCOUNTS" TO GL-DESC-HOLD
               PERFORM 660-WRITE-JOURNAL-LINE
           END-IF
           CLOSE GL-JOURNAL-FILE.

       660-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           MOVE GL-REF-HOLD TO GJ-REFERENCE
           WRITE GJ-RECORD.

      *WHAT IS STILL OWED AFTER TONIGHT'S CHECKS, BUCKETED BY HOW FAR
      *PAST THE NET DUE DATE IT IS - CURRENT MEANS NOT YET DUE. HELD
      *VOUCHERS AGE LIKE THE REST AND ARE ALSO SHOWN ON THEIR OWN.
       800-AP-AGING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-VOUCHER-COUNT
               IF AT-PAY(WS-SUB) NOT = "Y"
                   PERFORM 810-AGE-ONE-VOUCHER
               END-IF
           END-PERFORM
           WRITE AG-PRINT-RECORD FROM AH-AGED-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO AG-PRINT-RECORD
               WRITE AG-PRINT-RECORD AFTER 1
           END-IF
           WRITE AG-PRINT-RECORD FROM AC-AGED-COLUMNS AFTER 2
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-VENDOR-COUNT
               PERFORM 830-PRINT-AGED-LINE
           END-PERFORM
           MOVE WS-TOT-CURRENT TO AT-CURRENT
           MOVE WS-TOT-B30 TO AT-B30
           MOVE WS-TOT-B60 TO AT-B60
           MOVE WS-TOT-B90 TO AT-B90
           COMPUTE WS-REMAINING = WS-TOT-CURRENT + WS-TOT-B30
               + WS-TOT-B60 + WS-TOT-B90
           MOVE WS-REMAINING TO AT-TOTAL
           MOVE WS-TOT-HELD TO AT-HELD
           WRITE AG-PRINT-RECORD FROM AT-TOTAL-LINE AFTER 2.

       810-AGE-ONE-VOUCHER.
           PERFORM 820-FIND-AGED-SLOT
           IF AG-SLOT > 0
               COMPUTE WS-PAST-DUE-DAYS =
                   WS-TODAY-PSEUDO-DAYS - AT-DUE-PSEUDO(WS-SUB)
               EVALUATE TRUE
                   WHEN WS-PAST-DUE-DAYS <= 0
                       ADD AT-AMOUNT(WS-SUB) TO AG-CURRENT(AG-SLOT)
                       ADD AT-AMOUNT(WS-SUB) TO WS-TOT-CURRENT
                   WHEN WS-PAST-DUE-DAYS <= 30
                       ADD AT-AMOUNT(WS-SUB) TO AG-B30(AG-SLOT)
                       ADD AT-AMOUNT(WS-SUB) TO WS-TOT-B30
                   WHEN WS-PAST-DUE-DAYS <= 60
                       ADD AT-AMOUNT(WS-SUB) TO AG-B60(AG-SLOT)
                       ADD AT-AMOUNT(WS-SUB) TO WS-TOT-B60
                   WHEN OTHER
                       ADD AT-AMOUNT(WS-SUB) TO AG-B90(AG-SLOT)
                       ADD AT-AMOUNT(WS-SUB) TO WS-TOT-B90
               END-EVALUATE
               IF AT-HOLD(WS-SUB) = "H"
                   ADD AT-AMOUNT(WS-SUB) TO AG-HELD(AG-SLOT)
                   ADD AT-AMOUNT(WS-SUB) TO WS-TOT-HELD
               END-IF
           END-IF.

       820-FIND-AGED-SLOT.
           MOVE 0 TO AG-SLOT
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-VENDOR-COUNT
               IF AG-VEND-NUM(AG-SUB) = AT-VEND-NUM(WS-SUB)
                   MOVE AG-SUB TO AG-SLOT
               END-IF
           END-PERFORM
           IF AG-SLOT = 0 AND AG-VENDOR-COUNT < AG-MAX-VENDORS
               ADD 1 TO AG-VENDOR-COUNT
               MOVE AG-VENDOR-COUNT TO AG-SLOT
               MOVE AT-VEND-NUM(WS-SUB) TO AG-VEND-NUM(AG-SLOT)
               MOVE 0 TO AG-CURRENT(AG-SLOT)
               MOVE 0 TO AG-B30(AG-SLOT)
               MOVE 0 TO AG-B60(AG-SLOT)
               MOVE 0 TO AG-B90(AG-SLOT)
               MOVE 0 TO AG-HELD(AG-SLOT)
           END-IF.

       830-PRINT-AGED-LINE.
           MOVE AG-VEND-NUM(AG-SUB) TO AD-VEND-NUM
           MOVE "UNKNOWN VENDOR" TO AD-VEND-NAME
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
               IF VT-NUM(VT-SUB) = AG-VEND-NUM(AG-SUB)
                   MOVE VT-NAME(VT-SUB) TO AD-VEND-NAME
               END-IF
           END-PERFORM
           MOVE AG-CURRENT(AG-SUB) TO AD-CURRENT
           MOVE AG-B30(AG-SUB) TO AD-B30
           MOVE AG-B60(AG-SUB) TO AD-B60
           MOVE AG-B90(AG-SUB) TO AD-B90
           COMPUTE WS-REMAINING = AG-CURRENT(AG-SUB)
               + AG-B30(AG-SUB) + AG-B60(AG-SUB) + AG-B90(AG-SUB)
           MOVE WS-REMAINING TO AD-TOTAL
           MOVE AG-HELD(AG-SUB) TO AD-HELD
           WRITE AG-PRINT-RECORD FROM AD-AGED-LINE AFTER 1.

       900-WRAP-UP.
           DISPLAY "APPAY - " CK-CHECK-COUNT " CHECKS, "
               WS-PAID-COUNT " VOUCHERS PAID, NET " WS-TOT-NET
           DISPLAY "APPAY - " WS-HELD-COUNT " DUE VOUCHERS ON HOLD, "
               WS-NO-VENDOR-COUNT " WITH NO VENDOR"
           CLOSE PRINT-FILE
                 REMIT-FILE
                 AGED-FILE.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="APPAY"==.

       COPY PROCDTIO.
