      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   CUSTOMER VOLUME REBATES. EACH REBATE DEAL IS A
      *            LINE ON THE AGREEMENT FILE (REBAGRE.TXT) - THE
      *            CUSTOMER, THE PERIOD IT RUNS, UP TO FOUR TIERS AND
      *            UP TO FIVE PRODUCTS THAT DON'T COUNT TOWARD IT.
      *            THE TRANSACTION RUN'S EXTRACTS ARE REWRITTEN EVERY
      *            NIGHT, SO THIS STEP RUNS NIGHTLY BEHIND IT AND
      *            BANKS EACH NIGHT'S QUALIFYING PURCHASES - BILLED
      *            LINES OFF P7INVDTL.TXT LESS CREDITED LINES OFF
      *            P7CRDDTL.TXT, MERCHANDISE ONLY (AFTER DISCOUNT,
      *            BEFORE TAX) - ON REBSALES.TXT, ONE LINE PER
      *            AGREEMENT PER PROCESSING DATE SO A RERUN REPLACES
      *            RATHER THAN DOUBLES. THE RATE OF THE HIGHEST TIER
      *            REACHED APPLIES TO EVERY QUALIFYING DOLLAR IN THE
      *            PERIOD ("2% BACK OVER $50,000" PAYS 2% OF THE
      *            WHOLE $50,000 ONCE IT IS REACHED).
      *
      *            AT EACH QUARTER-END (THE MEND OR YEND RUN IN
      *            MARCH, JUNE, SEPTEMBER AND DECEMBER) THE REBATE
      *            EARNED TO DATE IS ACCRUED - ONLY THE CHANGE SINCE
      *            THE LAST ACCRUAL IS JOURNALED, REBATES (CONTRA-
      *            SALES) AGAINST ACCRUED REBATES. THE NIGHT AN
      *            AGREEMENT'S PERIOD ENDS IT IS TRUED UP AND THE
      *            REBATE IS ISSUED AS A CREDIT MEMO NUMBERED OFF THE
      *            CRMEMO SERIES (CRMNUM.TXT), PRINTED ON REBMEMO.TXT,
      *            ADDED TO THE NIGHT'S CREDIT MEMO REGISTER AND
      *            JOURNALED ACCRUED REBATES AGAINST AR. THE CREDIT
      *            IS THEN SPENT AGAINST THE CUSTOMER'S OPEN ITEMS,
      *            OLDEST FIRST, AS "C" LINES ON ARPOST'S ADJUSTMENT
      *            BATCH (ARADJ.TXT); WHATEVER THE OPEN ITEMS CAN'T
      *            TAKE STAYS ON ACCOUNT AND IS SPENT AGAINST LATER
      *            INVOICES NIGHT BY NIGHT. ACCRUALS, MEMOS AND EVERY
      *            APPLICATION ARE KEPT ON THE REBATE LEDGER
      *            (REBLEDG.TXT). THE REPORT (REBATE.TXT) SHOWS EACH
      *            SALESMAN HOW FAR EVERY ACCOUNT IS FROM ITS NEXT
      *            TIER.
      *
      *            REBAGRE.TXT LAYOUT:
      *              COLS  1-5   CUSTOMER NUMBER
      *              COLS  6-13  PERIOD START (YYYYMMDD)
      *              COLS 14-21  PERIOD END (YYYYMMDD)
      *              COLS 22-65  FOUR TIERS, EACH 11 BYTES - THE
      *                          QUALIFYING PURCHASES THAT REACH IT
      *                          (9(7), WHOLE DOLLARS) AND THE REBATE
      *                          PERCENT (99V99). UNUSED TIERS ZERO.
      *              COLS 66-80  UP TO FIVE EXCLUDED PRODUCTS (999)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT AGREEMENT-FILE
           ASSIGN TO "REBAGRE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RA-FILE-STATUS.

           SELECT INVOICE-EXTRACT-FILE
           ASSIGN USING WS-INVDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IV-FILE-STATUS.

           SELECT CREDIT-EXTRACT-FILE
           ASSIGN USING WS-CRDDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CD-FILE-STATUS.

      *EACH NIGHT'S QUALIFYING PURCHASES BY AGREEMENT - RUN THROUGH A
      *WORK COPY SO TONIGHT'S LINES CAN BE REPLACED ON A RERUN.
           SELECT SALES-HISTORY-FILE
           ASSIGN TO "REBSALES.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RS-FILE-STATUS.

           SELECT SALES-HISTORY-OUT-FILE
           ASSIGN USING WS-REBSALES-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SO-FILE-STATUS.

           SELECT SALES-WORK-FILE
           ASSIGN TO "REBSALWK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SW-FILE-STATUS.

      *ACCRUALS, MEMOS ISSUED AND CREDIT APPLIED - APPENDED, NEVER
      *REWRITTEN.
           SELECT LEDGER-FILE
           ASSIGN USING WS-REBLEDG-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LG-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
           ASSIGN TO "AROPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

      *TONIGHT'S CASH AND THE ADJUSTMENTS ALREADY WAITING FOR ARPOST
      *COME OFF THE OPEN BALANCES BEFORE ANY CREDIT IS SPENT.
           SELECT CASH-FILE
           ASSIGN TO "ARCASH.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

           SELECT ADJUSTMENT-FILE
           ASSIGN TO "ARADJ.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AJ-FILE-STATUS.

           SELECT ADJUSTMENT-OUT-FILE
           ASSIGN USING WS-ARADJ-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AX-FILE-STATUS.

      *THE CRMEMO SERIES - A REBATE MEMO TAKES THE NEXT NUMBER THE
      *SAME GAP-FREE WAY, AND LANDS ON THE SAME NIGHT'S REGISTER.
           SELECT MEMO-NUMBER-FILE
           ASSIGN USING WS-CRMNUM-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MN-FILE-STATUS.

           SELECT REGISTER-FILE
           ASSIGN USING WS-REGISTER-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RG-FILE-STATUS.

           SELECT MEMO-PRINT-FILE
           ASSIGN USING WS-MEMO-NAME.

      *ACCOUNT CODES FOR THE JOURNAL LINES - KEYS AR, REBATE AND
      *REBACCR ON THE SHARED GLACCTS.TXT CHART.
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
           ASSIGN TO "REBATE.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL READS THE TEST
      *EXTRACTS AND WRITES ONLY TEST COPIES (SEE TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE - TONIGHT'S PURCHASES, ACCRUALS
      *AND MEMOS ARE ALL DATED WITH IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  AGREEMENT-FILE.
       01  RA-RECORD.
           05  RA-CUS-NUM              PIC 9(5).
           05  RA-CUS-NUM-X REDEFINES RA-CUS-NUM
                                       PIC X(5).
           05  RA-START-DATE           PIC 9(8).
           05  RA-START-DATE-X REDEFINES RA-START-DATE
                                       PIC X(8).
           05  RA-END-DATE             PIC 9(8).
           05  RA-END-DATE-X REDEFINES RA-END-DATE
                                       PIC X(8).
           05  RA-TIERS.
               10  RA-TIER OCCURS 4 TIMES.
                   15  RA-TIER-FLOOR   PIC 9(7).
                   15  RA-TIER-PCT     PIC 99V99.
           05  RA-TIERS-X REDEFINES RA-TIERS
                                       PIC X(44).
           05  RA-EXCLUDED             PIC X(3) OCCURS 5 TIMES.

       FD  INVOICE-EXTRACT-FILE.
       01  IV-RECORD.
           05  IV-CUS-NUM              PIC 9(5).
           05                          PIC X(25).
           05  IV-PRO-NUM              PIC 999.
           05                          PIC X(30).
           05  IV-GROSS                PIC 9(6)V99.
           05  IV-DISCOUNT             PIC 9(3)V99.
           05                          PIC X(28).

       FD  CREDIT-EXTRACT-FILE.
       01  CD-RECORD.
           05  CD-CUS-NUM              PIC 9(5).
           05                          PIC X(25).
           05  CD-PRO-NUM              PIC 999.
           05                          PIC X(30).
           05  CD-GROSS                PIC 9(6)V99.
           05  CD-TAX                  PIC 9(6)V99.
           05  CD-NET                  PIC 9(5)V99.
           05                          PIC X(14).

       FD  SALES-HISTORY-FILE.
       01  RS-RECORD.
           05  RS-CUS-NUM              PIC 9(5).
           05  RS-START-DATE           PIC 9(8).
           05  RS-DATE                 PIC 9(8).
           05  RS-BILLED               PIC 9(9)V99.
           05  RS-CREDITED             PIC 9(9)V99.
           05                          PIC X(37).

       FD  SALES-HISTORY-OUT-FILE.
       01  SO-RECORD                   PIC X(80).

       FD  SALES-WORK-FILE.
       01  SW-RECORD                   PIC X(80).

       FD  LEDGER-FILE.
       01  LG-RECORD.
           05  LG-CUS-NUM              PIC 9(5).
           05  LG-START-DATE           PIC 9(8).
      *"A" ACCRUAL (SIGNED - A TRUE-UP CAN GO DOWN), "I" MEMO ISSUED,
      *"P" PART OF A MEMO SPENT AGAINST AN INVOICE.
           05  LG-TYPE                 PIC X.
           05  LG-DATE                 PIC 9(8).
           05  LG-AMOUNT               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  LG-MEMO-NUM             PIC 9(6).
           05  LG-INVOICE-NUM          PIC 9(6).
           05                          PIC X(36).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05                          PIC X(40).
           05  CU-SAL-NUM              PIC XXX.
           05                          PIC X.
           05  CU-AR-STATUS            PIC X.
               88  CU-AR-BLOCKED       VALUE "W" "C".
           05                          PIC X(5).

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

       FD  CASH-FILE.
       01  CA-RECORD.
           05  CA-INVOICE-NUM          PIC 9(6).
           05  CA-INVOICE-X REDEFINES CA-INVOICE-NUM
                                       PIC X(6).
           05  CA-AMOUNT               PIC 9(7)V99.
           05  CA-AMOUNT-X REDEFINES CA-AMOUNT
                                       PIC X(9).
           05                          PIC X(65).

       FD  ADJUSTMENT-FILE.
       01  AJ-RECORD.
           05  AJ-TYPE                 PIC X.
           05  AJ-INVOICE-NUM          PIC 9(6).
           05  AJ-INVOICE-X REDEFINES AJ-INVOICE-NUM
                                       PIC X(6).
           05  AJ-CUS-NUM              PIC 9(5).
           05  AJ-AMOUNT               PIC 9(7)V99.
           05  AJ-AMOUNT-X REDEFINES AJ-AMOUNT
                                       PIC X(9).
           05  AJ-REASON               PIC XX.
           05  AJ-OPERATOR             PIC XXX.
           05  AJ-KEYED-DATE           PIC 9(8).
           05  AJ-MEMO-NUM             PIC 9(6).

       FD  ADJUSTMENT-OUT-FILE.
       01  AX-RECORD                   PIC X(40).

       FD  MEMO-NUMBER-FILE.
       01  MN-RECORD                   PIC 9(6).

       FD  REGISTER-FILE.
       01  RG-RECORD                   PIC X(80).

       FD  MEMO-PRINT-FILE.
       01  MP-RECORD                   PIC X(100).

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

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

       01  WS-FILE-NAMES.
           05  WS-INVDTL-NAME          PIC X(12) VALUE
               "P7INVDTL.TXT".
           05  WS-CRDDTL-NAME          PIC X(12) VALUE
               "P7CRDDTL.TXT".
           05  WS-REBSALES-OUT-NAME    PIC X(12) VALUE
               "REBSALES.TXT".
           05  WS-REBLEDG-NAME         PIC X(12) VALUE
               "REBLEDG.TXT".
           05  WS-ARADJ-OUT-NAME       PIC X(12) VALUE
               "ARADJ.TXT".
           05  WS-CRMNUM-NAME          PIC X(12) VALUE
               "CRMNUM.TXT".
           05  WS-REGISTER-NAME        PIC X(12) VALUE
               "CRMEMREG.TXT".
           05  WS-MEMO-NAME            PIC X(12) VALUE
               "REBMEMO.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  RA-FILE-STATUS          PIC XX.
           05  IV-FILE-STATUS          PIC XX.
           05  CD-FILE-STATUS          PIC XX.
           05  RS-FILE-STATUS          PIC XX.
           05  SO-FILE-STATUS          PIC XX.
           05  SW-FILE-STATUS          PIC XX.
           05  LG-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  AJ-FILE-STATUS          PIC XX.
           05  AX-FILE-STATUS          PIC XX.
           05  MN-FILE-STATUS          PIC XX.
           05  RG-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-QUARTER-END          PIC X VALUE "N".
           05  WS-EXCLUDED             PIC X.
           05  WS-REFUSED              PIC X VALUE "N".
           05  WS-CUSTOMER-OPEN        PIC X VALUE "N".

       01  WS-PROC-DATE-PARTS.
           05  WS-PR-YYYY              PIC 9(4).
           05  WS-PR-MM                PIC 99.
           05  WS-PR-DD                PIC 99.

      *THE AGREEMENTS, WITH WHAT EACH HAS EARNED SO FAR.
       01  AG-MAX-AGREEMENTS           PIC 9(3) VALUE 100.
       01  AG-AGREEMENT-COUNT          PIC 9(3) VALUE 0.
       01  AG-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
       01  AG-REJECT-COUNT             PIC 9(5) VALUE 0.

       01  AG-AGREEMENT-TABLE.
           05  AG-ENTRY OCCURS 100 TIMES.
               10  AG-CUS-NUM          PIC 9(5).
               10  AG-START-DATE       PIC 9(8).
               10  AG-END-DATE         PIC 9(8).
               10  AG-TIER OCCURS 4 TIMES.
                   15  AG-TIER-FLOOR   PIC 9(7).
                   15  AG-TIER-PCT     PIC 99V99.
               10  AG-EXCLUDED         PIC X(3) OCCURS 5 TIMES.
               10  AG-CUS-NAME         PIC X(25).
               10  AG-SAL-NUM          PIC XXX.
               10  AG-BILLED           PIC 9(9)V99.
               10  AG-CREDITED         PIC 9(9)V99.
               10  AG-TONIGHT-BILLED   PIC 9(9)V99.
               10  AG-TONIGHT-CREDITED PIC 9(9)V99.
               10  AG-ACCRUED          PIC S9(9)V99.
               10  AG-ISSUED           PIC X.
               10  AG-MEMO-NUM         PIC 9(6).
               10  AG-NET-SALES        PIC 9(9)V99.
               10  AG-PCT              PIC 99V99.
               10  AG-EARNED           PIC 9(9)V99.
               10  AG-NEXT-FLOOR       PIC 9(7).
               10  AG-NEXT-PCT         PIC 99V99.

       01  AG-SUB                      PIC 9(3).
       01  AG-SLOT                     PIC 9(3).
       01  WS-TIER-SUB                 PIC 9.
       01  WS-EXCL-SUB                 PIC 9.

      *EVERY MEMO ISSUED, WITH WHAT IS STILL ON ACCOUNT.
       01  CR-MAX-CREDITS              PIC 9(3) VALUE 200.
       01  CR-CREDIT-COUNT             PIC 9(3) VALUE 0.
       01  CR-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  CR-CREDIT-TABLE.
           05  CR-ENTRY OCCURS 200 TIMES.
               10  CR-CUS-NUM          PIC 9(5).
               10  CR-START-DATE       PIC 9(8).
               10  CR-MEMO-NUM         PIC 9(6).
               10  CR-UNAPPLIED        PIC S9(7)V99.

       01  CR-SUB                      PIC 9(3).
       01  CR-SLOT                     PIC 9(3).

      *THE OPEN ITEMS, WITH WHAT IS LEFT ON EACH ONCE TONIGHT'S CASH
      *AND ANY WAITING ADJUSTMENTS ARE TAKEN OFF.
       01  OT-MAX-ITEMS                PIC 9(3) VALUE 500.
       01  OT-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  OT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  OT-ITEM-TABLE.
           05  OT-ENTRY OCCURS 500 TIMES.
               10  OT-INVOICE-NUM      PIC 9(6).
               10  OT-CUS-NUM          PIC 9(5).
               10  OT-REMAINING        PIC 9(7)V99.

       01  OT-SUB                      PIC 9(3).

      *SALESMEN WITH AT LEAST ONE AGREEMENT, FOR THE PROGRESS REPORT.
       01  SM-SALESMAN-COUNT           PIC 9(3) VALUE 0.
       01  SM-SALESMAN-TABLE.
           05  SM-SAL-NUM              PIC XXX OCCURS 100 TIMES.
       01  SM-SUB                      PIC 9(3).
       01  SM-SLOT                     PIC 9(3).

       01  WS-NEXT-MEMO                PIC 9(6) VALUE 1.

       01  WS-WORK.
           05  WS-PRO-NUM              PIC XXX.
           05  WS-MERCHANDISE          PIC S9(7)V99.
           05  WS-NET                  PIC S9(9)V99.
           05  WS-DELTA                PIC S9(9)V99.
           05  WS-APPLY                PIC 9(7)V99.
           05  WS-TO-GO                PIC 9(9)V99.

      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. AR IS THE SAME DEFAULT THE TRANSACTION RUN
      *CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-AR              PIC 9(5) VALUE 11200.
           05  GL-ACCT-REBATE          PIC 9(5) VALUE 41700.
           05  GL-ACCT-REBACCR         PIC 9(5) VALUE 21800.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

       01  WS-COUNTS.
           05  WS-ACCRUED-UP           PIC 9(9)V99 VALUE 0.
           05  WS-ACCRUED-DOWN         PIC 9(9)V99 VALUE 0.
           05  WS-ACCRUAL-COUNT        PIC 9(5) VALUE 0.
           05  WS-MEMO-COUNT           PIC 9(5) VALUE 0.
           05  WS-MEMO-TOTAL           PIC 9(9)V99 VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-APPLIED-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-ON-ACCOUNT-TOTAL     PIC S9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(28) VALUE
               "CUSTOMER VOLUME REBATES".
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "REBATE".
           05  HL-WATERMARK            PIC X(20) VALUE SPACES.

       01  SH-SALESMAN-HEADING.
           05                          PIC X(9)  VALUE "SALESMAN ".
           05  SH-SAL-NUM              PIC XXX.
           05                          PIC X(24) VALUE
               " - PROGRESS TO NEXT TIER".

       01  CH-COLUMN-HEADING.
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(27) VALUE "NAME".
           05                          PIC X(19) VALUE "PERIOD".
           05                          PIC X(15) VALUE
               "   QUALIFYING".
           05                          PIC X(8)  VALUE "   RATE".
           05                          PIC X(13) VALUE "      EARNED".
           05                          PIC X(12) VALUE "  NEXT TIER".
           05                          PIC X(13) VALUE "       TO GO".
           05                          PIC X(18) VALUE "  STATUS".

       01  DL-AGREEMENT-LINE.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-START-DATE           PIC 9(8).
           05                          PIC X     VALUE "-".
           05  DL-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NET-SALES            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PCT                  PIC Z9.99.
           05                          PIC X     VALUE "%".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EARNED               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NEXT-PCT             PIC Z9.99.
           05  DL-NEXT-PCT-SIGN        PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-TO-GO                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATUS               PIC X(22).

       01  AL-ACTION-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  AL-TEXT                 PIC X(30).
           05  AL-AMOUNT               PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-MORE                 PIC X(30).

       01  RJ-REJECT-LINE.
           05                          PIC X(26) VALUE
               "** AGREEMENT LINE REJECTED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RJ-RECORD               PIC X(80).

       01  RF-REFUSED-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  RF-TEXT                 PIC X(40).
           05  RF-COUNT                PIC ZZZZ9.
           05                          PIC X(30) VALUE
               " - NOTHING BANKED OR ISSUED".

       01  TL-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT               PIC -$$$,$$$,$$9.99.

      *THE MEMO DOCUMENT, THE SHAPE CRMEMO PRINTS ITS OWN IN.
       01  MH-MEMO-HEADING.
           05                          PIC X(12) VALUE
               "CREDIT MEMO ".
           05  MH-MEMO-NUM             PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  MH-DATE                 PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05                          PIC X(9)  VALUE "CUSTOMER ".
           05  MH-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MH-CUS-NAME             PIC X(25).

       01  MD-MEMO-DETAIL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MD-LABEL                PIC X(32).
           05  MD-TEXT                 PIC X(30).

       01  RR-REGISTER-LINE.
           05  RR-MEMO-NUM             PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RR-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RR-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RR-NET                  PIC $$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(13) VALUE
               "VOLUME REBATE".

       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-PCT                 PIC Z9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 050-CHECK-RUN-TYPE
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-AGREEMENTS
           PERFORM 220-LOAD-LEDGER
      *A DEAL THE TABLE CAN'T HOLD WOULD LOSE TONIGHT'S PURCHASES
      *FOR GOOD, SO NOTHING IS BANKED UNTIL THE TABLE IS WIDENED -
      *THE EXTRACTS STAY PUT FOR THE RERUN UNTIL TOMORROW NIGHT.
           EVALUATE TRUE
               WHEN AG-OVERFLOW-COUNT > 0
                   MOVE "AGREEMENTS OVER THE TABLE SIZE:" TO RF-TEXT
                   MOVE AG-OVERFLOW-COUNT TO RF-COUNT
                   MOVE "Y" TO WS-REFUSED
               WHEN CR-OVERFLOW-COUNT > 0
                   MOVE "REBATE MEMOS OVER THE TABLE SIZE:" TO RF-TEXT
                   MOVE CR-OVERFLOW-COUNT TO RF-COUNT
                   MOVE "Y" TO WS-REFUSED
           END-EVALUATE
           IF WS-REFUSED = "Y"
               WRITE PRINT-RECORD FROM RF-REFUSED-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-CHART
               PERFORM 250-LOAD-CUSTOMERS
               PERFORM 300-LOAD-SALES-HISTORY
               PERFORM 310-TONIGHT-BILLED
               PERFORM 320-TONIGHT-CREDITED
               PERFORM 340-REWRITE-SALES-HISTORY
               PERFORM VARYING AG-SUB FROM 1 BY 1
                       UNTIL AG-SUB > AG-AGREEMENT-COUNT
                   PERFORM 400-FIGURE-EARNED
               END-PERFORM
               OPEN EXTEND LEDGER-FILE
               IF LG-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               IF WS-QUARTER-END = "Y"
                   PERFORM 500-ACCRUE-QUARTER
               END-IF
               PERFORM 600-ISSUE-ENDED
               PERFORM 700-APPLY-CREDITS
               CLOSE LEDGER-FILE
               PERFORM 800-PROGRESS-REPORT
               PERFORM 850-REBATE-JOURNAL
               PERFORM 900-WRAP-UP
           END-IF
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       050-CHECK-RUN-TYPE.
           OPEN INPUT RUN-TYPE-FILE
           IF RT-FILE-STATUS = "00"
               READ RUN-TYPE-FILE INTO WS-RUN-TYPE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF.

       100-INITIALIZE.
           IF TEST-RUN
               MOVE "INVDTLT.TXT" TO WS-INVDTL-NAME
               MOVE "CRDDTLT.TXT" TO WS-CRDDTL-NAME
               MOVE "REBSALET.TXT" TO WS-REBSALES-OUT-NAME
               MOVE "REBLEDGT.TXT" TO WS-REBLEDG-NAME
               MOVE "ARADJT.TXT" TO WS-ARADJ-OUT-NAME
               MOVE "CRMNUMT.TXT" TO WS-CRMNUM-NAME
               MOVE "CRMREGT.TXT" TO WS-REGISTER-NAME
               MOVE "REBMEMOT.TXT" TO WS-MEMO-NAME
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "REBATE - TEST RUN - ALL OUTPUTS REDIRECTED"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           IF (WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND")
                   AND (WS-PR-MM = 3 OR WS-PR-MM = 6
                        OR WS-PR-MM = 9 OR WS-PR-MM = 12)
               MOVE "Y" TO WS-QUARTER-END
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF WS-QUARTER-END = "Y"
               MOVE "QUARTER-END - REBATES EARNED TO DATE ACCRUED"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *THE COUNTER FILE HOLDS THE NEXT NUMBER TO ISSUE - CRMEMO HAS
      *ALREADY TAKEN TONIGHT'S RETURNS OFF IT.
       110-GET-NEXT-MEMO-NUMBER.
           OPEN INPUT MEMO-NUMBER-FILE
           IF MN-FILE-STATUS = "00"
               READ MEMO-NUMBER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-MEMO
                   NOT AT END
                       MOVE MN-RECORD TO WS-NEXT-MEMO
               END-READ
               CLOSE MEMO-NUMBER-FILE
           END-IF.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "AR"
                                   MOVE GA-ACCOUNT TO GL-ACCT-AR
                               WHEN "REBATE"
                                   MOVE GA-ACCOUNT TO GL-ACCT-REBATE
                               WHEN "REBACCR"
                                   MOVE GA-ACCOUNT TO GL-ACCT-REBACCR
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *AN AGREEMENT LINE THAT CAN'T BE READ IS LISTED AND SKIPPED -
      *THE DEAL IS IN ACCOUNTING'S FILE, NOT LOST, AND EARNS NOTHING
      *UNTIL IT IS KEYED RIGHT.
       200-LOAD-AGREEMENTS.
           OPEN INPUT AGREEMENT-FILE
           IF RA-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ AGREEMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-LOAD-ONE-AGREEMENT
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-FILE
               MOVE "NO " TO EOD
           ELSE
               DISPLAY "REBATE - NO REBAGRE.TXT - NO REBATE DEALS"
           END-IF.

       210-LOAD-ONE-AGREEMENT.
           IF RA-CUS-NUM-X NOT NUMERIC
                   OR RA-START-DATE-X NOT NUMERIC
                   OR RA-END-DATE-X NOT NUMERIC
                   OR RA-TIERS-X NOT NUMERIC
                   OR RA-END-DATE < RA-START-DATE
               ADD 1 TO AG-REJECT-COUNT
               MOVE RA-RECORD TO RJ-RECORD
               WRITE PRINT-RECORD FROM RJ-REJECT-LINE AFTER 1
           ELSE
           IF AG-AGREEMENT-COUNT < AG-MAX-AGREEMENTS
               ADD 1 TO AG-AGREEMENT-COUNT
               MOVE AG-AGREEMENT-COUNT TO AG-SUB
               INITIALIZE AG-ENTRY(AG-SUB)
               MOVE RA-CUS-NUM TO AG-CUS-NUM(AG-SUB)
               MOVE RA-START-DATE TO AG-START-DATE(AG-SUB)
               MOVE RA-END-DATE TO AG-END-DATE(AG-SUB)
               PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                       UNTIL WS-TIER-SUB > 4
                   MOVE RA-TIER-FLOOR(WS-TIER-SUB) TO
                       AG-TIER-FLOOR(AG-SUB, WS-TIER-SUB)
                   MOVE RA-TIER-PCT(WS-TIER-SUB) TO
                       AG-TIER-PCT(AG-SUB, WS-TIER-SUB)
               END-PERFORM
               PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                       UNTIL WS-EXCL-SUB > 5
                   MOVE RA-EXCLUDED(WS-EXCL-SUB) TO
                       AG-EXCLUDED(AG-SUB, WS-EXCL-SUB)
               END-PERFORM
               MOVE "N" TO AG-ISSUED(AG-SUB)
           ELSE
               ADD 1 TO AG-OVERFLOW-COUNT
           END-IF
           END-IF.

       220-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LG-FILE-STATUS = "00"
               PERFORM UNTIL LG-FILE-STATUS NOT = "00"
                   READ LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 225-LEDGER-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       225-LEDGER-ONE-ENTRY.
           MOVE 0 TO AG-SLOT
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-CUS-NUM(AG-SUB) = LG-CUS-NUM
                       AND AG-START-DATE(AG-SUB) = LG-START-DATE
                   MOVE AG-SUB TO AG-SLOT
               END-IF
           END-PERFORM
           EVALUATE LG-TYPE
               WHEN "A"
                   IF AG-SLOT > 0
                       ADD LG-AMOUNT TO AG-ACCRUED(AG-SLOT)
                   END-IF
               WHEN "I"
                   IF AG-SLOT > 0
                       MOVE "Y" TO AG-ISSUED(AG-SLOT)
                       MOVE LG-MEMO-NUM TO AG-MEMO-NUM(AG-SLOT)
                   END-IF
                   IF LG-AMOUNT > 0
                       IF CR-CREDIT-COUNT < CR-MAX-CREDITS
                           ADD 1 TO CR-CREDIT-COUNT
                           MOVE LG-CUS-NUM TO
                               CR-CUS-NUM(CR-CREDIT-COUNT)
                           MOVE LG-START-DATE TO
                               CR-START-DATE(CR-CREDIT-COUNT)
                           MOVE LG-MEMO-NUM TO
                               CR-MEMO-NUM(CR-CREDIT-COUNT)
                           MOVE LG-AMOUNT TO
                               CR-UNAPPLIED(CR-CREDIT-COUNT)
                       ELSE
                           ADD 1 TO CR-OVERFLOW-COUNT
                       END-IF
                   END-IF
               WHEN "P"
                   PERFORM VARYING CR-SUB FROM 1 BY 1
                           UNTIL CR-SUB > CR-CREDIT-COUNT
                       IF CR-MEMO-NUM(CR-SUB) = LG-MEMO-NUM
                           SUBTRACT LG-AMOUNT FROM CR-UNAPPLIED(CR-SUB)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *NAME AND SALESMAN FOR THE REPORT. NO CUSTOMER MASTER STILL
      *BANKS THE PURCHASES; THE REPORT JUST GOES WITHOUT NAMES.
       250-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               PERFORM VARYING AG-SUB FROM 1 BY 1
                       UNTIL AG-SUB > AG-AGREEMENT-COUNT
                   MOVE AG-CUS-NUM(AG-SUB) TO CU-NUM
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE "** NOT ON CUSTOMER FILE" TO
                               AG-CUS-NAME(AG-SUB)
                           MOVE SPACES TO AG-SAL-NUM(AG-SUB)
                       NOT INVALID KEY
                           MOVE CU-NAME TO AG-CUS-NAME(AG-SUB)
                           MOVE CU-SAL-NUM TO AG-SAL-NUM(AG-SUB)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           ELSE
               DISPLAY "REBATE - CUSTMSTR.DAT NOT AVAILABLE - "
                   "REPORT WITHOUT NAMES"
           END-IF.

      *EARLIER NIGHTS' PURCHASES GO ACROSS TO THE WORK COPY AND INTO
      *THE TOTALS; A LINE ALREADY DATED TONIGHT IS FROM AN EARLIER
      *RUN AND IS LEFT BEHIND TO BE REBUILT.
       300-LOAD-SALES-HISTORY.
           OPEN OUTPUT SALES-WORK-FILE
           OPEN INPUT SALES-HISTORY-FILE
           IF RS-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF RS-DATE NOT = PR-PROC-DATE
                               PERFORM 305-HISTORY-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
               MOVE "NO " TO EOD
           END-IF
           CLOSE SALES-WORK-FILE.

       305-HISTORY-ONE-LINE.
           WRITE SW-RECORD FROM RS-RECORD
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-CUS-NUM(AG-SUB) = RS-CUS-NUM
                       AND AG-START-DATE(AG-SUB) = RS-START-DATE
                   ADD RS-BILLED TO AG-BILLED(AG-SUB)
                   ADD RS-CREDITED TO AG-CREDITED(AG-SUB)
               END-IF
           END-PERFORM.

       310-TONIGHT-BILLED.
           OPEN INPUT INVOICE-EXTRACT-FILE
           IF IV-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ INVOICE-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 315-BILLED-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-EXTRACT-FILE
               MOVE "NO " TO EOD
           END-IF.

       315-BILLED-ONE-LINE.
           MOVE IV-PRO-NUM TO WS-PRO-NUM
           COMPUTE WS-MERCHANDISE = IV-GROSS - IV-DISCOUNT
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-CUS-NUM(AG-SUB) = IV-CUS-NUM
                       AND AG-START-DATE(AG-SUB) <= PR-PROC-DATE
                       AND AG-END-DATE(AG-SUB) >= PR-PROC-DATE
                   PERFORM 330-CHECK-EXCLUDED
                   IF WS-EXCLUDED = "N"
                       ADD WS-MERCHANDISE TO AG-TONIGHT-BILLED(AG-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       320-TONIGHT-CREDITED.
           OPEN INPUT CREDIT-EXTRACT-FILE
           IF CD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CREDIT-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 325-CREDITED-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-EXTRACT-FILE
               MOVE "NO " TO EOD
           END-IF.

      *THE CREDIT LINE CARRIES NET AND TAX; NET LESS TAX IS THE
      *MERCHANDISE AFTER DISCOUNT, THE SAME BASIS AS A BILLED LINE.
       325-CREDITED-ONE-LINE.
           MOVE CD-PRO-NUM TO WS-PRO-NUM
           COMPUTE WS-MERCHANDISE = CD-NET - CD-TAX
           IF WS-MERCHANDISE < 0
               MOVE 0 TO WS-MERCHANDISE
           END-IF
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-CUS-NUM(AG-SUB) = CD-CUS-NUM
                       AND AG-START-DATE(AG-SUB) <= PR-PROC-DATE
                       AND AG-END-DATE(AG-SUB) >= PR-PROC-DATE
                   PERFORM 330-CHECK-EXCLUDED
                   IF WS-EXCLUDED = "N"
                       ADD WS-MERCHANDISE TO
                           AG-TONIGHT-CREDITED(AG-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       330-CHECK-EXCLUDED.
           MOVE "N" TO WS-EXCLUDED
           PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > 5
               IF AG-EXCLUDED(AG-SUB, WS-EXCL-SUB) = WS-PRO-NUM
                   MOVE "Y" TO WS-EXCLUDED
               END-IF
           END-PERFORM.

      *THE WORK COPY GOES BACK WITH ONE LINE PER AGREEMENT THAT HAD
      *ANY QUALIFYING ACTIVITY TONIGHT.
       340-REWRITE-SALES-HISTORY.
           OPEN OUTPUT SALES-HISTORY-OUT-FILE
           OPEN INPUT SALES-WORK-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ SALES-WORK-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE SO-RECORD FROM SW-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE SALES-WORK-FILE
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-TONIGHT-BILLED(AG-SUB) > 0
                       OR AG-TONIGHT-CREDITED(AG-SUB) > 0
                   MOVE SPACES TO RS-RECORD
                   MOVE AG-CUS-NUM(AG-SUB) TO RS-CUS-NUM
                   MOVE AG-START-DATE(AG-SUB) TO RS-START-DATE
                   MOVE PR-PROC-DATE TO RS-DATE
                   MOVE AG-TONIGHT-BILLED(AG-SUB) TO RS-BILLED
                   MOVE AG-TONIGHT-CREDITED(AG-SUB) TO RS-CREDITED
                   WRITE SO-RECORD FROM RS-RECORD
                   ADD AG-TONIGHT-BILLED(AG-SUB) TO AG-BILLED(AG-SUB)
                   ADD AG-TONIGHT-CREDITED(AG-SUB) TO
                       AG-CREDITED(AG-SUB)
               END-IF
           END-PERFORM
           CLOSE SALES-HISTORY-OUT-FILE.

      *THE HIGHEST TIER REACHED SETS THE RATE FOR THE WHOLE PERIOD;
      *THE LOWEST TIER NOT YET REACHED IS THE ONE TO SELL TOWARD.
       400-FIGURE-EARNED.
           COMPUTE WS-NET = AG-BILLED(AG-SUB) - AG-CREDITED(AG-SUB)
           IF WS-NET < 0
               MOVE 0 TO WS-NET
           END-IF
           MOVE WS-NET TO AG-NET-SALES(AG-SUB)
           MOVE 0 TO AG-PCT(AG-SUB)
           MOVE 0 TO AG-NEXT-FLOOR(AG-SUB)
           MOVE 0 TO AG-NEXT-PCT(AG-SUB)
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 4
               IF AG-TIER-PCT(AG-SUB, WS-TIER-SUB) > 0
                   IF AG-TIER-FLOOR(AG-SUB, WS-TIER-SUB) <= WS-NET
                       IF AG-TIER-PCT(AG-SUB, WS-TIER-SUB)
                               > AG-PCT(AG-SUB)
                           MOVE AG-TIER-PCT(AG-SUB, WS-TIER-SUB)
                               TO AG-PCT(AG-SUB)
                       END-IF
                   ELSE
                   IF AG-NEXT-FLOOR(AG-SUB) = 0
                           OR AG-TIER-FLOOR(AG-SUB, WS-TIER-SUB)
                               < AG-NEXT-FLOOR(AG-SUB)
                       MOVE AG-TIER-FLOOR(AG-SUB, WS-TIER-SUB)
                           TO AG-NEXT-FLOOR(AG-SUB)
                       MOVE AG-TIER-PCT(AG-SUB, WS-TIER-SUB)
                           TO AG-NEXT-PCT(AG-SUB)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE AG-EARNED(AG-SUB) ROUNDED =
               WS-NET * AG-PCT(AG-SUB) / 100.

      *EVERY AGREEMENT UNDER WAY AND NOT YET ISSUED IS BROUGHT UP TO
      *WHAT IT HAS EARNED. A DEAL THAT HASN'T STARTED HAS NOTHING.
       500-ACCRUE-QUARTER.
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-ISSUED(AG-SUB) = "N"
                       AND AG-START-DATE(AG-SUB) <= PR-PROC-DATE
                   PERFORM 520-POST-ACCRUAL
               END-IF
           END-PERFORM.

      *ONLY THE CHANGE SINCE THE LAST ACCRUAL POSTS - A RERUN FINDS
      *NOTHING LEFT TO ACCRUE.
       520-POST-ACCRUAL.
           COMPUTE WS-DELTA = AG-EARNED(AG-SUB) - AG-ACCRUED(AG-SUB)
           IF WS-DELTA NOT = 0
               MOVE SPACES TO LG-RECORD
               MOVE AG-CUS-NUM(AG-SUB) TO LG-CUS-NUM
               MOVE AG-START-DATE(AG-SUB) TO LG-START-DATE
               MOVE "A" TO LG-TYPE
               MOVE PR-PROC-DATE TO LG-DATE
               MOVE WS-DELTA TO LG-AMOUNT
               MOVE 0 TO LG-MEMO-NUM
               MOVE 0 TO LG-INVOICE-NUM
               WRITE LG-RECORD
               ADD WS-DELTA TO AG-ACCRUED(AG-SUB)
               ADD 1 TO WS-ACCRUAL-COUNT
               IF WS-DELTA > 0
                   ADD WS-DELTA TO WS-ACCRUED-UP
               ELSE
                   SUBTRACT WS-DELTA FROM WS-ACCRUED-DOWN
               END-IF
               MOVE "REBATE ACCRUED" TO AL-TEXT
               MOVE WS-DELTA TO AL-AMOUNT
               MOVE SPACES TO AL-MORE
               STRING "CUSTOMER " AG-CUS-NUM(AG-SUB)
                   DELIMITED BY SIZE INTO AL-MORE
               WRITE PRINT-RECORD FROM AL-ACTION-LINE AFTER 1
           END-IF.

      *THE NIGHT A PERIOD HAS ENDED, THE AGREEMENT IS TRUED UP TO
      *ITS FINAL FIGURE AND THE REBATE GOES OUT AS A CREDIT MEMO. A
      *DEAL THAT EARNED NOTHING IS CLOSED WITH NO MEMO.
       600-ISSUE-ENDED.
           PERFORM 110-GET-NEXT-MEMO-NUMBER
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               IF AG-ISSUED(AG-SUB) = "N"
                       AND AG-END-DATE(AG-SUB) <= PR-PROC-DATE
                   PERFORM 520-POST-ACCRUAL
                   PERFORM 610-ISSUE-ONE-MEMO
               END-IF
           END-PERFORM
           IF WS-MEMO-COUNT > 0
               OPEN OUTPUT MEMO-NUMBER-FILE
               MOVE WS-NEXT-MEMO TO MN-RECORD
               WRITE MN-RECORD
               CLOSE MEMO-NUMBER-FILE
               CLOSE MEMO-PRINT-FILE
           END-IF.

       610-ISSUE-ONE-MEMO.
           MOVE SPACES TO LG-RECORD
           MOVE AG-CUS-NUM(AG-SUB) TO LG-CUS-NUM
           MOVE AG-START-DATE(AG-SUB) TO LG-START-DATE
           MOVE "I" TO LG-TYPE
           MOVE PR-PROC-DATE TO LG-DATE
           MOVE AG-EARNED(AG-SUB) TO LG-AMOUNT
           MOVE 0 TO LG-INVOICE-NUM
           MOVE "Y" TO AG-ISSUED(AG-SUB)
           IF AG-EARNED(AG-SUB) = 0
               MOVE 0 TO LG-MEMO-NUM
               MOVE 0 TO AG-MEMO-NUM(AG-SUB)
               WRITE LG-RECORD
           ELSE
               MOVE WS-NEXT-MEMO TO LG-MEMO-NUM
               MOVE WS-NEXT-MEMO TO AG-MEMO-NUM(AG-SUB)
               WRITE LG-RECORD
               PERFORM 620-PRINT-MEMO
               IF CR-CREDIT-COUNT < CR-MAX-CREDITS
                   ADD 1 TO CR-CREDIT-COUNT
                   MOVE AG-CUS-NUM(AG-SUB) TO
                       CR-CUS-NUM(CR-CREDIT-COUNT)
                   MOVE AG-START-DATE(AG-SUB) TO
                       CR-START-DATE(CR-CREDIT-COUNT)
                   MOVE WS-NEXT-MEMO TO CR-MEMO-NUM(CR-CREDIT-COUNT)
                   MOVE AG-EARNED(AG-SUB) TO
                       CR-UNAPPLIED(CR-CREDIT-COUNT)
               END-IF
               ADD 1 TO WS-MEMO-COUNT
               ADD AG-EARNED(AG-SUB) TO WS-MEMO-TOTAL
               ADD 1 TO WS-NEXT-MEMO
           END-IF.

      *THE MEMO DOCUMENT, AND ITS LINE ON THE NIGHT'S CREDIT MEMO
      *REGISTER RIGHT BEHIND THE ONES CRMEMO ISSUED.
       620-PRINT-MEMO.
           IF WS-MEMO-COUNT = 0
               OPEN OUTPUT MEMO-PRINT-FILE
           END-IF
           MOVE WS-NEXT-MEMO TO MH-MEMO-NUM
           MOVE PR-PROC-DATE TO MH-DATE
           MOVE AG-CUS-NUM(AG-SUB) TO MH-CUS-NUM
           MOVE AG-CUS-NAME(AG-SUB) TO MH-CUS-NAME
           WRITE MP-RECORD FROM MH-MEMO-HEADING AFTER PAGE
           MOVE SPACES TO MP-RECORD
           WRITE MP-RECORD
           MOVE "VOLUME REBATE FOR THE PERIOD" TO MD-LABEL
           MOVE SPACES TO MD-TEXT
           STRING AG-START-DATE(AG-SUB) " - " AG-END-DATE(AG-SUB)
               DELIMITED BY SIZE INTO MD-TEXT
           WRITE MP-RECORD FROM MD-MEMO-DETAIL AFTER 1
           MOVE "QUALIFYING PURCHASES" TO MD-LABEL
           MOVE AG-NET-SALES(AG-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO MD-TEXT
           WRITE MP-RECORD FROM MD-MEMO-DETAIL AFTER 1
           MOVE "REBATE RATE EARNED (PERCENT)" TO MD-LABEL
           MOVE AG-PCT(AG-SUB) TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO MD-TEXT
           WRITE MP-RECORD FROM MD-MEMO-DETAIL AFTER 1
           MOVE "CREDIT TO YOUR ACCOUNT" TO MD-LABEL
           MOVE AG-EARNED(AG-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO MD-TEXT
           WRITE MP-RECORD FROM MD-MEMO-DETAIL AFTER 2
           OPEN EXTEND REGISTER-FILE
           IF RG-FILE-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE WS-NEXT-MEMO TO RR-MEMO-NUM
           MOVE AG-CUS-NUM(AG-SUB) TO RR-CUS-NUM
           MOVE AG-CUS-NAME(AG-SUB) TO RR-CUS-NAME
           MOVE AG-EARNED(AG-SUB) TO RR-NET
           WRITE RG-RECORD FROM RR-REGISTER-LINE
           CLOSE REGISTER-FILE
           MOVE "REBATE CREDIT MEMO ISSUED" TO AL-TEXT
           MOVE AG-EARNED(AG-SUB) TO AL-AMOUNT
           MOVE SPACES TO AL-MORE
           STRING "MEMO " WS-NEXT-MEMO " CUSTOMER " AG-CUS-NUM(AG-SUB)
               DELIMITED BY SIZE INTO AL-MORE
           WRITE PRINT-RECORD FROM AL-ACTION-LINE AFTER 1.

      *CREDIT STILL ON ACCOUNT IS SPENT AGAINST THE CUSTOMER'S OPEN
      *ITEMS IN FILE ORDER - OLDEST FIRST - BUT NEVER ON AN ACCOUNT
      *WRITTEN OFF OR AT AN AGENCY, WHICH COLLECTIONS HANDLES.
       700-APPLY-CREDITS.
           MOVE 0 TO WS-ON-ACCOUNT-TOTAL
           PERFORM 710-LOAD-OPEN-ITEMS
           IF OT-OVERFLOW-COUNT > 0
               MOVE "OPEN ITEMS OVER THE TABLE SIZE -" TO AL-TEXT
               MOVE 0 TO AL-AMOUNT
               MOVE "NO CREDIT SPENT TONIGHT" TO AL-MORE
               WRITE PRINT-RECORD FROM AL-ACTION-LINE AFTER 2
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-FILE
               IF CU-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CUSTOMER-OPEN
               END-IF
               OPEN EXTEND ADJUSTMENT-OUT-FILE
               IF AX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ADJUSTMENT-OUT-FILE
               END-IF
               PERFORM VARYING CR-SUB FROM 1 BY 1
                       UNTIL CR-SUB > CR-CREDIT-COUNT
                   IF CR-UNAPPLIED(CR-SUB) > 0
                       PERFORM 730-APPLY-ONE-CREDIT
                   END-IF
               END-PERFORM
               CLOSE ADJUSTMENT-OUT-FILE
               IF WS-CUSTOMER-OPEN = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF
           PERFORM VARYING CR-SUB FROM 1 BY 1
                   UNTIL CR-SUB > CR-CREDIT-COUNT
               IF CR-UNAPPLIED(CR-SUB) > 0
                   ADD CR-UNAPPLIED(CR-SUB) TO WS-ON-ACCOUNT-TOTAL
               END-IF
           END-PERFORM.

       710-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AO-PAID < AO-AMOUNT
                               PERFORM 712-LOAD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
               MOVE "NO " TO EOD
           END-IF
           OPEN INPUT CASH-FILE
           IF CA-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CASH-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF CA-INVOICE-X NUMERIC
                                   AND CA-AMOUNT-X NUMERIC
                               PERFORM 715-SPEND-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-FILE
               MOVE "NO " TO EOD
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF AJ-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ ADJUSTMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AJ-INVOICE-X NUMERIC
                                   AND AJ-AMOUNT-X NUMERIC
                               PERFORM 720-SPEND-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               MOVE "NO " TO EOD
           END-IF.

       712-LOAD-ONE-ITEM.
           IF OT-ITEM-COUNT < OT-MAX-ITEMS
               ADD 1 TO OT-ITEM-COUNT
               MOVE AO-INVOICE-NUM TO OT-INVOICE-NUM(OT-ITEM-COUNT)
               MOVE AO-CUS-NUM TO OT-CUS-NUM(OT-ITEM-COUNT)
               COMPUTE OT-REMAINING(OT-ITEM-COUNT) =
                   AO-AMOUNT - AO-PAID
           ELSE
               ADD 1 TO OT-OVERFLOW-COUNT
           END-IF.

       715-SPEND-CASH.
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-ITEM-COUNT
               IF OT-INVOICE-NUM(OT-SUB) = CA-INVOICE-NUM
                   IF CA-AMOUNT < OT-REMAINING(OT-SUB)
                       SUBTRACT CA-AMOUNT FROM OT-REMAINING(OT-SUB)
                   ELSE
                       MOVE 0 TO OT-REMAINING(OT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *A WRITE-OFF WAITING FOR ARPOST TAKES THE WHOLE ITEM; A CREDIT
      *ALREADY WAITING TAKES ITS AMOUNT.
       720-SPEND-ADJUSTMENT.
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-ITEM-COUNT
               IF OT-INVOICE-NUM(OT-SUB) = AJ-INVOICE-NUM
                   EVALUATE TRUE
                       WHEN AJ-TYPE = "W"
                           MOVE 0 TO OT-REMAINING(OT-SUB)
                       WHEN AJ-TYPE = "C"
                               AND AJ-AMOUNT < OT-REMAINING(OT-SUB)
                           SUBTRACT AJ-AMOUNT FROM OT-REMAINING(OT-SUB)
                       WHEN AJ-TYPE = "C"
                           MOVE 0 TO OT-REMAINING(OT-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       730-APPLY-ONE-CREDIT.
           MOVE SPACE TO CU-AR-STATUS
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE CR-CUS-NUM(CR-SUB) TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACE TO CU-AR-STATUS
               END-READ
           END-IF
           IF CU-AR-BLOCKED
               MOVE "CREDIT HELD - ACCOUNT BLOCKED" TO AL-TEXT
               MOVE CR-UNAPPLIED(CR-SUB) TO AL-AMOUNT
               MOVE SPACES TO AL-MORE
               STRING "MEMO " CR-MEMO-NUM(CR-SUB) " CUSTOMER "
                   CR-CUS-NUM(CR-SUB) DELIMITED BY SIZE INTO AL-MORE
               WRITE PRINT-RECORD FROM AL-ACTION-LINE AFTER 1
           ELSE
               PERFORM VARYING OT-SUB FROM 1 BY 1
                       UNTIL OT-SUB > OT-ITEM-COUNT
                           OR CR-UNAPPLIED(CR-SUB) = 0
                   IF OT-CUS-NUM(OT-SUB) = CR-CUS-NUM(CR-SUB)
                           AND OT-REMAINING(OT-SUB) > 0
                       PERFORM 740-WRITE-APPLICATION
                   END-IF
               END-PERFORM
           END-IF.

       740-WRITE-APPLICATION.
           IF CR-UNAPPLIED(CR-SUB) < OT-REMAINING(OT-SUB)
               MOVE CR-UNAPPLIED(CR-SUB) TO WS-APPLY
           ELSE
               MOVE OT-REMAINING(OT-SUB) TO WS-APPLY
           END-IF
           SUBTRACT WS-APPLY FROM CR-UNAPPLIED(CR-SUB)
           SUBTRACT WS-APPLY FROM OT-REMAINING(OT-SUB)
           MOVE SPACES TO AJ-RECORD
           MOVE "C" TO AJ-TYPE
           MOVE OT-INVOICE-NUM(OT-SUB) TO AJ-INVOICE-NUM
           MOVE CR-CUS-NUM(CR-SUB) TO AJ-CUS-NUM
           MOVE WS-APPLY TO AJ-AMOUNT
           MOVE "RB" TO AJ-REASON
           MOVE "SYS" TO AJ-OPERATOR
           MOVE PR-PROC-DATE TO AJ-KEYED-DATE
           MOVE CR-MEMO-NUM(CR-SUB) TO AJ-MEMO-NUM
           WRITE AX-RECORD FROM AJ-RECORD
           MOVE SPACES TO LG-RECORD
           MOVE CR-CUS-NUM(CR-SUB) TO LG-CUS-NUM
           MOVE CR-START-DATE(CR-SUB) TO LG-START-DATE
           MOVE "P" TO LG-TYPE
           MOVE PR-PROC-DATE TO LG-DATE
           MOVE WS-APPLY TO LG-AMOUNT
           MOVE CR-MEMO-NUM(CR-SUB) TO LG-MEMO-NUM
           MOVE OT-INVOICE-NUM(OT-SUB) TO LG-INVOICE-NUM
           WRITE LG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-APPLY TO WS-APPLIED-TOTAL
           MOVE "CREDIT APPLIED" TO AL-TEXT
           MOVE WS-APPLY TO AL-AMOUNT
           MOVE SPACES TO AL-MORE
           STRING "MEMO " CR-MEMO-NUM(CR-SUB) " INVOICE "
               OT-INVOICE-NUM(OT-SUB) DELIMITED BY SIZE INTO AL-MORE
           WRITE PRINT-RECORD FROM AL-ACTION-LINE AFTER 1.

      *ONE PAGE PER SALESMAN, EVERY DEAL STILL RUNNING OR CLOSED
      *TONIGHT, WITH WHAT IT TAKES TO REACH THE NEXT TIER.
       800-PROGRESS-REPORT.
           PERFORM VARYING AG-SUB FROM 1 BY 1
                   UNTIL AG-SUB > AG-AGREEMENT-COUNT
               MOVE 0 TO SM-SLOT
               PERFORM VARYING SM-SUB FROM 1 BY 1
                       UNTIL SM-SUB > SM-SALESMAN-COUNT
                   IF SM-SAL-NUM(SM-SUB) = AG-SAL-NUM(AG-SUB)
                       MOVE SM-SUB TO SM-SLOT
                   END-IF
               END-PERFORM
               IF SM-SLOT = 0
                   ADD 1 TO SM-SALESMAN-COUNT
                   MOVE AG-SAL-NUM(AG-SUB) TO
                       SM-SAL-NUM(SM-SALESMAN-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING SM-SUB FROM 1 BY 1
                   UNTIL SM-SUB > SM-SALESMAN-COUNT
               MOVE SM-SAL-NUM(SM-SUB) TO SH-SAL-NUM
               WRITE PRINT-RECORD FROM SH-SALESMAN-HEADING AFTER PAGE
               WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
               PERFORM VARYING AG-SUB FROM 1 BY 1
                       UNTIL AG-SUB > AG-AGREEMENT-COUNT
                   IF AG-SAL-NUM(AG-SUB) = SM-SAL-NUM(SM-SUB)
                       PERFORM 820-AGREEMENT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       820-AGREEMENT-LINE.
           MOVE AG-CUS-NUM(AG-SUB) TO DL-CUS-NUM
           MOVE AG-CUS-NAME(AG-SUB) TO DL-CUS-NAME
           MOVE AG-START-DATE(AG-SUB) TO DL-START-DATE
           MOVE AG-END-DATE(AG-SUB) TO DL-END-DATE
           MOVE AG-NET-SALES(AG-SUB) TO DL-NET-SALES
           MOVE AG-PCT(AG-SUB) TO DL-PCT
           MOVE AG-EARNED(AG-SUB) TO DL-EARNED
           IF AG-NEXT-FLOOR(AG-SUB) > 0
               MOVE AG-NEXT-PCT(AG-SUB) TO DL-NEXT-PCT
               MOVE "%" TO DL-NEXT-PCT-SIGN
               COMPUTE WS-TO-GO =
                   AG-NEXT-FLOOR(AG-SUB) - AG-NET-SALES(AG-SUB)
               MOVE WS-TO-GO TO DL-TO-GO
           ELSE
               MOVE 0 TO DL-NEXT-PCT
               MOVE SPACE TO DL-NEXT-PCT-SIGN
               MOVE 0 TO DL-TO-GO
           END-IF
           EVALUATE TRUE
               WHEN AG-START-DATE(AG-SUB) > PR-PROC-DATE
                   MOVE "NOT STARTED" TO DL-STATUS
               WHEN AG-ISSUED(AG-SUB) = "N"
                   MOVE "IN PERIOD" TO DL-STATUS
               WHEN AG-MEMO-NUM(AG-SUB) = 0
                   MOVE "CLOSED - NO REBATE" TO DL-STATUS
               WHEN OTHER
                   MOVE SPACES TO DL-STATUS
                   STRING "ISSUED - MEMO " AG-MEMO-NUM(AG-SUB)
                       DELIMITED BY SIZE INTO DL-STATUS
           END-EVALUATE
           IF AG-ISSUED(AG-SUB) = "Y"
               MOVE 0 TO DL-NEXT-PCT
               MOVE SPACE TO DL-NEXT-PCT-SIGN
               MOVE 0 TO DL-TO-GO
           END-IF
           WRITE PRINT-RECORD FROM DL-AGREEMENT-LINE AFTER 1.

      *AN ACCRUAL IS REBATES AGAINST ACCRUED REBATES, A TRUE-UP DOWN
      *THE REVERSE; AN ISSUED MEMO MOVES THE ACCRUAL ONTO THE
      *CUSTOMER'S RECEIVABLE.
       850-REBATE-JOURNAL.
           IF WS-ACCRUED-UP > 0 OR WS-ACCRUED-DOWN > 0
                   OR WS-MEMO-TOTAL > 0
               OPEN EXTEND GL-JOURNAL-FILE
               IF GJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF WS-ACCRUED-UP > 0
                   MOVE WS-ACCRUED-UP TO GL-AMOUNT
                   MOVE GL-ACCT-REBATE TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "REBATE ACCRUAL" TO GL-DESC-HOLD
                   PERFORM 860-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-REBACCR TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 860-WRITE-JOURNAL-LINE
               END-IF
               IF WS-ACCRUED-DOWN > 0
                   MOVE WS-ACCRUED-DOWN TO GL-AMOUNT
                   MOVE GL-ACCT-REBACCR TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "REBATE ACCRUAL TRUEUP" TO GL-DESC-HOLD
                   PERFORM 860-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-REBATE TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 860-WRITE-JOURNAL-LINE
               END-IF
               IF WS-MEMO-TOTAL > 0
                   MOVE WS-MEMO-TOTAL TO GL-AMOUNT
                   MOVE GL-ACCT-REBACCR TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "REBATE CREDIT MEMO" TO GL-DESC-HOLD
                   PERFORM 860-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-AR TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 860-WRITE-JOURNAL-LINE
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       860-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

       900-WRAP-UP.
           MOVE "AGREEMENTS ON FILE" TO TL-LABEL
           MOVE AG-AGREEMENT-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 3
           MOVE "AGREEMENT LINES REJECTED" TO TL-LABEL
           MOVE AG-REJECT-COUNT TO TL-COUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           MOVE "ACCRUALS POSTED (NET)" TO TL-LABEL
           MOVE WS-ACCRUAL-COUNT TO TL-COUNT
           COMPUTE TL-AMOUNT = WS-ACCRUED-UP - WS-ACCRUED-DOWN
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           MOVE "REBATE CREDIT MEMOS ISSUED" TO TL-LABEL
           MOVE WS-MEMO-COUNT TO TL-COUNT
           MOVE WS-MEMO-TOTAL TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           MOVE "CREDIT APPLIED TO OPEN ITEMS" TO TL-LABEL
           MOVE WS-APPLIED-COUNT TO TL-COUNT
           MOVE WS-APPLIED-TOTAL TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           MOVE "REBATE CREDIT STILL ON ACCOUNT" TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE WS-ON-ACCOUNT-TOTAL TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           IF AG-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REBATE - " WS-MEMO-COUNT " MEMOS ISSUED, "
               WS-APPLIED-COUNT " CREDIT LINES TO ARADJ".

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="REBATE"==.

       COPY PROCDTIO.
