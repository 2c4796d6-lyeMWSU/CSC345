      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   CUSTOMER PROFITABILITY. CUSTRANK RANKS CUSTOMERS BY
      *            REVENUE; THIS RANKS THEM BY WHAT THEY ACTUALLY
      *            CONTRIBUTE ONCE COST, CREDITS, FREIGHT AND
      *            COMMISSION COME OUT. THE NIGHT'S FEEDS ARE
      *            REWRITTEN EVERY NIGHT, SO THIS STEP RUNS NIGHTLY
      *            AND BANKS TONIGHT'S FIGURES PER CUSTOMER ON THE
      *            MONTH-TO-DATE FILE (CUSTPMTD.TXT) - ONE LINE PER
      *            CUSTOMER AND SALESMAN PER PROCESSING DATE, SO A
      *            RERUN REPLACES RATHER THAN DOUBLES, AND LAST
      *            MONTH'S LINES DROP OFF THE FIRST NIGHT OF THE NEW
      *            MONTH. THE MONTH-END RUN PRINTS THE REPORT
      *            (CUSTPROF.TXT), RANKED BY CONTRIBUTION, WITH THE
      *            BOTTOM TEN FLAGGED AND LISTED AGAIN FOR SALES
      *            MANAGEMENT.
      *
      *            WHAT GOES INTO EACH CUSTOMER'S FIGURES:
      *              REVENUE      BILLED LINES (P7INVDTL.TXT), GROSS
      *                           LESS DISCOUNT - CONTRACT AND TIER
      *                           PRICING ARE ALREADY IN THE LINE
      *              COST         QUANTITY AT THE PRODUCT MASTER'S
      *                           UNIT COST (VSAM.TXT)
      *              CREDITS      CREDIT MEMOS ON THE NIGHT'S REGISTER
      *                           (CRMEMREG.TXT) - RETURNS AND REBATES
      *                           ALIKE. THE RETURNED GOODS COME BACK
      *                           INTO STOCK, SO THEIR COST (CREDITED
      *                           LINES, P7CRDDTL.TXT) COMES OFF COST
      *              FREIGHT      BILLED OFF THE INVOICE REGISTER
      *                           (P7INVREG.TXT) AGAINST WHAT THE
      *                           SHIPMENT COST US - SHIPPING WEIGHT
      *                           AT THE DESTINATION STATE'S RATE ON
      *                           FRTCOST.TXT. DROP SHIPS AND CASH
      *                           SALES NEVER LEAVE OUR DOCK
      *              COMMISSION   EACH SALESMAN'S MONTH (P8BANDS.TXT
      *                           BANDS WHEN PRESENT, OTHERWISE THE
      *                           SALESMAN'S OWN PERCENT OFF
      *                           P8VSAM.TXT), SPREAD OVER HIS
      *                           CUSTOMERS BY THE REVENUE HE BILLED
      *                           EACH ONE
      *
      *            FRTCOST.TXT LAYOUT:
      *              COLS  1-2   STATE ("**" IS ANY STATE)
      *              COLS  3-8   COST PER HUNDRED POUNDS (9(4)V99)
      *            A STATE'S OWN RATE OUTRANKS "**". NO RATE MEANS NO
      *            FREIGHT COST, AND THE REPORT SAYS SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT INVOICE-EXTRACT-FILE
           ASSIGN USING WS-INVDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IV-FILE-STATUS.

           SELECT CREDIT-EXTRACT-FILE
           ASSIGN USING WS-CRDDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CD-FILE-STATUS.

      *THE TWO NIGHTLY REGISTERS - ONLY THE DETAIL LINES ARE READ;
      *HEADINGS AND TOTALS FAIL THE NUMERIC TESTS AND ARE PASSED BY.
           SELECT INVOICE-REGISTER-FILE
           ASSIGN USING WS-INVREG-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IR-FILE-STATUS.

           SELECT MEMO-REGISTER-FILE
           ASSIGN USING WS-CRMREG-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MG-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MR-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT FREIGHT-COST-FILE
           ASSIGN TO "FRTCOST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FC-COST-STATUS.

      *THE COMMISSION MASTER AND BAND SCHEDULE, READ ONLY - THE SAME
      *RATES P8REPORTS PAYS ON.
           SELECT P8-MASTER-FILE
               ASSIGN "P8VSAM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P8-ID
               FILE STATUS IS P8-FILE-STATUS.

           SELECT BAND-FILE
               ASSIGN TO "P8BANDS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

      *THE MONTH TO DATE - RUN THROUGH A WORK COPY SO TONIGHT'S LINES
      *CAN BE REPLACED ON A RERUN.
           SELECT MTD-FILE
           ASSIGN TO "CUSTPMTD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MD-FILE-STATUS.

           SELECT MTD-OUT-FILE
           ASSIGN USING WS-MTD-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MO-FILE-STATUS.

           SELECT MTD-WORK-FILE
           ASSIGN TO "CUSTPWRK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MW-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "CUSTPROF.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL READS THE TEST
      *EXTRACTS AND REGISTERS AND BANKS ONLY TO A TEST COPY.
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

      *THE OFFICIAL PROCESSING DATE - TONIGHT'S FIGURES ARE BANKED
      *UNDER IT, AND ITS MONTH IS THE MONTH THE REPORT COVERS.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  INVOICE-EXTRACT-FILE.
       01  IV-RECORD.
           05  IV-CUS-NUM              PIC 9(5).
           05                          PIC X(25).
           05  IV-PRO-NUM              PIC 999.
           05                          PIC X(27).
           05  IV-QTY                  PIC 999.
           05  IV-GROSS                PIC 9(6)V99.
           05  IV-DISCOUNT             PIC 9(3)V99.
           05                          PIC X(27).
           05  IV-DROP-SHIP            PIC X.
           05  IV-SAL-NUM              PIC XXX.

       FD  CREDIT-EXTRACT-FILE.
       01  CD-RECORD.
           05  CD-CUS-NUM              PIC 9(5).
           05                          PIC X(25).
           05  CD-PRO-NUM              PIC 999.
           05                          PIC X(27).
           05  CD-QTY                  PIC 999.
           05                          PIC X(37).

      *P7INVREG.TXT DETAIL LINE - INVOICE, CUSTOMER, NAME, NET, AND
      *THE FREIGHT BILLED AFTER "FRT.".
       FD  INVOICE-REGISTER-FILE.
       01  IR-RECORD.
           05  IR-INVOICE-X            PIC X(6).
           05                          PIC X(3).
           05  IR-CUS-NUM              PIC 9(5).
           05  IR-CUS-NUM-X REDEFINES IR-CUS-NUM
                                       PIC X(5).
           05                          PIC X(42).
           05  IR-FRT-TAG              PIC X(4).
           05  IR-FREIGHT              PIC $$,$$9.99.
           05                          PIC X(11).

      *CRMEMREG.TXT DETAIL LINE - MEMO, CUSTOMER, NAME, NET.
       FD  MEMO-REGISTER-FILE.
       01  MG-RECORD.
           05  MG-MEMO-X               PIC X(6).
           05                          PIC X(3).
           05  MG-CUS-NUM              PIC 9(5).
           05  MG-CUS-NUM-X REDEFINES MG-CUS-NUM
                                       PIC X(5).
           05                          PIC X(29).
           05  MG-NET                  PIC $$$$,$$9.99.
           05                          PIC X(26).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MR-ID                   PIC X(3).
           05                          PIC X(76).
           05  MR-UNIT-COST            PIC 999V99.
           05  MR-UNIT-COST-X REDEFINES MR-UNIT-COST
                                       PIC X(5).
           05                          PIC X(24).
           05  MR-SHIP-WEIGHT          PIC 99.
           05  MR-SHIP-WEIGHT-X REDEFINES MR-SHIP-WEIGHT
                                       PIC XX.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05                          PIC X(13).
           05  CU-SAL-NUM              PIC XXX.
           05                          PIC X(7).

       FD  FREIGHT-COST-FILE.
       01  FK-RECORD.
           05  FK-IN-STATE             PIC XX.
           05  FK-IN-RATE              PIC 9(4)V99.
           05  FK-IN-RATE-X REDEFINES FK-IN-RATE
                                       PIC X(6).

       FD  P8-MASTER-FILE.
       01  P8-REC.
           05  P8-ID                   PIC X(3).
           05  P8-NAME                 PIC X(20).
           05  P8-COM-PER              PIC V99.
           05                          PIC X(71).

       FD  BAND-FILE.
       01  BD-RECORD.
           05  BD-IN-FLOOR             PIC 9(5).
           05  BD-IN-PCT               PIC 99.

       FD  MTD-FILE.
       01  MD-RECORD.
           05  MD-DATE                 PIC 9(8).
           05  MD-CUS-NUM              PIC 9(5).
           05  MD-SAL-NUM              PIC XXX.
           05  MD-REVENUE              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  MD-COST                 PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  MD-CREDITS              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  MD-RETURN-COST          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  MD-FRT-BILLED           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  MD-FRT-COST             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(4).

       FD  MTD-OUT-FILE.
       01  MO-RECORD                   PIC X(92).

       FD  MTD-WORK-FILE.
       01  MW-RECORD                   PIC X(92).

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
           05  WS-INVREG-NAME          PIC X(12) VALUE
               "P7INVREG.TXT".
           05  WS-CRMREG-NAME          PIC X(12) VALUE
               "CRMEMREG.TXT".
           05  WS-MTD-OUT-NAME         PIC X(12) VALUE
               "CUSTPMTD.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  IV-FILE-STATUS          PIC XX.
           05  CD-FILE-STATUS          PIC XX.
           05  IR-FILE-STATUS          PIC XX.
           05  MG-FILE-STATUS          PIC XX.
           05  MR-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  FC-COST-STATUS          PIC XX.
           05  P8-FILE-STATUS          PIC XX.
           05  BD-FILE-STATUS          PIC XX.
           05  MD-FILE-STATUS          PIC XX.
           05  MO-FILE-STATUS          PIC XX.
           05  MW-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X VALUE "N".
           05  WS-CUSTOMER-OPEN        PIC X VALUE "N".
           05  WS-P8-OPEN              PIC X VALUE "N".

       01  WS-PROC-DATE-PARTS.
           05  WS-PR-YYYYMM            PIC 9(6).
           05  WS-PR-DD                PIC 99.
       01  WS-MD-DATE-PARTS.
           05  WS-MD-YYYYMM            PIC 9(6).
           05  WS-MD-DD                PIC 99.

      *TONIGHT'S FIGURES BY CUSTOMER AND SALESMAN. CREDITS AND
      *FREIGHT AREN'T ANY ONE SALESMAN'S, SO THEY BANK UNDER A BLANK
      *SALESMAN; ONLY REVENUE CARRIES ONE, FOR THE COMMISSION.
       01  NT-MAX-ENTRIES              PIC 9(3) VALUE 400.
       01  NT-ENTRY-COUNT              PIC 9(3) VALUE 0.
       01  NT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  NT-TONIGHT-TABLE.
           05  NT-ENTRY OCCURS 400 TIMES.
               10  NT-CUS-NUM          PIC 9(5).
               10  NT-SAL-NUM          PIC XXX.
               10  NT-REVENUE          PIC S9(9)V99.
               10  NT-COST             PIC S9(9)V99.
               10  NT-CREDITS          PIC S9(9)V99.
               10  NT-RETURN-COST      PIC S9(9)V99.
               10  NT-FRT-BILLED       PIC S9(9)V99.
               10  NT-FRT-COST         PIC S9(9)V99.

       01  NT-SUB                      PIC 9(3).
       01  NT-SLOT                     PIC 9(3).
       01  WS-FIND-CUS                 PIC 9(5).
       01  WS-FIND-SAL                 PIC XXX.

      *THE MONTH BY CUSTOMER, FOR THE REPORT.
       01  MT-MAX-CUSTOMERS            PIC 9(3) VALUE 500.
       01  MT-CUST-COUNT               PIC 9(3) VALUE 0.
       01  MT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  MT-MONTH-TABLE.
           05  MT-ENTRY OCCURS 500 TIMES.
               10  MT-CUS-NUM          PIC 9(5).
               10  MT-NAME             PIC X(25).
               10  MT-SAL-NUM          PIC XXX.
               10  MT-REVENUE          PIC S9(9)V99.
               10  MT-COST             PIC S9(9)V99.
               10  MT-CREDITS          PIC S9(9)V99.
               10  MT-RETURN-COST      PIC S9(9)V99.
               10  MT-FRT-BILLED       PIC S9(9)V99.
               10  MT-FRT-COST         PIC S9(9)V99.
               10  MT-COMMISSION       PIC S9(9)V99.
               10  MT-NET-SALES        PIC S9(9)V99.
               10  MT-MARGIN           PIC S9(9)V99.
               10  MT-CONTRIBUTION     PIC S9(9)V99.
               10  MT-RANKED           PIC X.

       01  MT-SUB                      PIC 9(3).
       01  MT-SLOT                     PIC 9(3).

      *RANK ORDER, SO THE BOTTOM TEN CAN BE LISTED AGAIN.
       01  RK-ORDER-TABLE.
           05  RK-ORDER                PIC 9(3) OCCURS 500 TIMES.
       01  RK-RANK                     PIC 9(3).
       01  RK-BEST-SUB                 PIC 9(3).
       01  RK-BEST-CONTRIBUTION        PIC S9(9)V99.
       01  RK-BOTTOM-START             PIC 9(3).

      *THE MONTH BY SALESMAN - REVENUE BILLED AND THE COMMISSION IT
      *EARNS.
       01  SM-MAX-SALESMEN             PIC 9(3) VALUE 200.
       01  SM-SALESMAN-COUNT           PIC 9(3) VALUE 0.
       01  SM-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  SM-SALESMAN-TABLE.
           05  SM-ENTRY OCCURS 200 TIMES.
               10  SM-SAL-NUM          PIC XXX.
               10  SM-REVENUE          PIC S9(9)V99.
               10  SM-COMMISSION       PIC S9(9)V99.

       01  SM-SUB                      PIC 9(3).
       01  SM-SLOT                     PIC 9(3).

      *FREIGHT COST RATES BY STATE.
       01  FR-MAX-RATES                PIC 9(3) VALUE 100.
       01  FR-RATE-COUNT               PIC 9(3) VALUE 0.
       01  FR-RATE-TABLE.
           05  FR-ENTRY OCCURS 100 TIMES.
               10  FR-STATE            PIC XX.
               10  FR-RATE             PIC 9(4)V99.
       01  FR-SUB                      PIC 9(3).
       01  WS-CUS-RATE                 PIC 9(4)V99.
       01  WS-ANY-RATE                 PIC 9(4)V99.

      *THE BAND SCHEDULE, ASCENDING BY FLOOR, AS P8REPORTS LOADS IT.
       01  BD-MAX-BANDS                PIC 9 VALUE 5.
       01  BD-BAND-COUNT               PIC 9 VALUE 0.
       01  BD-BAND-TABLE.
           05  BD-ENTRY OCCURS 5 TIMES.
               10  BD-FLOOR            PIC 9(5).
               10  BD-PCT              PIC 99.
       01  BD-SUB                      PIC 9.
       01  WS-BAND-PORTION             PIC 9(9)V99 VALUE 0.
       01  WS-BAND-CEILING             PIC 9(9)V99 VALUE 0.

       01  WS-WORK.
           05  WS-AMOUNT               PIC 9(7)V99.
           05  WS-LINE-COST            PIC S9(9)V99.
           05  WS-LINE-WEIGHT          PIC 9(7).
           05  WS-MARGIN-PCT           PIC S9(5)V9.
           05  WS-NO-COST-COUNT        PIC 9(5) VALUE 0.
           05  WS-NO-WEIGHT-COUNT      PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-NET-SALES        PIC S9(11)V99 VALUE 0.
           05  WS-TOT-COST             PIC S9(11)V99 VALUE 0.
           05  WS-TOT-MARGIN           PIC S9(11)V99 VALUE 0.
           05  WS-TOT-FREIGHT          PIC S9(11)V99 VALUE 0.
           05  WS-TOT-COMMISSION       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CONTRIBUTION     PIC S9(11)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(23) VALUE
               "CUSTOMER PROFITABILITY".
           05                          PIC X(6)  VALUE "MONTH ".
           05  HL-MONTH                PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "CUSTPROF".
           05  HL-WATERMARK            PIC X(20) VALUE SPACES.

       01  CH-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "RANK".
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(19) VALUE "NAME".
           05                          PIC X(14) VALUE "    NET SALES".
           05                          PIC X(14) VALUE "         COST".
           05                          PIC X(14) VALUE "  GROSS MARGN".
           05                          PIC X(7)  VALUE "   GM%".
           05                          PIC X(12) VALUE "  FRT. NET".
           05                          PIC X(12) VALUE "  COMMISSN".
           05                          PIC X(15) VALUE
               "   CONTRIBUTION".

       01  DL-DETAIL-LINE.
           05  DL-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NAME                 PIC X(18).
           05  DL-NET-SALES            PIC $$$,$$$,$$9.99-.
           05  DL-COST                 PIC $$$,$$$,$$9.99-.
           05  DL-MARGIN               PIC $$$,$$$,$$9.99-.
           05  DL-MARGIN-PCT           PIC ---9.9.
           05  DL-FREIGHT              PIC $$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-COMMISSION           PIC $$$,$$9.99-.
           05  DL-CONTRIBUTION         PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-FLAG                 PIC X(3).

       01  BT-BOTTOM-TITLE.
           05                          PIC X(50) VALUE
               "BOTTOM TEN BY CONTRIBUTION - FOR SALES MANAGEMENT".

       01  BH-BOTTOM-HEADING.
           05                          PIC X(5)  VALUE "RANK".
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(27) VALUE "NAME".
           05                          PIC X(6)  VALUE "SLSM".
           05                          PIC X(15) VALUE "      REVENUE".
           05                          PIC X(15) VALUE "      CREDITS".
           05                          PIC X(12) VALUE "  FRT. COST".
           05                          PIC X(12) VALUE "  COMMISSN".
           05                          PIC X(15) VALUE
               "   CONTRIBUTION".

       01  BL-BOTTOM-LINE.
           05  BL-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-NAME                 PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-SAL-NUM              PIC XXX.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BL-REVENUE              PIC $$$,$$$,$$9.99-.
           05  BL-CREDITS              PIC $$$,$$$,$$9.99-.
           05  BL-FRT-COST             PIC $$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  BL-COMMISSION           PIC $$$,$$9.99-.
           05  BL-CONTRIBUTION         PIC $$$,$$$,$$9.99-.

       01  TL-TOTAL-LINE.
           05                          PIC X(12) VALUE SPACES.
           05                          PIC X(18) VALUE "ALL CUSTOMERS".
           05  TL-NET-SALES            PIC $$$,$$$,$$9.99-.
           05  TL-COST                 PIC $$$,$$$,$$9.99-.
           05  TL-MARGIN               PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  TL-FREIGHT              PIC $$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TL-COMMISSION           PIC $$$,$$9.99-.
           05  TL-CONTRIBUTION         PIC $$$,$$$,$$9.99-.

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(60).
           05  NL-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 050-CHECK-RUN-TYPE
           PERFORM 100-INITIALIZE
           PERFORM 200-TONIGHT-BILLED
           PERFORM 220-TONIGHT-RETURN-COST
           PERFORM 240-TONIGHT-CREDITS
           PERFORM 260-TONIGHT-FREIGHT-BILLED
      *AN ENTRY THE TABLE CAN'T HOLD WOULD LOSE TONIGHT'S FIGURES FOR
      *GOOD, SO NOTHING IS BANKED UNTIL THE TABLE IS WIDENED - THE
      *FEEDS STAY PUT FOR THE RERUN UNTIL TOMORROW NIGHT.
           IF NT-OVERFLOW-COUNT > 0
               MOVE "** CUSTOMERS OVER THE TABLE SIZE - NOTHING BANKED:"
                   TO NL-TEXT
               MOVE NT-OVERFLOW-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-BANK-TONIGHT
               IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
                   PERFORM 400-LOAD-MONTH
                   PERFORM 450-FIGURE-COMMISSION
                   PERFORM 500-PROFITABILITY-REPORT
               ELSE
                   MOVE "MONTH TO DATE BANKED - REPORT PRINTS AT MONTH-E
      -                "ND" TO NL-TEXT
                   MOVE NT-ENTRY-COUNT TO NL-COUNT
                   WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
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
               MOVE "INVREGT.TXT" TO WS-INVREG-NAME
               MOVE "CRMREGT.TXT" TO WS-CRMREG-NAME
               MOVE "CUSTPMTT.TXT" TO WS-MTD-OUT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "CUSTPROF - TEST RUN - ALL OUTPUTS REDIRECTED"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           MOVE WS-PR-YYYYMM TO HL-MONTH
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT MASTER-FILE
           IF MR-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           PERFORM 150-LOAD-FREIGHT-COST.

      *NO FILE LEAVES THE TABLE EMPTY AND EVERY SHIPMENT FREE TO US -
      *THE REPORT CARRIES A NOTE SO NOBODY READS THAT AS THE TRUTH.
       150-LOAD-FREIGHT-COST.
           OPEN INPUT FREIGHT-COST-FILE
           IF FC-COST-STATUS = "00"
               PERFORM UNTIL FC-COST-STATUS NOT = "00"
                   READ FREIGHT-COST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FK-IN-RATE-X NUMERIC
                                   AND FR-RATE-COUNT < FR-MAX-RATES
                               ADD 1 TO FR-RATE-COUNT
                               MOVE FK-IN-STATE TO
                                   FR-STATE(FR-RATE-COUNT)
                               MOVE FK-IN-RATE TO
                                   FR-RATE(FR-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-COST-FILE
           END-IF.

       200-TONIGHT-BILLED.
           OPEN INPUT INVOICE-EXTRACT-FILE
           IF IV-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ INVOICE-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-BILLED-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-EXTRACT-FILE
               MOVE "NO " TO EOD
           END-IF.

       210-BILLED-ONE-LINE.
           MOVE IV-CUS-NUM TO WS-FIND-CUS
           MOVE IV-SAL-NUM TO WS-FIND-SAL
           PERFORM 280-FIND-TONIGHT-SLOT
           IF NT-SLOT > 0
               COMPUTE NT-REVENUE(NT-SLOT) = NT-REVENUE(NT-SLOT)
                   + IV-GROSS - IV-DISCOUNT
               MOVE IV-PRO-NUM TO MR-ID
               PERFORM 290-READ-PRODUCT
               COMPUTE NT-COST(NT-SLOT) = NT-COST(NT-SLOT)
                   + IV-QTY * MR-UNIT-COST
      *WHAT THE SHIPMENT COSTS US TO FREIGHT - BY WEIGHT, AT THE
      *DESTINATION STATE'S RATE. THE VENDOR FREIGHTS A DROP SHIP.
               IF IV-CUS-NUM > 0 AND IV-DROP-SHIP NOT = "D"
                       AND FR-RATE-COUNT > 0
                   PERFORM 215-FREIGHT-COST
               END-IF
           END-IF.

       215-FREIGHT-COST.
           IF MR-SHIP-WEIGHT = 0
               ADD 1 TO WS-NO-WEIGHT-COUNT
           END-IF
           COMPUTE WS-LINE-WEIGHT = IV-QTY * MR-SHIP-WEIGHT
           MOVE 0 TO WS-CUS-RATE
           MOVE 0 TO WS-ANY-RATE
           MOVE SPACES TO CU-STATE
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE IV-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-STATE
               END-READ
           END-IF
           PERFORM VARYING FR-SUB FROM 1 BY 1
                   UNTIL FR-SUB > FR-RATE-COUNT
               IF FR-STATE(FR-SUB) = "**"
                   MOVE FR-RATE(FR-SUB) TO WS-ANY-RATE
               END-IF
               IF FR-STATE(FR-SUB) = CU-STATE
                       AND CU-STATE NOT = SPACES
                   MOVE FR-RATE(FR-SUB) TO WS-CUS-RATE
               END-IF
           END-PERFORM
           IF WS-CUS-RATE = 0
               MOVE WS-ANY-RATE TO WS-CUS-RATE
           END-IF
           COMPUTE NT-FRT-COST(NT-SLOT) ROUNDED =
               NT-FRT-COST(NT-SLOT)
               + WS-LINE-WEIGHT * WS-CUS-RATE / 100.

      *RETURNED GOODS GO BACK ON THE SHELF, SO THEIR COST COMES BACK
      *OFF THE CUSTOMER'S COST OF SALES.
       220-TONIGHT-RETURN-COST.
           OPEN INPUT CREDIT-EXTRACT-FILE
           IF CD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CREDIT-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE CD-CUS-NUM TO WS-FIND-CUS
                           MOVE SPACES TO WS-FIND-SAL
                           PERFORM 280-FIND-TONIGHT-SLOT
                           IF NT-SLOT > 0
                               MOVE CD-PRO-NUM TO MR-ID
                               PERFORM 290-READ-PRODUCT
                               COMPUTE NT-RETURN-COST(NT-SLOT) =
                                   NT-RETURN-COST(NT-SLOT)
                                   + CD-QTY * MR-UNIT-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-EXTRACT-FILE
               MOVE "NO " TO EOD
           END-IF.

      *EVERY MEMO ON THE NIGHT'S REGISTER - CRMEMO'S RETURNS AND THE
      *REBATE RUN'S MEMOS BOTH LAND THERE.
       240-TONIGHT-CREDITS.
           OPEN INPUT MEMO-REGISTER-FILE
           IF MG-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ MEMO-REGISTER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF MG-MEMO-X NUMERIC
                                   AND MG-CUS-NUM-X NUMERIC
                               MOVE MG-CUS-NUM TO WS-FIND-CUS
                               MOVE SPACES TO WS-FIND-SAL
                               PERFORM 280-FIND-TONIGHT-SLOT
                               IF NT-SLOT > 0
                                   MOVE MG-NET TO WS-AMOUNT
                                   ADD WS-AMOUNT TO
                                       NT-CREDITS(NT-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMO-REGISTER-FILE
               MOVE "NO " TO EOD
           END-IF.

       260-TONIGHT-FREIGHT-BILLED.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF IR-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF IR-INVOICE-X NUMERIC
                                   AND IR-CUS-NUM-X NUMERIC
                                   AND IR-FRT-TAG = "FRT."
                               MOVE IR-FREIGHT TO WS-AMOUNT
                               IF WS-AMOUNT > 0
                                   MOVE IR-CUS-NUM TO WS-FIND-CUS
                                   MOVE SPACES TO WS-FIND-SAL
                                   PERFORM 280-FIND-TONIGHT-SLOT
                                   IF NT-SLOT > 0
                                       ADD WS-AMOUNT TO
                                           NT-FRT-BILLED(NT-SLOT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
               MOVE "NO " TO EOD
           END-IF.

       280-FIND-TONIGHT-SLOT.
           MOVE 0 TO NT-SLOT
           PERFORM VARYING NT-SUB FROM 1 BY 1
                   UNTIL NT-SUB > NT-ENTRY-COUNT
               IF NT-CUS-NUM(NT-SUB) = WS-FIND-CUS
                       AND NT-SAL-NUM(NT-SUB) = WS-FIND-SAL
                   MOVE NT-SUB TO NT-SLOT
               END-IF
           END-PERFORM
           IF NT-SLOT = 0
               IF NT-ENTRY-COUNT < NT-MAX-ENTRIES
                   ADD 1 TO NT-ENTRY-COUNT
                   MOVE NT-ENTRY-COUNT TO NT-SLOT
                   INITIALIZE NT-ENTRY(NT-SLOT)
                   MOVE WS-FIND-CUS TO NT-CUS-NUM(NT-SLOT)
                   MOVE WS-FIND-SAL TO NT-SAL-NUM(NT-SLOT)
               ELSE
                   ADD 1 TO NT-OVERFLOW-COUNT
               END-IF
           END-IF.

      *A PRODUCT OFF THE MASTER, OR WITH NO COST KEYED, COSTS
      *NOTHING AND WEIGHS NOTHING - COUNTED SO THE REPORT SAYS HOW
      *OFTEN.
       290-READ-PRODUCT.
           IF WS-MASTER-OPEN = "Y"
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MR-UNIT-COST-X
                                      MR-SHIP-WEIGHT-X
               END-READ
           ELSE
               MOVE SPACES TO MR-UNIT-COST-X
                              MR-SHIP-WEIGHT-X
           END-IF
           IF MR-UNIT-COST-X NOT NUMERIC
               MOVE 0 TO MR-UNIT-COST
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           IF MR-SHIP-WEIGHT-X NOT NUMERIC
               MOVE 0 TO MR-SHIP-WEIGHT
           END-IF.

      *THIS MONTH'S EARLIER NIGHTS GO ACROSS THROUGH THE WORK COPY;
      *TONIGHT'S OWN LINES (FROM AN EARLIER RUN) AND LAST MONTH'S
      *ARE LEFT BEHIND. TONIGHT'S FIGURES GO ON THE END.
       300-BANK-TONIGHT.
           OPEN OUTPUT MTD-WORK-FILE
           OPEN INPUT MTD-FILE
           IF MD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ MTD-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE MD-DATE TO WS-MD-DATE-PARTS
                           IF MD-DATE NOT = PR-PROC-DATE
                                   AND WS-MD-YYYYMM = WS-PR-YYYYMM
                               WRITE MW-RECORD FROM MD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MTD-FILE
               MOVE "NO " TO EOD
           END-IF
           CLOSE MTD-WORK-FILE
           OPEN OUTPUT MTD-OUT-FILE
           OPEN INPUT MTD-WORK-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ MTD-WORK-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE MO-RECORD FROM MW-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE MTD-WORK-FILE
           PERFORM VARYING NT-SUB FROM 1 BY 1
                   UNTIL NT-SUB > NT-ENTRY-COUNT
               MOVE SPACES TO MD-RECORD
               MOVE PR-PROC-DATE TO MD-DATE
               MOVE NT-CUS-NUM(NT-SUB) TO MD-CUS-NUM
               MOVE NT-SAL-NUM(NT-SUB) TO MD-SAL-NUM
               MOVE NT-REVENUE(NT-SUB) TO MD-REVENUE
               MOVE NT-COST(NT-SUB) TO MD-COST
               MOVE NT-CREDITS(NT-SUB) TO MD-CREDITS
               MOVE NT-RETURN-COST(NT-SUB) TO MD-RETURN-COST
               MOVE NT-FRT-BILLED(NT-SUB) TO MD-FRT-BILLED
               MOVE NT-FRT-COST(NT-SUB) TO MD-FRT-COST
               WRITE MO-RECORD FROM MD-RECORD
           END-PERFORM
           CLOSE MTD-OUT-FILE.

      *THE MONTH, BACK OFF THE FILE JUST WRITTEN, BY CUSTOMER AND BY
      *SALESMAN.
       400-LOAD-MONTH.
           OPEN INPUT MTD-OUT-FILE
           IF MO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ MTD-OUT-FILE INTO MD-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 410-MONTH-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE MTD-OUT-FILE
               MOVE "NO " TO EOD
           END-IF.

       410-MONTH-ONE-LINE.
           MOVE 0 TO MT-SLOT
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-CUST-COUNT
               IF MT-CUS-NUM(MT-SUB) = MD-CUS-NUM
                   MOVE MT-SUB TO MT-SLOT
               END-IF
           END-PERFORM
           IF MT-SLOT = 0
               IF MT-CUST-COUNT < MT-MAX-CUSTOMERS
                   ADD 1 TO MT-CUST-COUNT
                   MOVE MT-CUST-COUNT TO MT-SLOT
                   INITIALIZE MT-ENTRY(MT-SLOT)
                   MOVE MD-CUS-NUM TO MT-CUS-NUM(MT-SLOT)
                   MOVE "N" TO MT-RANKED(MT-SLOT)
                   PERFORM 420-CUSTOMER-NAME
               ELSE
                   ADD 1 TO MT-OVERFLOW-COUNT
               END-IF
           END-IF
           IF MT-SLOT > 0
               ADD MD-REVENUE TO MT-REVENUE(MT-SLOT)
               ADD MD-COST TO MT-COST(MT-SLOT)
               ADD MD-CREDITS TO MT-CREDITS(MT-SLOT)
               ADD MD-RETURN-COST TO MT-RETURN-COST(MT-SLOT)
               ADD MD-FRT-BILLED TO MT-FRT-BILLED(MT-SLOT)
               ADD MD-FRT-COST TO MT-FRT-COST(MT-SLOT)
           END-IF
           IF MD-SAL-NUM NOT = SPACES AND MD-REVENUE NOT = 0
               MOVE 0 TO SM-SLOT
               PERFORM VARYING SM-SUB FROM 1 BY 1
                       UNTIL SM-SUB > SM-SALESMAN-COUNT
                   IF SM-SAL-NUM(SM-SUB) = MD-SAL-NUM
                       MOVE SM-SUB TO SM-SLOT
                   END-IF
               END-PERFORM
               IF SM-SLOT = 0
                   IF SM-SALESMAN-COUNT < SM-MAX-SALESMEN
                       ADD 1 TO SM-SALESMAN-COUNT
                       MOVE SM-SALESMAN-COUNT TO SM-SLOT
                       MOVE MD-SAL-NUM TO SM-SAL-NUM(SM-SLOT)
                       MOVE 0 TO SM-REVENUE(SM-SLOT)
                       MOVE 0 TO SM-COMMISSION(SM-SLOT)
                   ELSE
                       ADD 1 TO SM-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF SM-SLOT > 0
                   ADD MD-REVENUE TO SM-REVENUE(SM-SLOT)
               END-IF
           END-IF.

       420-CUSTOMER-NAME.
           IF MD-CUS-NUM = 0
               MOVE "CASH SALES" TO MT-NAME(MT-SLOT)
           ELSE
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE MD-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER FILE" TO
                           MT-NAME(MT-SLOT)
                   NOT INVALID KEY
                       MOVE CU-NAME TO MT-NAME(MT-SLOT)
                       MOVE CU-SAL-NUM TO MT-SAL-NUM(MT-SLOT)
               END-READ
           END-IF
           END-IF.

      *EACH SALESMAN'S COMMISSION ON HIS MONTH, THEN SPREAD OVER HIS
      *CUSTOMERS IN PROPORTION TO WHAT HE BILLED EACH - A SECOND PASS
      *OF THE MONTH FILE, SINCE ONLY IT HAS CUSTOMER AND SALESMAN
      *TOGETHER.
       450-FIGURE-COMMISSION.
           PERFORM 455-LOAD-BANDS
           OPEN INPUT P8-MASTER-FILE
           IF P8-FILE-STATUS = "00"
               MOVE "Y" TO WS-P8-OPEN
           END-IF
           PERFORM VARYING SM-SUB FROM 1 BY 1
                   UNTIL SM-SUB > SM-SALESMAN-COUNT
               PERFORM 460-SALESMAN-COMMISSION
           END-PERFORM
           IF WS-P8-OPEN = "Y"
               CLOSE P8-MASTER-FILE
           END-IF
           OPEN INPUT MTD-OUT-FILE
           IF MO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ MTD-OUT-FILE INTO MD-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF MD-SAL-NUM NOT = SPACES
                                   AND MD-REVENUE NOT = 0
                               PERFORM 470-SPREAD-COMMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MTD-OUT-FILE
               MOVE "NO " TO EOD
           END-IF.

       455-LOAD-BANDS.
           OPEN INPUT BAND-FILE
           IF BD-FILE-STATUS = "00"
               PERFORM UNTIL BD-FILE-STATUS NOT = "00"
                   READ BAND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-BAND-COUNT < BD-MAX-BANDS
                               ADD 1 TO BD-BAND-COUNT
                               MOVE BD-IN-FLOOR TO
                                   BD-FLOOR(BD-BAND-COUNT)
                               MOVE BD-IN-PCT TO
                                   BD-PCT(BD-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
           END-IF.

      *THE SAME ARITHMETIC P8REPORTS PAYS BY - EACH BAND'S RATE ON
      *THE SALES FALLING WITHIN IT, OR THE SALESMAN'S FLAT PERCENT
      *WHEN THERE IS NO SCHEDULE. NOT ON THE COMMISSION MASTER,
      *NOBODY IS PAID.
       460-SALESMAN-COMMISSION.
           MOVE 0 TO SM-COMMISSION(SM-SUB)
           IF SM-REVENUE(SM-SUB) > 0
               IF BD-BAND-COUNT > 0
                   PERFORM VARYING BD-SUB FROM 1 BY 1
                           UNTIL BD-SUB > BD-BAND-COUNT
                       IF BD-SUB < BD-BAND-COUNT
                           MOVE BD-FLOOR(BD-SUB + 1) TO WS-BAND-CEILING
                       ELSE
                           MOVE 999999999 TO WS-BAND-CEILING
                       END-IF
                       IF SM-REVENUE(SM-SUB) > BD-FLOOR(BD-SUB)
                           IF SM-REVENUE(SM-SUB) < WS-BAND-CEILING
                               COMPUTE WS-BAND-PORTION =
                                   SM-REVENUE(SM-SUB) - BD-FLOOR(BD-SUB)
                           ELSE
                               COMPUTE WS-BAND-PORTION =
                                   WS-BAND-CEILING - BD-FLOOR(BD-SUB)
                           END-IF
                           COMPUTE SM-COMMISSION(SM-SUB) ROUNDED =
                               SM-COMMISSION(SM-SUB)
                               + WS-BAND-PORTION * BD-PCT(BD-SUB) / 100
                       END-IF
                   END-PERFORM
               ELSE
               IF WS-P8-OPEN = "Y"
                   MOVE SM-SAL-NUM(SM-SUB) TO P8-ID
                   READ P8-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF P8-COM-PER NUMERIC
                               COMPUTE SM-COMMISSION(SM-SUB) ROUNDED =
                                   SM-REVENUE(SM-SUB) * P8-COM-PER
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-IF.

       470-SPREAD-COMMISSION.
           MOVE 0 TO SM-SLOT
           PERFORM VARYING SM-SUB FROM 1 BY 1
                   UNTIL SM-SUB > SM-SALESMAN-COUNT
               IF SM-SAL-NUM(SM-SUB) = MD-SAL-NUM
                   MOVE SM-SUB TO SM-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO MT-SLOT
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-CUST-COUNT
               IF MT-CUS-NUM(MT-SUB) = MD-CUS-NUM
                   MOVE MT-SUB TO MT-SLOT
               END-IF
           END-PERFORM
           IF SM-SLOT > 0 AND MT-SLOT > 0
                   AND SM-REVENUE(SM-SLOT) > 0
               COMPUTE MT-COMMISSION(MT-SLOT) ROUNDED =
                   MT-COMMISSION(MT-SLOT)
                   + SM-COMMISSION(SM-SLOT) * MD-REVENUE
                     / SM-REVENUE(SM-SLOT)
           END-IF.

      *RANKED BY CONTRIBUTION, BEST FIRST, THE SAME FIND-THE-BIGGEST-
      *LEFT RANKING CUSTRANK USES. THE LAST TEN ARE FLAGGED, THEN
      *LISTED AGAIN ON THEIR OWN PAGE.
       500-PROFITABILITY-REPORT.
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-CUST-COUNT
               COMPUTE MT-NET-SALES(MT-SUB) =
                   MT-REVENUE(MT-SUB) - MT-CREDITS(MT-SUB)
               COMPUTE MT-MARGIN(MT-SUB) = MT-NET-SALES(MT-SUB)
                   - MT-COST(MT-SUB) + MT-RETURN-COST(MT-SUB)
               COMPUTE MT-CONTRIBUTION(MT-SUB) = MT-MARGIN(MT-SUB)
                   + MT-FRT-BILLED(MT-SUB) - MT-FRT-COST(MT-SUB)
                   - MT-COMMISSION(MT-SUB)
           END-PERFORM
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF MT-CUST-COUNT = 0
               MOVE "NO CUSTOMER ACTIVITY THIS MONTH" TO NL-TEXT
               MOVE 0 TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           ELSE
               IF MT-CUST-COUNT > 10
                   COMPUTE RK-BOTTOM-START = MT-CUST-COUNT - 9
               ELSE
                   MOVE 1 TO RK-BOTTOM-START
               END-IF
               PERFORM VARYING RK-RANK FROM 1 BY 1
                       UNTIL RK-RANK > MT-CUST-COUNT
                   PERFORM 510-FIND-BEST-LEFT
                   MOVE RK-BEST-SUB TO RK-ORDER(RK-RANK)
                   MOVE "Y" TO MT-RANKED(RK-BEST-SUB)
                   PERFORM 520-PRINT-DETAIL-LINE
               END-PERFORM
               MOVE WS-TOT-NET-SALES TO TL-NET-SALES
               MOVE WS-TOT-COST TO TL-COST
               MOVE WS-TOT-MARGIN TO TL-MARGIN
               MOVE WS-TOT-FREIGHT TO TL-FREIGHT
               MOVE WS-TOT-COMMISSION TO TL-COMMISSION
               MOVE WS-TOT-CONTRIBUTION TO TL-CONTRIBUTION
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
               PERFORM 530-BOTTOM-TEN
           END-IF.

       510-FIND-BEST-LEFT.
           MOVE 0 TO RK-BEST-SUB
           MOVE -999999999.99 TO RK-BEST-CONTRIBUTION
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-CUST-COUNT
               IF MT-RANKED(MT-SUB) = "N"
                       AND (RK-BEST-SUB = 0
                       OR MT-CONTRIBUTION(MT-SUB)
                           > RK-BEST-CONTRIBUTION)
                   MOVE MT-SUB TO RK-BEST-SUB
                   MOVE MT-CONTRIBUTION(MT-SUB) TO RK-BEST-CONTRIBUTION
               END-IF
           END-PERFORM.

       520-PRINT-DETAIL-LINE.
           MOVE RK-BEST-SUB TO MT-SUB
           MOVE RK-RANK TO DL-RANK
           MOVE MT-CUS-NUM(MT-SUB) TO DL-CUS-NUM
           MOVE MT-NAME(MT-SUB) TO DL-NAME
           MOVE MT-NET-SALES(MT-SUB) TO DL-NET-SALES
           COMPUTE WS-LINE-COST =
               MT-COST(MT-SUB) - MT-RETURN-COST(MT-SUB)
           MOVE WS-LINE-COST TO DL-COST
           MOVE MT-MARGIN(MT-SUB) TO DL-MARGIN
           IF MT-NET-SALES(MT-SUB) > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   MT-MARGIN(MT-SUB) * 100 / MT-NET-SALES(MT-SUB)
                   ON SIZE ERROR
                       MOVE 0 TO WS-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-MARGIN-PCT
           END-IF
           MOVE WS-MARGIN-PCT TO DL-MARGIN-PCT
           COMPUTE DL-FREIGHT =
               MT-FRT-BILLED(MT-SUB) - MT-FRT-COST(MT-SUB)
           MOVE MT-COMMISSION(MT-SUB) TO DL-COMMISSION
           MOVE MT-CONTRIBUTION(MT-SUB) TO DL-CONTRIBUTION
           IF RK-RANK >= RK-BOTTOM-START AND MT-CUST-COUNT > 10
               MOVE "**" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
           ADD MT-NET-SALES(MT-SUB) TO WS-TOT-NET-SALES
           ADD WS-LINE-COST TO WS-TOT-COST
           ADD MT-MARGIN(MT-SUB) TO WS-TOT-MARGIN
           COMPUTE WS-TOT-FREIGHT = WS-TOT-FREIGHT
               + MT-FRT-BILLED(MT-SUB) - MT-FRT-COST(MT-SUB)
           ADD MT-COMMISSION(MT-SUB) TO WS-TOT-COMMISSION
           ADD MT-CONTRIBUTION(MT-SUB) TO WS-TOT-CONTRIBUTION.

      *WORST LAST - THE LIST READS FROM THE TENTH-WORST DOWN TO THE
      *ACCOUNT THAT COSTS US MOST, WITH THE SALESMAN WHO OWNS IT.
       530-BOTTOM-TEN.
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM BT-BOTTOM-TITLE AFTER 2
           WRITE PRINT-RECORD FROM BH-BOTTOM-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING RK-RANK FROM RK-BOTTOM-START BY 1
                   UNTIL RK-RANK > MT-CUST-COUNT
               MOVE RK-ORDER(RK-RANK) TO MT-SUB
               MOVE RK-RANK TO BL-RANK
               MOVE MT-CUS-NUM(MT-SUB) TO BL-CUS-NUM
               MOVE MT-NAME(MT-SUB) TO BL-NAME
               MOVE MT-SAL-NUM(MT-SUB) TO BL-SAL-NUM
               MOVE MT-REVENUE(MT-SUB) TO BL-REVENUE
               MOVE MT-CREDITS(MT-SUB) TO BL-CREDITS
               MOVE MT-FRT-COST(MT-SUB) TO BL-FRT-COST
               MOVE MT-COMMISSION(MT-SUB) TO BL-COMMISSION
               MOVE MT-CONTRIBUTION(MT-SUB) TO BL-CONTRIBUTION
               WRITE PRINT-RECORD FROM BL-BOTTOM-LINE AFTER 1
           END-PERFORM.

       900-WRAP-UP.
           IF FR-RATE-COUNT = 0
               MOVE "NO FRTCOST.TXT RATES - FREIGHT COST NOT CHARGED"
                   TO NL-TEXT
               MOVE 0 TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           END-IF
           IF WS-NO-COST-COUNT > 0
               MOVE "LINES WITH NO UNIT COST ON THE MASTER - COSTED AT Z
      -            "ERO:" TO NL-TEXT
               MOVE WS-NO-COST-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           IF WS-NO-WEIGHT-COUNT > 0
               MOVE "SHIPPED LINES WITH NO SHIPPING WEIGHT - NO FREIGHT
      -            "COST:" TO NL-TEXT
               MOVE WS-NO-WEIGHT-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           IF MT-OVERFLOW-COUNT > 0 OR SM-OVERFLOW-COUNT > 0
               MOVE "** MONTH TABLE OVERFLOW - LINES LEFT OFF THE REPOR
      -            "T:" TO NL-TEXT
               COMPUTE NL-COUNT = MT-OVERFLOW-COUNT + SM-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "CUSTPROF - " NT-ENTRY-COUNT
               " CUSTOMER LINES BANKED".

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="CUSTPROF"==.

       COPY PROCDTIO.
