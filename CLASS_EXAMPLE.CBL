
      *ACCOUNT CODES FOR THE JOURNAL LINES - THE SAME GLACCTS.TXT
      *CHART P7REPORTS LOADS, WITH STORE-SIDE KEYS (CASH, STSALES,
      *STRETURN, OVRSHT). NO FILE LEAVES THE COMPILED-IN CHART IN
      *EFFECT.
           SELECT      GL-ACCOUNT-FILE
           ASSIGN TO   "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.

      *THE DAILY STORE DEPOSIT FEED - ONE RECORD PER BAG THE STORE
      *TOOK TO THE BANK, BY BUSINESS DATE. THE RECONCILIATION HOLDS
      *IT AGAINST THE SALES THIS RUN SAW SO CASH IS NO LONGER
      *ASSUMED TO HAVE LANDED IN THE BANK TO THE PENNY.
           SELECT      DEPOSIT-FILE
           ASSIGN TO   "STDEPOS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DP-FILE-STATUS.

      *OPERATOR-MAINTAINED DEPARTMENT TABLE - CODE AND NAME, ONE PER
      *LINE. A SALE WHOSE CODE ISN'T ON IT STILL COUNTS FOR THE
      *STORE AND SHOWS UNDER "UNASSIGNED", THE SAME TOLERANCE THE
      *STORE MASTER GETS FOR REGIONS.
           SELECT      DEPARTMENT-FILE
           ASSIGN TO   "STDEPT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05  SH-DOW                  PIC 9.
           05  SH-SALES                PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DEPT                 PIC XX.

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).
           05  PL-MONTH                PIC 9(6).
           05  PL-AMOUNT               PIC 9(7)V99.

       FD  DEPOSIT-FILE.
       01  DP-RECORD.
           05  DP-STORE                PIC 99.
           05  DP-DATE                 PIC X(8).
           05  DP-DATE-N REDEFINES DP-DATE.
               10  DP-YYYY             PIC 9(4).
               10  DP-MM               PIC 99.
               10  DP-DD               PIC 99.
           05  DP-AMOUNT               PIC 9(7)V99.
           05  DP-BAG                  PIC X(10).
           05                          PIC X(51).

       FD  DEPARTMENT-FILE.
       01  DF-RECORD.
           05  DF-CODE                 PIC XX.
           05  DF-NAME                 PIC X(15).

       WORKING-STORAGE SECTION.

       COPY TESTMODE.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  DP-FILE-STATUS          PIC XX.
           05  DF-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC X(4).
      *WEEK BEING REPORTED (THE WEEK CONTAINING THE FEED HEADER'S
      *BUSINESS DATE), SO A FILE BUILT FROM THE WRONG WEEK CAN'T
      *QUIETLY SUM INTO THE TABLE ANY MORE. COLUMN 16 IS THE RECORD
      *TYPE - "R" IS A REFUND/RETURN - AND COLUMNS 17-18 THE
      *DEPARTMENT CODE OFF STDEPT.TXT.
       01  INPUT-RECORD.
           05  IR-STORE                PIC S99.
               88  VALID-STORE         VALUE 1 THRU 10.
           05  IR-SALES                PIC S9(3)V99.
           05  IR-REC-TYPE             PIC X.
               88  RETURN-RECORD       VALUE "R".
           05  IR-DEPT                 PIC XX.

      *CALENDAR WORK FIELDS - DAY-OF-WEEK AND WEEK BOUNDS COME FROM
      *A DAY-SERIAL (GOOD FOR 1900-2099, WHICH COVERS THIS SHOP)
           05  WS-WORST-DAY            PIC 9.
           05  WS-WORST-AMOUNT         PIC S9(5)V99.

       01  TC-REPORT-TOTALS VALUE ZERO.
           05  TC-COL-TOTAL OCCURS 7 TIMES
                                       PIC S9(7)V99.
           05  TC-GRAND-TOTAL          PIC S9(8)V99.
           05  ST-RETURNS OCCURS 10 TIMES
                                       PIC S9(6)V99.

      *THE SAME RETURNS AGAIN BY DAY - THE DEPOSIT RECONCILIATION
      *NEEDS EACH DAY'S NET, AND A REFUND PAID OUT OF THE DRAWER
      *NEVER MAKES IT TO THE BANK.
       01  ST-DAY-RETURNS-TABLE VALUE ZERO.
           05  ST-DAY-RETURN-STORE OCCURS 10 TIMES.
               10  ST-DAY-RETURNS OCCURS 7 TIMES
                                       PIC S9(5)V99.

      *THE CALENDAR DATE BEHIND EACH DAY-OF-WEEK SLOT, PICKED UP OFF
      *WHICHEVER SALES OR DEPOSIT RECORD FILLS THE SLOT FIRST.
       01  WS-DAY-DATES.
           05  WS-DAY-DATE OCCURS 7 TIMES
                                       PIC X(8) VALUE SPACES.

      *DEPOSITS OFF STDEPOS.TXT BY STORE AND DAY. DR-BAGS COUNTS
      *THE BAGS; THE FIRST BAG NUMBER IS KEPT FOR THE REPORT.
       01  DR-DEPOSIT-TABLE VALUE ZERO.
           05  DR-STORES OCCURS 10 TIMES.
               10  DR-DAY OCCURS 7 TIMES.
                   15  DR-AMOUNT       PIC S9(7)V99.
                   15  DR-BAGS         PIC 99.
                   15  DR-FIRST-BAG    PIC X(10).

       01  DR-DEPOSIT-WORK.
           05  DR-FEED-PRESENT         PIC X VALUE "N".
           05  DR-REC-COUNT            PIC 999 VALUE 0.
           05  DR-REJECT-COUNT         PIC 999 VALUE 0.
           05  DR-EXPECTED             PIC S9(7)V99 VALUE 0.
           05  DR-OVER-SHORT           PIC S9(7)V99 VALUE 0.
           05  DR-TOTAL-EXPECTED       PIC S9(9)V99 VALUE 0.
           05  DR-TOTAL-DEPOSITED      PIC S9(9)V99 VALUE 0.
           05  DR-TOTAL-OVER-SHORT     PIC S9(9)V99 VALUE 0.
           05  DR-SHORT-COUNT          PIC 999 VALUE 0.
           05  DR-MISSING-COUNT        PIC 999 VALUE 0.

      *DEPARTMENT NAMES OFF STDEPT.TXT. THE LAST SLOT IS KEPT FOR
      *"UNASSIGNED" - A BLANK OR UNKNOWN CODE, AND LAST YEAR'S
      *HISTORY FROM BEFORE THE FEED CARRIED DEPARTMENTS.
       01  DE-MAX-DEPTS                PIC 99 VALUE 19.
       01  DE-DEPT-COUNT               PIC 99 VALUE 0.
       01  DE-UNASSIGNED               PIC 99 VALUE 20.
       01  DE-OVERFLOW                 PIC 999 VALUE 0.

       01  DE-DEPT-TABLE.
           05  DE-ENTRY OCCURS 20 TIMES.
               10  DE-CODE             PIC XX VALUE SPACES.
               10  DE-NAME             PIC X(15) VALUE SPACES.

       01  WS-DEPT-CODE                PIC XX.
       01  WS-DEPT-SLOT                PIC 99.
       01  WS-DE-SUB                   PIC 99.

      *GROSS SALES BY STORE, DAY AND DEPARTMENT (THE HISTORY SAVES
      *AT THIS LEVEL), AND RETURNS BY STORE AND DEPARTMENT - A
      *RETURN NETS AGAINST THE DEPARTMENT THAT RANG IT UP.
       01  ST-DEPT-TABLE VALUE ZERO.
           05  ST-DEPT-STORE OCCURS 10 TIMES.
               10  ST-DEPT-DAY OCCURS 7 TIMES.
                   15  ST-DEPT-SALES OCCURS 20 TIMES
                                       PIC S9(5)V99.
               10  ST-DEPT-RETURNS OCCURS 20 TIMES
                                       PIC S9(6)V99.

      *THE SAME WEEK LAST YEAR BY STORE AND DEPARTMENT.
       01  LY-DEPT-TABLE VALUE ZERO.
           05  LY-DEPT-STORE OCCURS 10 TIMES.
               10  LY-DEPT-TOTAL OCCURS 20 TIMES
                                       PIC S9(7)V99.

       01  WS-DEPT-CALC.
           05  WS-DEPT-GROSS           PIC S9(7)V99.
           05  WS-DEPT-NET             PIC S9(7)V99.
           05  WS-STORE-NET            PIC S9(7)V99.
           05  WS-DEPT-SHARE           PIC 9(3)V9.

       01  HL-DEPT-TITLE.
           05                          PIC X(32) VALUE
               "SALES BY STORE AND DEPARTMENT".

       01  DH-DEPT-HEADING.
           05                          PIC X(20) VALUE "DEPARTMENT".
           05                          PIC X(11) VALUE "     GROSS".
           05                          PIC X(10) VALUE "  RETURNS".
           05                          PIC X(12) VALUE "       NET".
           05                          PIC X(7)  VALUE " SHARE".
           05                          PIC X(11) VALUE " LAST YEAR".
           05                          PIC X(7)  VALUE "CHANGE".

       01  DS-DEPT-STORE-LINE.
           05                          PIC X(6)  VALUE "STORE ".
           05  DS-STORE-NUM            PIC Z9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DS-STORE-NAME           PIC X(14).

      *THE SHARE IS OF THE STORE'S NET; THE CHANGE IS GROSS AGAINST
      *LAST YEAR'S GROSS, THE SAME BASIS AS THE SAME-STORE SECTION
      *(THE HISTORY CARRIES GROSS SALES).
       01  DD-DEPT-LINE.
           05  DD-DEPT-CODE            PIC XX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DD-DEPT-NAME            PIC X(15).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-GROSS                PIC $$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-RETURNS              PIC $$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-NET                  PIC $$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-SHARE                PIC ZZ9.9.
           05  DD-SHARE-X REDEFINES DD-SHARE
                                       PIC X(5).
           05                          PIC X     VALUE "%".
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-LAST-YEAR            PIC $$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-CHANGE               PIC ZZ9.9-.
           05  DD-CHANGE-X REDEFINES DD-CHANGE
                                       PIC X(6).
           05                          PIC X     VALUE "%".

       01  WS-REFUND-CALC.
           05  WS-STORE-GROSS          PIC S9(7)V99.
           05  WS-REFUND-RATE          PIC 999V9.
           05  GL-ACCT-CASH            PIC 9(5) VALUE 11100.
           05  GL-ACCT-STSALES         PIC 9(5) VALUE 40200.
           05  GL-ACCT-STRETURN        PIC 9(5) VALUE 41800.
           05  GL-ACCT-OVRSHT          PIC 9(5) VALUE 68900.

       01  GL-WORK.
           05  GL-DEBIT-TOTAL          PIC 9(10)V99 VALUE 0.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  GP-RESULT               PIC X(20).

       01  HL-DEPOSIT-TITLE.
           05                          PIC X(28) VALUE
               "STORE DEPOSIT RECONCILIATION".

       01  DH-DEPOSIT-HEADING.
           05                          PIC X(4)  VALUE "ST".
           05                          PIC X(11) VALUE "DATE".
           05                          PIC X(12) VALUE
                                       "   NET SALES".
           05                          PIC X(12) VALUE
                                       "     DEPOSIT".
           05                          PIC X(12) VALUE
                                       "  OVER/SHORT".
           05                          PIC X(4)  VALUE " BAG".

      *A "+" AFTER THE BAG NUMBER MEANS MORE THAN ONE BAG WENT IN
      *THAT DAY - THE AMOUNT IS ALL OF THEM.
       01  DD-DEPOSIT-LINE.
           05  DD-STORE-NUM            PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DD-DATE.
               10  DD-YYYY             PIC X(4).
               10                      PIC X     VALUE "/".
               10  DD-MM               PIC XX.
               10                      PIC X     VALUE "/".
               10  DD-DD               PIC XX.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-EXPECTED             PIC $$$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-DEPOSIT              PIC $$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-OVER-SHORT           PIC $$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-BAG                  PIC X(10).
           05  DD-BAG-MORE             PIC X.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DD-FLAG                 PIC X(13).

       01  DT-DEPOSIT-TOTAL.
           05                          PIC X(15) VALUE "  TOTAL".
           05  DT-EXPECTED             PIC $$$$,$$9.99-.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DT-DEPOSIT              PIC $$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DT-OVER-SHORT           PIC $$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DT-SHORT-COUNT          PIC ZZ9.
           05                          PIC X(13) VALUE
                                       " DAY(S) SHORT".

       01  DX-DEPOSIT-NOTE             PIC X(60).

       01  HL-NO-DEPOSIT-TITLE.
           05                          PIC X(32) VALUE
               "STORES WITH SALES BUT NO DEPOSIT".

       01  DN-NO-DEPOSIT-LINE.
           05  DN-STORE-NUM            PIC Z9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DN-STORE-NAME           PIC X(14).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DN-DATE                 PIC X(10).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DN-EXPECTED             PIC $$$$,$$9.99-.

       01  GP-TITLE-LINE.
           05                          PIC X(26) VALUE
               "STORE SALES GL JOURNAL".
           PERFORM 770-RETURNS-REPORT
           PERFORM 775-LOAD-LAST-YEAR
           PERFORM 780-YOY-REPORT
           PERFORM 781-DEPT-REPORT
           PERFORM 785-DEPOSIT-RECON
           PERFORM 790-SAVE-HISTORY
           PERFORM 795-GL-JOURNAL
           PERFORM 020-CLOSE.
           MOVE    "STORSALE" TO FC-EXPECTED-ID
           PERFORM 110-LOAD-STORE-MASTER
           PERFORM 115-LOAD-PLANS
           PERFORM 117-LOAD-GL-ACCOUNTS
           PERFORM 119-LOAD-DEPARTMENTS.

      *LOADS THE DEPARTMENT TABLE. A MISSING FILE PUTS EVERY SALE
      *UNDER "UNASSIGNED"; MORE DEPARTMENTS THAN THE TABLE HOLDS ARE
      *COUNTED AND THEIR SALES SHOW UNASSIGNED TOO.
       119-LOAD-DEPARTMENTS.
           MOVE "UNASSIGNED" TO DE-NAME(DE-UNASSIGNED)
           OPEN INPUT DEPARTMENT-FILE
           IF DF-FILE-STATUS = "00"
               PERFORM UNTIL DF-FILE-STATUS NOT = "00"
                   READ DEPARTMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DF-CODE NOT = SPACES
                               IF DE-DEPT-COUNT < DE-MAX-DEPTS
                                   ADD 1 TO DE-DEPT-COUNT
                                   MOVE DF-CODE TO
                                       DE-CODE(DE-DEPT-COUNT)
                                   MOVE DF-NAME TO
                                       DE-NAME(DE-DEPT-COUNT)
                               ELSE
                                   ADD 1 TO DE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF
           IF DE-OVERFLOW > 0
               DISPLAY "STORE RUN - " DE-OVERFLOW
                   " DEPARTMENT(S) PAST THE TABLE - SHOWN UNASSIGNED"
           END-IF.

      *OVERRIDES THE COMPILED-IN CHART WITH WHATEVER GLACCTS.TXT
      *CARRIES - UNRECOGNIZED KEYS (THE P7 SIDE'S) ARE IGNORED.
                               WHEN "STRETURN"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-STRETURN
                               WHEN "OVRSHT"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-OVRSHT
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 215-CHECK-TRAN-DATE
           IF VALID-STORE AND TRAN-DATE-GOOD
               IF WS-DAY-DATE(WS-DOW) = SPACES
                   MOVE IR-TRAN-DATE TO WS-DAY-DATE(WS-DOW)
               END-IF
               MOVE IR-DEPT TO WS-DEPT-CODE
               PERFORM 212-FIND-DEPT
               IF RETURN-RECORD
                   ADD IR-SALES TO ST-RETURNS (IR-STORE)
                   ADD IR-SALES TO ST-DAY-RETURNS (IR-STORE, WS-DOW)
                   ADD IR-SALES TO
                       ST-DEPT-RETURNS (IR-STORE, WS-DEPT-SLOT)
               ELSE
                   ADD IR-SALES TO ST-SALES (IR-STORE, WS-DOW)
                   ADD IR-SALES TO
                       ST-DEPT-SALES (IR-STORE, WS-DOW, WS-DEPT-SLOT)
               END-IF
           ELSE
               PERFORM 220-EXCEPTION
           END-IF.

      *LEAVES WS-DEPT-CODE'S TABLE SLOT IN WS-DEPT-SLOT - THE
      *UNASSIGNED SLOT WHEN THE CODE IS BLANK OR NOT ON THE TABLE.
       212-FIND-DEPT.
           MOVE DE-UNASSIGNED TO WS-DEPT-SLOT
           PERFORM VARYING WS-DE-SUB FROM 1 BY 1
                   UNTIL WS-DE-SUB > DE-DEPT-COUNT
               IF DE-CODE(WS-DE-SUB) = WS-DEPT-CODE
                   MOVE WS-DE-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.

      *VALIDATES THE TRANSACTION DATE, DERIVES ITS DAY-OF-WEEK SLOT,
      *AND CHECKS IT FALLS INSIDE THE WEEK BEING REPORTED.
       215-CHECK-TRAN-DATE.
                       WS-WEEK-END-SERIAL - WS-CAL-SERIAL
                   IF WS-LY-DIFF >= 361 AND WS-LY-DIFF <= 367
                       ADD SH-SALES TO LY-STORE-TOTAL(SH-STORE)
                       MOVE SH-DEPT TO WS-DEPT-CODE
                       PERFORM 212-FIND-DEPT
                       ADD SH-SALES TO
                           LY-DEPT-TOTAL(SH-STORE, WS-DEPT-SLOT)
                       PERFORM 778-ADD-LY-REGION
                   END-IF
               END-IF
               MOVE WS-YOY-PCT TO YD-PCT
           END-IF.

      *EACH STORE THAT SOLD, REFUNDED, OR SOLD LAST YEAR, BROKEN OUT
      *BY DEPARTMENT - SO "STORE 4 IS DOWN" COMES WITH WHICH
      *DEPARTMENT IS DOWN.
       781-DEPT-REPORT.
           WRITE PRINT-RECORD FROM HL-DEPT-TITLE AFTER 2
           WRITE PRINT-RECORD FROM DH-DEPT-HEADING AFTER 1
           PERFORM VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > 10
               COMPUTE WS-STORE-NET =
                   WS-STORE-WEEK(SS-SUB) - ST-RETURNS(SS-SUB)
               IF WS-STORE-WEEK(SS-SUB) NOT = 0
                       OR ST-RETURNS(SS-SUB) NOT = 0
                       OR LY-STORE-TOTAL(SS-SUB) NOT = 0
                   MOVE SS-SUB TO DS-STORE-NUM
                   MOVE SM-T-NAME(SS-SUB) TO DS-STORE-NAME
                   WRITE PRINT-RECORD FROM DS-DEPT-STORE-LINE AFTER 2
                   PERFORM 783-DEPT-LINE
                       VARYING WS-DE-SUB FROM 1 BY 1
                       UNTIL WS-DE-SUB > DE-UNASSIGNED
               END-IF
           END-PERFORM.

       783-DEPT-LINE.
           MOVE 0 TO WS-DEPT-GROSS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               ADD ST-DEPT-SALES (SS-SUB, WS-DAY-SUB, WS-DE-SUB)
                   TO WS-DEPT-GROSS
           END-PERFORM
           IF WS-DEPT-GROSS NOT = 0
                   OR ST-DEPT-RETURNS (SS-SUB, WS-DE-SUB) NOT = 0
                   OR LY-DEPT-TOTAL (SS-SUB, WS-DE-SUB) NOT = 0
               COMPUTE WS-DEPT-NET = WS-DEPT-GROSS
                   - ST-DEPT-RETURNS (SS-SUB, WS-DE-SUB)
               MOVE DE-CODE(WS-DE-SUB) TO DD-DEPT-CODE
               MOVE DE-NAME(WS-DE-SUB) TO DD-DEPT-NAME
               MOVE WS-DEPT-GROSS TO DD-GROSS
               MOVE ST-DEPT-RETURNS (SS-SUB, WS-DE-SUB) TO DD-RETURNS
               MOVE WS-DEPT-NET TO DD-NET
               IF WS-STORE-NET > 0 AND WS-DEPT-NET >= 0
                   COMPUTE WS-DEPT-SHARE ROUNDED =
                       WS-DEPT-NET / WS-STORE-NET * 100
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-DEPT-SHARE
                   END-COMPUTE
                   MOVE WS-DEPT-SHARE TO DD-SHARE
               ELSE
                   MOVE "  N/A" TO DD-SHARE-X
               END-IF
               MOVE LY-DEPT-TOTAL (SS-SUB, WS-DE-SUB) TO DD-LAST-YEAR
               IF LY-DEPT-TOTAL (SS-SUB, WS-DE-SUB) = 0
                   MOVE "   N/A" TO DD-CHANGE-X
               ELSE
                   COMPUTE WS-YOY-PCT ROUNDED =
                       (WS-DEPT-GROSS
                        - LY-DEPT-TOTAL (SS-SUB, WS-DE-SUB))
                       / LY-DEPT-TOTAL (SS-SUB, WS-DE-SUB) * 100
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-YOY-PCT
                   END-COMPUTE
                   MOVE WS-YOY-PCT TO DD-CHANGE
               END-IF
               WRITE PRINT-RECORD FROM DD-DEPT-LINE AFTER 1
           END-IF.

      *EACH STORE'S NET SALES FOR EACH DAY (GROSS LESS THAT DAY'S
      *RETURNS) AGAINST WHAT WENT TO THE BANK, WITH THE OVER/SHORT
      *AND THE DAYS THAT SOLD BUT NEVER DEPOSITED CALLED OUT FOR LOSS
      *PREVENTION. WITH NO DEPOSIT FEED AT ALL THE SECTION SAYS SO
      *AND THE JOURNAL BOOKS CASH AT NET SALES AS IT ALWAYS DID.
       785-DEPOSIT-RECON.
           WRITE PRINT-RECORD FROM HL-DEPOSIT-TITLE AFTER 2
           PERFORM 786-LOAD-DEPOSITS
           IF DR-FEED-PRESENT = "N"
               MOVE "NO DEPOSIT FEED - CASH BOOKED AT NET SALES"
                   TO DX-DEPOSIT-NOTE
               WRITE PRINT-RECORD FROM DX-DEPOSIT-NOTE AFTER 1
               DISPLAY "STORE RUN - NO STDEPOS.TXT - DEPOSITS "
                   "NOT RECONCILED"
           ELSE
               WRITE PRINT-RECORD FROM DH-DEPOSIT-HEADING AFTER 1
               PERFORM VARYING SS-SUB FROM 1 BY 1
                       UNTIL SS-SUB > 10
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       COMPUTE DR-EXPECTED =
                           ST-SALES (SS-SUB, WS-DAY-SUB)
                           - ST-DAY-RETURNS (SS-SUB, WS-DAY-SUB)
                       IF DR-EXPECTED NOT = 0
                               OR DR-BAGS (SS-SUB, WS-DAY-SUB) > 0
                           PERFORM 788-DEPOSIT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE DR-TOTAL-EXPECTED TO DT-EXPECTED
               MOVE DR-TOTAL-DEPOSITED TO DT-DEPOSIT
               MOVE DR-TOTAL-OVER-SHORT TO DT-OVER-SHORT
               MOVE DR-SHORT-COUNT TO DT-SHORT-COUNT
               WRITE PRINT-RECORD FROM DT-DEPOSIT-TOTAL AFTER 2
               WRITE PRINT-RECORD FROM HL-NO-DEPOSIT-TITLE AFTER 2
               PERFORM VARYING SS-SUB FROM 1 BY 1
                       UNTIL SS-SUB > 10
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       COMPUTE DR-EXPECTED =
                           ST-SALES (SS-SUB, WS-DAY-SUB)
                           - ST-DAY-RETURNS (SS-SUB, WS-DAY-SUB)
                       IF DR-EXPECTED > 0
                               AND DR-BAGS (SS-SUB, WS-DAY-SUB) = 0
                           PERFORM 789-NO-DEPOSIT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF DR-MISSING-COUNT = 0
                   MOVE "  NONE" TO DX-DEPOSIT-NOTE
                   WRITE PRINT-RECORD FROM DX-DEPOSIT-NOTE AFTER 1
               END-IF
               IF DR-SHORT-COUNT > 0 OR DR-MISSING-COUNT > 0
                   DISPLAY "STORE DEPOSITS - " DR-SHORT-COUNT
                       " DAY(S) SHORT, " DR-MISSING-COUNT
                       " DAY(S) WITH NO DEPOSIT - SEE P3.TXT"
               END-IF
           END-IF.

      *A BAD STORE, A BAD DATE, OR A DATE OUTSIDE THE REPORT WEEK
      *PRINTS ON THE EXCEPTION LINE AND STAYS OUT OF THE
      *RECONCILIATION AND THE JOURNAL BOTH.
       786-LOAD-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF DP-FILE-STATUS = "00"
               MOVE "Y" TO DR-FEED-PRESENT
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ DEPOSIT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           ADD 1 TO DR-REC-COUNT
                           PERFORM 787-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
               MOVE "NO " TO EOD
           END-IF.

       787-ONE-DEPOSIT.
           MOVE SPACES TO ER-REASON
           IF DP-STORE NOT NUMERIC OR DP-STORE < 1 OR DP-STORE > 10
               MOVE "INVALID DEPOSIT STORE" TO ER-REASON
           ELSE
           IF DP-AMOUNT NOT NUMERIC
               MOVE "INVALID DEPOSIT AMOUNT" TO ER-REASON
           ELSE
           IF DP-DATE NOT NUMERIC
                   OR DP-MM < 1 OR DP-MM > 12 OR DP-DD < 1
               MOVE "INVALID DEPOSIT DATE" TO ER-REASON
           ELSE
               MOVE DP-YYYY TO WS-CAL-YYYY
               MOVE DP-MM TO WS-CAL-MM
               MOVE DP-DD TO WS-CAL-DD
               PERFORM 940-DAYS-THIS-MONTH
               IF DP-DD > WS-CAL-T1
                   MOVE "INVALID DEPOSIT DATE" TO ER-REASON
               ELSE
                   PERFORM 910-DATE-TO-SERIAL
                   IF WS-CAL-SERIAL < WS-WEEK-START-SERIAL
                           OR WS-CAL-SERIAL > WS-WEEK-END-SERIAL
                       MOVE "DEPOSIT OUTSIDE WEEK" TO ER-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF ER-REASON NOT = SPACES
               ADD 1 TO DR-REJECT-COUNT
               MOVE DR-REC-COUNT TO ER-REC-NUM
               MOVE DP-RECORD TO ER-CONTENTS
               MOVE "*" TO ER-STAR
               WRITE PRINT-RECORD FROM ER-EXCEPTION-LINE AFTER 1
           ELSE
               MOVE WS-CAL-DOW TO WS-DOW
               IF WS-DAY-DATE(WS-DOW) = SPACES
                   MOVE DP-DATE TO WS-DAY-DATE(WS-DOW)
               END-IF
               ADD DP-AMOUNT TO DR-AMOUNT (DP-STORE, WS-DOW)
               IF DR-BAGS (DP-STORE, WS-DOW) = 0
                   MOVE DP-BAG TO DR-FIRST-BAG (DP-STORE, WS-DOW)
               END-IF
               IF DR-BAGS (DP-STORE, WS-DOW) < 99
                   ADD 1 TO DR-BAGS (DP-STORE, WS-DOW)
               END-IF
               ADD DP-AMOUNT TO DR-TOTAL-DEPOSITED
           END-IF.

      *DR-EXPECTED CARRIES THE DAY'S NET SALES IN - OVER IS POSITIVE,
      *SHORT NEGATIVE.
       788-DEPOSIT-LINE.
           COMPUTE DR-OVER-SHORT =
               DR-AMOUNT (SS-SUB, WS-DAY-SUB) - DR-EXPECTED
           ADD DR-EXPECTED TO DR-TOTAL-EXPECTED
           ADD DR-OVER-SHORT TO DR-TOTAL-OVER-SHORT
           MOVE SS-SUB TO DD-STORE-NUM
           MOVE WS-DAY-DATE(WS-DAY-SUB)(1:4) TO DD-YYYY
           MOVE WS-DAY-DATE(WS-DAY-SUB)(5:2) TO DD-MM
           MOVE WS-DAY-DATE(WS-DAY-SUB)(7:2) TO DD-DD
           MOVE DR-EXPECTED TO DD-EXPECTED
           MOVE DR-AMOUNT (SS-SUB, WS-DAY-SUB) TO DD-DEPOSIT
           MOVE DR-OVER-SHORT TO DD-OVER-SHORT
           MOVE SPACES TO DD-BAG-MORE
           IF DR-BAGS (SS-SUB, WS-DAY-SUB) = 0
               MOVE SPACES TO DD-BAG
           ELSE
               MOVE DR-FIRST-BAG (SS-SUB, WS-DAY-SUB) TO DD-BAG
               IF DR-BAGS (SS-SUB, WS-DAY-SUB) > 1
                   MOVE "+" TO DD-BAG-MORE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DR-BAGS (SS-SUB, WS-DAY-SUB) = 0
                   MOVE "** NO DEPOSIT" TO DD-FLAG
               WHEN DR-OVER-SHORT < 0
                   MOVE "** SHORT" TO DD-FLAG
                   ADD 1 TO DR-SHORT-COUNT
               WHEN DR-OVER-SHORT > 0
                   MOVE "OVER" TO DD-FLAG
               WHEN OTHER
                   MOVE SPACES TO DD-FLAG
           END-EVALUATE
           WRITE PRINT-RECORD FROM DD-DEPOSIT-LINE AFTER 1.

       789-NO-DEPOSIT-LINE.
           ADD 1 TO DR-MISSING-COUNT
           MOVE SS-SUB TO DN-STORE-NUM
           MOVE SM-T-NAME(SS-SUB) TO DN-STORE-NAME
           MOVE SPACES TO DN-DATE
           STRING WS-DAY-DATE(WS-DAY-SUB)(1:4) "/"
                  WS-DAY-DATE(WS-DAY-SUB)(5:2) "/"
                  WS-DAY-DATE(WS-DAY-SUB)(7:2)
                  DELIMITED BY SIZE INTO DN-DATE
           MOVE DR-EXPECTED TO DN-EXPECTED
           WRITE PRINT-RECORD FROM DN-NO-DEPOSIT-LINE AFTER 1.

      *APPENDS THIS RUN'S PER-STORE, PER-DAY GROSS SALES SO NEXT
      *YEAR'S RUN CAN COMPARE AGAINST THEM - ONE RECORD PER
      *DEPARTMENT, SO A STORE/DAY'S RECORDS STILL ADD UP TO ITS
      *GROSS FOR THE READERS THAT DON'T CARE ABOUT DEPARTMENTS.
      *UNASSIGNED SALES GO OUT WITH A BLANK CODE. OPEN EXTEND
      *CREATES THE FILE THE FIRST TIME THERE IS NO HISTORY TO
      *EXTEND.
       790-SAVE-HISTORY.
           OPEN EXTEND STORE-HISTORY-FILE
           IF SH-FILE-STATUS NOT = "00"
                   UNTIL SS-SUB > 10
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   PERFORM VARYING WS-DE-SUB FROM 1 BY 1
                           UNTIL WS-DE-SUB > DE-UNASSIGNED
                       IF ST-DEPT-SALES (SS-SUB, WS-DAY-SUB,
                               WS-DE-SUB) NOT = 0
                           MOVE WS-WEEK-ENDING-DATE TO SH-WEEK-ENDING
                           MOVE SS-SUB TO SH-STORE
                           MOVE WS-DAY-SUB TO SH-DOW
                           MOVE ST-DEPT-SALES (SS-SUB, WS-DAY-SUB,
                               WS-DE-SUB) TO SH-SALES
                           MOVE DE-CODE(WS-DE-SUB) TO SH-DEPT
                           WRITE SH-RECORD
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           CLOSE STORE-HISTORY-FILE.
      *THE WEEK'S FIGURES AS A BALANCED JOURNAL, APPENDED TO THE
      *SAME GLJRNL.TXT FEED THE TRANSACTION RUN WRITES - ONE SALES
      *CREDIT PER REGION, RETURNS ON THE DEBIT SIDE, AND CASH FOR
      *WHAT ACTUALLY WENT TO THE BANK, AND CASH OVER/SHORT FOR THE
      *GAP BETWEEN THE DEPOSITS AND NET SALES (A SHORT WEEK DEBITS
      *IT). WITHOUT A DEPOSIT FEED CASH IS STILL BOOKED AT NET
      *SALES. DEBITS MUST EQUAL CREDITS OR THE RUN ENDS NONZERO,
      *SAME AS 960-GL-JOURNAL ON THE P7 SIDE.
       795-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
           END-IF
           COMPUTE GL-CASH-AMOUNT =
               TC-GRAND-TOTAL - GL-RETURNS-TOTAL
           IF DR-FEED-PRESENT = "N"
               MOVE GL-CASH-AMOUNT TO GL-AMOUNT
               MOVE GL-ACCT-CASH TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "STORE CASH" TO GL-DESC-HOLD
               PERFORM 797-WRITE-JOURNAL-LINE
           ELSE
               IF DR-TOTAL-DEPOSITED NOT = 0
                   MOVE DR-TOTAL-DEPOSITED TO GL-AMOUNT
                   MOVE GL-ACCT-CASH TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "STORE DEPOSITS" TO GL-DESC-HOLD
                   PERFORM 797-WRITE-JOURNAL-LINE
               END-IF
               COMPUTE GL-AMOUNT =
                   GL-CASH-AMOUNT - DR-TOTAL-DEPOSITED
               IF GL-AMOUNT NOT = 0
                   MOVE GL-ACCT-OVRSHT TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "CASH OVER/SHORT" TO GL-DESC-HOLD
                   PERFORM 797-WRITE-JOURNAL-LINE
               END-IF
           END-IF
           MOVE GL-DEBIT-TOTAL TO GP-DEBITS
           MOVE GL-CREDIT-TOTAL TO GP-CREDITS
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
