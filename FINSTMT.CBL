      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END FINANCIAL STATEMENTS OFF THE GL BALANCE
      *            FILE GLPOST.CBL MAINTAINS - AN INCOME STATEMENT
      *            (THE MONTH, YEAR-TO-DATE, AND THE SAME MONTH AND
      *            YEAR-TO-DATE LAST YEAR) AND A BALANCE SHEET (THIS
      *            MONTH-END AGAINST LAST YEAR-END). RUNS EVERY NIGHT
      *            BUT ONLY ACTS ON THE MEND (OR YEND) RUN TYPE, LIKE
      *            GLTRIAL.CBL. OUTPUT IS FINSTMT.TXT.
      *
      *            WHAT PRINTS WHERE IS DRIVEN BY THE STATEMENT
      *            LAYOUT FILE FSLAYOUT.TXT, ONE RECORD PER PRINTED
      *            LINE IN PRINT ORDER, SO ACCOUNTING CAN REARRANGE
      *            THE STATEMENTS WITHOUT A PROGRAM CHANGE:
      *              COL  1     STATEMENT  I = INCOME STATEMENT
      *                                    B = BALANCE SHEET
      *              COL  2     LINE TYPE  H = SECTION HEADING
      *                                    D = DETAIL - THE SUM OF
      *                                        AN ACCOUNT RANGE
      *                                    N = CURRENT EARNINGS (THE
      *                                        BALANCE SHEET'S SHARE
      *                                        OF EVERY INCOME
      *                                        STATEMENT RANGE)
      *                                    S = SUBTOTAL
      *              COL  3     SUBTOTAL LEVEL 1-3 - A SUBTOTAL
      *                         PRINTS EVERYTHING ADDED SINCE THE
      *                         LAST SUBTOTAL OF ITS LEVEL OR HIGHER
      *              COL  4     R = REVERSE THE SIGN FOR PRINTING
      *                         (CREDIT-NORMAL LINES PRINT POSITIVE)
      *              COL  5-9   FROM ACCOUNT
      *              COL 10-14  THRU ACCOUNT
      *              COL 15-44  CAPTION - A BLANK CAPTION ON A
      *                         ONE-ACCOUNT RANGE TAKES THE ACCOUNT'S
      *                         GLACCTS.TXT NAME
      *
      *            AN ACCOUNT WITH NO RECORD FOR A PERIOD CARRIES ITS
      *            LAST ENDING BALANCE FORWARD. YEAR-TO-DATE IS THE
      *            ENDING BALANCE LESS THE ENDING BALANCE AT THE
      *            CLOSE OF THE PRIOR YEAR. THE BALANCE SHEET MUST
      *            PROVE - ITS RANGES PLUS CURRENT EARNINGS MUST NET
      *            TO ZERO IN BOTH COLUMNS - OR NEITHER STATEMENT
      *            PRINTS, THE ACCOUNTS NO RANGE PICKS UP ARE LISTED
      *            INSTEAD, AND THE RUN ENDS NONZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN TO "GLBAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT LAYOUT-FILE
           ASSIGN TO "FSLAYOUT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FL-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "FINSTMT.TXT".

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE CLOSING PERIOD COMES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

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

       FD  LAYOUT-FILE.
       01  FL-RECORD.
           05  FL-STATEMENT            PIC X.
           05  FL-LINE-TYPE            PIC X.
           05  FL-LEVEL                PIC 9.
           05  FL-SIGN                 PIC X.
           05  FL-FROM-ACCOUNT         PIC 9(5).
           05  FL-THRU-ACCOUNT         PIC 9(5).
           05  FL-CAPTION              PIC X(30).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(120).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY RUNLOG.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  FL-FILE-STATUS          PIC XX.
           05  WS-PROOF-SW             PIC X     VALUE "Y".
               88  WS-SHEET-PROVES               VALUE "Y".
           05  WS-MAPPED-SW            PIC X.
               88  WS-ACCOUNT-MAPPED             VALUE "Y".

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-CLOSING-YEAR             PIC 9(4) VALUE 0.
       01  WS-PRIOR-YEAR               PIC 9(4) VALUE 0.

      *THE FOUR PERIODS A BALANCE IS TAKEN "AS OF" - THIS MONTH-END,
      *LAST YEAR-END, THE SAME MONTH-END LAST YEAR, AND THE YEAR-END
      *BEFORE THAT. A YEAR-END TARGET IS YYYY00 - EVERY PERIOD OF
      *THE PRIOR YEAR IS AT OR BELOW IT, NONE OF THIS YEAR'S ARE.
       01  WS-ASOF-TARGETS.
           05  WS-ASOF-TARGET OCCURS 4 TIMES
                                       PIC 9(6).
       01  WS-ASOF-CUR                 PIC 9 VALUE 1.
       01  WS-ASOF-PYE                 PIC 9 VALUE 2.
       01  WS-ASOF-LY                  PIC 9 VALUE 3.
       01  WS-ASOF-LYB                 PIC 9 VALUE 4.
       01  WS-LY-PERIOD                PIC 9(6) VALUE 0.

      *THE CHART, FOR PUTTING NAMES ON ONE-ACCOUNT LINES.
       01  CN-MAX-NAMES                PIC 99 VALUE 50.
       01  CN-NAME-COUNT               PIC 99 VALUE 0.

       01  CN-NAME-TABLE.
           05  CN-ENTRY OCCURS 50 TIMES.
               10  CN-ACCOUNT          PIC 9(5).
               10  CN-NAME             PIC X(8).

       01  WS-CSUB                     PIC 99.

      *THE STATEMENT LAYOUT, IN PRINT ORDER.
       01  LY-MAX-LINES                PIC 9(3) VALUE 120.
       01  LY-LINE-COUNT               PIC 9(3) VALUE 0.

       01  LY-LAYOUT-TABLE.
           05  LY-ENTRY OCCURS 120 TIMES.
               10  LY-STATEMENT        PIC X.
               10  LY-LINE-TYPE        PIC X.
               10  LY-LEVEL            PIC 9.
               10  LY-SIGN             PIC X.
               10  LY-FROM-ACCOUNT     PIC 9(5).
               10  LY-THRU-ACCOUNT     PIC 9(5).
               10  LY-CAPTION          PIC X(30).

       01  WS-LSUB                     PIC 9(3).
       01  WS-LSUB2                    PIC 9(3).

      *ONE ENTRY PER ACCOUNT ON THE BALANCE FILE - ITS ENDING
      *BALANCE AS OF EACH TARGET PERIOD (AND THE PERIOD IT CAME
      *FROM) PLUS THE MONTH'S NET ACTIVITY THIS YEAR AND LAST.
       01  AT-MAX-ACCOUNTS             PIC 9(3) VALUE 300.
       01  AT-ACCOUNT-COUNT            PIC 9(3) VALUE 0.

       01  AT-ACCOUNT-TABLE.
           05  AT-ENTRY OCCURS 300 TIMES.
               10  AT-ACCOUNT          PIC 9(5).
               10  AT-ASOF OCCURS 4 TIMES.
                   15  AT-ASOF-PERIOD  PIC 9(6).
                   15  AT-ASOF-BAL     PIC S9(11)V99.
               10  AT-ACT-CUR          PIC S9(11)V99.
               10  AT-ACT-LY           PIC S9(11)V99.

       01  WS-ASUB                     PIC 9(3).
       01  WS-TSUB                     PIC 9.
       01  WS-CSUB2                    PIC 9.
       01  WS-ENDING-BAL               PIC S9(11)V99 VALUE 0.

      *A RANGE'S TOTALS - THE FOUR AS-OF BALANCES AND THE TWO
      *MONTHS' ACTIVITY - AND THE PRINTED COLUMNS BUILT FROM THEM.
       01  WS-RANGE-TOTALS.
           05  WS-RANGE-ASOF OCCURS 4 TIMES
                                       PIC S9(12)V99.
           05  WS-RANGE-ACT-CUR        PIC S9(12)V99.
           05  WS-RANGE-ACT-LY         PIC S9(12)V99.
       01  WS-RANGE-FROM               PIC 9(5).
       01  WS-RANGE-THRU               PIC 9(5).

       01  WS-LINE-AMOUNTS.
           05  WS-LINE-AMT OCCURS 4 TIMES
                                       PIC S9(12)V99.

      *SUBTOTAL ACCUMULATORS BY LEVEL AND COLUMN, NATURAL SIGN.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL OCCURS 3 TIMES.
               10  WS-LEVEL-AMT OCCURS 4 TIMES
                                       PIC S9(12)V99.
       01  WS-VSUB                     PIC 9.

       01  WS-PROOF-TOTALS.
           05  WS-PROOF-CUR            PIC S9(12)V99 VALUE 0.
           05  WS-PROOF-PYE            PIC S9(12)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-TITLE                PIC X(32).
           05  FILLER                  PIC X     VALUE SPACES.
           05                          PIC X(7)  VALUE "PERIOD".
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "FINSTMT".

       01  IH-INCOME-HEADING.
           05                          PIC X(32) VALUE SPACES.
           05                          PIC X(17) VALUE
               "            MONTH".
           05                          PIC X(17) VALUE
               "     YEAR TO DATE".
           05                          PIC X(17) VALUE
               "   LAST YR  MONTH".
           05                          PIC X(17) VALUE
               "     LAST YR  YTD".

       01  BH-BALANCE-HEADING.
           05                          PIC X(32) VALUE SPACES.
           05                          PIC X(11) VALUE
               " MONTH-END ".
           05  BH-CUR-PERIOD           PIC 9(6).
           05                          PIC X(11) VALUE
               "  YEAR-END ".
           05  BH-PRIOR-YEAR           PIC 9(4).

       01  SL-SECTION-LINE.
           05  SL-CAPTION              PIC X(30).

       01  DL-INCOME-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CAPTION              PIC X(30).
           05  DL-AMOUNT OCCURS 4 TIMES
                                       PIC $,$$$,$$$,$$9.99-.

       01  BL-BALANCE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-CAPTION              PIC X(30).
           05  BL-AMOUNT OCCURS 2 TIMES
                                       PIC $,$$$,$$$,$$9.99-.

       01  RF-REFUSED-LINE.
           05                          PIC X(42) VALUE
               "** STATEMENTS NOT PRINTED - BALANCE SHEET ".
           05                          PIC X(22) VALUE
               "OUT OF BALANCE BY".
           05  RF-AMOUNT OCCURS 2 TIMES
                                       PIC $,$$$,$$$,$$9.99-.

       01  UH-UNMAPPED-HEADING.
           05                          PIC X(50) VALUE
               "ACCOUNTS WITH A BALANCE NO LAYOUT RANGE PICKS UP:".

       01  UL-UNMAPPED-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  UL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  UL-NAME                 PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  UL-AMOUNT OCCURS 2 TIMES
                                       PIC $,$$$,$$$,$$9.99-.

       01  NL-NONE-LINE.
           05                          PIC X(48) VALUE
               "NO STATEMENT LAYOUT ON FSLAYOUT.TXT - STATEMENTS".
           05                          PIC X(12) VALUE
               " NOT PRINTED".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-CHART
               PERFORM 170-LOAD-LAYOUT
               PERFORM 200-LOAD-BALANCES
               IF LY-LINE-COUNT = 0
                   WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER PAGE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 300-PROVE-BALANCE-SHEET
                   IF WS-SHEET-PROVES
                       PERFORM 400-PRINT-INCOME-STATEMENT
                       PERFORM 500-PRINT-BALANCE-SHEET
                   ELSE
                       PERFORM 350-REFUSE-STATEMENTS
                   END-IF
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "FINSTMT - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - STATEMENTS SKIPPED"
           END-IF
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
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-CLOSING-PERIOD = PR-PROC-DATE / 100
           COMPUTE WS-CLOSING-YEAR = WS-CLOSING-PERIOD / 100
           COMPUTE WS-PRIOR-YEAR = WS-CLOSING-YEAR - 1
           COMPUTE WS-LY-PERIOD = WS-CLOSING-PERIOD - 100
           MOVE WS-CLOSING-PERIOD TO WS-ASOF-TARGET(WS-ASOF-CUR)
           COMPUTE WS-ASOF-TARGET(WS-ASOF-PYE) =
               WS-CLOSING-YEAR * 100
           MOVE WS-LY-PERIOD TO WS-ASOF-TARGET(WS-ASOF-LY)
           COMPUTE WS-ASOF-TARGET(WS-ASOF-LYB) =
               WS-PRIOR-YEAR * 100
           MOVE WS-CLOSING-PERIOD TO HL-PERIOD
           OPEN OUTPUT PRINT-FILE.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CN-NAME-COUNT < CN-MAX-NAMES
                               ADD 1 TO CN-NAME-COUNT
                               MOVE GA-ACCOUNT TO
                                   CN-ACCOUNT(CN-NAME-COUNT)
                               MOVE GA-KEY TO
                                   CN-NAME(CN-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *LINES FOR A STATEMENT OTHER THAN I OR B, OR OF A TYPE THE
      *PROGRAM DOESN'T KNOW, ARE DROPPED WITH A MESSAGE RATHER THAN
      *GUESSED AT.
       170-LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE
           IF FL-FILE-STATUS = "00"
               PERFORM UNTIL FL-FILE-STATUS NOT = "00"
                   READ LAYOUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 175-ONE-LAYOUT-LINE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

       175-ONE-LAYOUT-LINE.
           IF (FL-STATEMENT NOT = "I" AND FL-STATEMENT NOT = "B")
               OR (FL-LINE-TYPE NOT = "H" AND FL-LINE-TYPE NOT = "D"
                   AND FL-LINE-TYPE NOT = "N"
                   AND FL-LINE-TYPE NOT = "S")
               DISPLAY "FINSTMT - LAYOUT LINE DROPPED: " FL-RECORD
           ELSE
               IF LY-LINE-COUNT < LY-MAX-LINES
                   ADD 1 TO LY-LINE-COUNT
                   MOVE FL-STATEMENT TO LY-STATEMENT(LY-LINE-COUNT)
                   MOVE FL-LINE-TYPE TO LY-LINE-TYPE(LY-LINE-COUNT)
                   MOVE FL-SIGN TO LY-SIGN(LY-LINE-COUNT)
                   MOVE FL-CAPTION TO LY-CAPTION(LY-LINE-COUNT)
                   IF FL-LEVEL IS NUMERIC
                       AND FL-LEVEL > 0 AND FL-LEVEL < 4
                       MOVE FL-LEVEL TO LY-LEVEL(LY-LINE-COUNT)
                   ELSE
                       MOVE 1 TO LY-LEVEL(LY-LINE-COUNT)
                   END-IF
                   IF FL-FROM-ACCOUNT IS NUMERIC
                       AND FL-THRU-ACCOUNT IS NUMERIC
                       MOVE FL-FROM-ACCOUNT TO
                           LY-FROM-ACCOUNT(LY-LINE-COUNT)
                       MOVE FL-THRU-ACCOUNT TO
                           LY-THRU-ACCOUNT(LY-LINE-COUNT)
                   ELSE
                       MOVE 0 TO LY-FROM-ACCOUNT(LY-LINE-COUNT)
                       MOVE 0 TO LY-THRU-ACCOUNT(LY-LINE-COUNT)
                   END-IF
                   IF LY-LINE-TYPE(LY-LINE-COUNT) = "D"
                       AND LY-CAPTION(LY-LINE-COUNT) = SPACES
                       AND LY-FROM-ACCOUNT(LY-LINE-COUNT) =
                           LY-THRU-ACCOUNT(LY-LINE-COUNT)
                       PERFORM VARYING WS-CSUB FROM 1 BY 1
                               UNTIL WS-CSUB > CN-NAME-COUNT
                           IF CN-ACCOUNT(WS-CSUB) =
                               LY-FROM-ACCOUNT(LY-LINE-COUNT)
                               MOVE CN-NAME(WS-CSUB) TO
                                   LY-CAPTION(LY-LINE-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   DISPLAY "FINSTMT - LAYOUT TABLE FULL, LINE "
                       "DROPPED: " FL-RECORD
               END-IF
           END-IF.

      *ONE PASS OF THE BALANCE FILE BUILDS EVERY ACCOUNT'S AS-OF
      *BALANCES - FOR EACH TARGET, THE LATEST PERIOD AT OR BELOW IT
      *WINS, WHATEVER ORDER THE FILE IS IN.
       200-LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-APPLY-BALANCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

       210-APPLY-BALANCE-RECORD.
           MOVE 0 TO WS-ASUB
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > AT-ACCOUNT-COUNT
               IF AT-ACCOUNT(WS-LSUB) = GB-ACCOUNT
                   MOVE WS-LSUB TO WS-ASUB
               END-IF
           END-PERFORM
           IF WS-ASUB = 0
               IF AT-ACCOUNT-COUNT < AT-MAX-ACCOUNTS
                   ADD 1 TO AT-ACCOUNT-COUNT
                   MOVE AT-ACCOUNT-COUNT TO WS-ASUB
                   MOVE GB-ACCOUNT TO AT-ACCOUNT(WS-ASUB)
                   MOVE 0 TO AT-ACT-CUR(WS-ASUB)
                   MOVE 0 TO AT-ACT-LY(WS-ASUB)
                   PERFORM VARYING WS-TSUB FROM 1 BY 1
                           UNTIL WS-TSUB > 4
                       MOVE 0 TO AT-ASOF-PERIOD(WS-ASUB, WS-TSUB)
                       MOVE 0 TO AT-ASOF-BAL(WS-ASUB, WS-TSUB)
                   END-PERFORM
               ELSE
                   DISPLAY "FINSTMT - ACCOUNT TABLE FULL, ACCOUNT "
                       GB-ACCOUNT " NOT LOADED"
               END-IF
           END-IF
           IF WS-ASUB > 0
               COMPUTE WS-ENDING-BAL =
                   GB-BEGIN-BAL + GB-DEBITS - GB-CREDITS
               PERFORM VARYING WS-TSUB FROM 1 BY 1
                       UNTIL WS-TSUB > 4
                   IF GB-PERIOD NOT > WS-ASOF-TARGET(WS-TSUB)
                       AND GB-PERIOD >
                           AT-ASOF-PERIOD(WS-ASUB, WS-TSUB)
                       MOVE GB-PERIOD TO
                           AT-ASOF-PERIOD(WS-ASUB, WS-TSUB)
                       MOVE WS-ENDING-BAL TO
                           AT-ASOF-BAL(WS-ASUB, WS-TSUB)
                   END-IF
               END-PERFORM
               IF GB-PERIOD = WS-CLOSING-PERIOD
                   COMPUTE AT-ACT-CUR(WS-ASUB) =
                       GB-DEBITS - GB-CREDITS
               END-IF
               IF GB-PERIOD = WS-LY-PERIOD
                   COMPUTE AT-ACT-LY(WS-ASUB) =
                       GB-DEBITS - GB-CREDITS
               END-IF
           END-IF.

      *THE BALANCE SHEET PROVES WHEN ITS DETAIL RANGES PLUS CURRENT
      *EARNINGS NET TO ZERO, THE SAME TEST GLTRIAL'S COMPANY TOTALS
      *MAKE - DONE OFF THE LAYOUT, SO A MISSING OR DOUBLED RANGE
      *FAILS IT AS SURELY AS A LEDGER THAT DOESN'T PROVE.
       300-PROVE-BALANCE-SHEET.
           MOVE 0 TO WS-PROOF-CUR WS-PROOF-PYE
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > LY-LINE-COUNT
               IF LY-STATEMENT(WS-LSUB) = "B"
                   IF LY-LINE-TYPE(WS-LSUB) = "D"
                       MOVE LY-FROM-ACCOUNT(WS-LSUB) TO WS-RANGE-FROM
                       MOVE LY-THRU-ACCOUNT(WS-LSUB) TO WS-RANGE-THRU
                       PERFORM 600-SUM-RANGE
                       ADD WS-RANGE-ASOF(WS-ASOF-CUR) TO WS-PROOF-CUR
                       ADD WS-RANGE-ASOF(WS-ASOF-PYE) TO WS-PROOF-PYE
                   ELSE
                       IF LY-LINE-TYPE(WS-LSUB) = "N"
                           PERFORM 620-SUM-EARNINGS
                           ADD WS-RANGE-ASOF(WS-ASOF-CUR) TO
                               WS-PROOF-CUR
                           ADD WS-RANGE-ASOF(WS-ASOF-PYE) TO
                               WS-PROOF-PYE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PROOF-CUR = 0 AND WS-PROOF-PYE = 0
               MOVE "Y" TO WS-PROOF-SW
           ELSE
               MOVE "N" TO WS-PROOF-SW
           END-IF.

       350-REFUSE-STATEMENTS.
           MOVE "BALANCE SHEET" TO HL-TITLE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE WS-PROOF-CUR TO RF-AMOUNT(1)
           MOVE WS-PROOF-PYE TO RF-AMOUNT(2)
           WRITE PRINT-RECORD FROM RF-REFUSED-LINE AFTER 2
           WRITE PRINT-RECORD FROM UH-UNMAPPED-HEADING AFTER 2
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AT-ACCOUNT-COUNT
               PERFORM 360-CHECK-ACCOUNT-MAPPED
           END-PERFORM
           DISPLAY "FINSTMT - BALANCE SHEET OUT OF BALANCE - "
               "STATEMENTS NOT PRINTED"
           MOVE 8 TO RETURN-CODE.

       360-CHECK-ACCOUNT-MAPPED.
           MOVE "N" TO WS-MAPPED-SW
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > LY-LINE-COUNT
               IF LY-LINE-TYPE(WS-LSUB) = "D"
                   AND AT-ACCOUNT(WS-ASUB) NOT <
                       LY-FROM-ACCOUNT(WS-LSUB)
                   AND AT-ACCOUNT(WS-ASUB) NOT >
                       LY-THRU-ACCOUNT(WS-LSUB)
                   MOVE "Y" TO WS-MAPPED-SW
               END-IF
           END-PERFORM
           IF NOT WS-ACCOUNT-MAPPED
               AND (AT-ASOF-BAL(WS-ASUB, WS-ASOF-CUR) NOT = 0
                   OR AT-ASOF-BAL(WS-ASUB, WS-ASOF-PYE) NOT = 0)
               MOVE AT-ACCOUNT(WS-ASUB) TO UL-ACCOUNT
               MOVE SPACES TO UL-NAME
               PERFORM VARYING WS-CSUB FROM 1 BY 1
                       UNTIL WS-CSUB > CN-NAME-COUNT
                   IF CN-ACCOUNT(WS-CSUB) = AT-ACCOUNT(WS-ASUB)
                       MOVE CN-NAME(WS-CSUB) TO UL-NAME
                   END-IF
               END-PERFORM
               MOVE AT-ASOF-BAL(WS-ASUB, WS-ASOF-CUR) TO UL-AMOUNT(1)
               MOVE AT-ASOF-BAL(WS-ASUB, WS-ASOF-PYE) TO UL-AMOUNT(2)
               WRITE PRINT-RECORD FROM UL-UNMAPPED-LINE AFTER 1
           END-IF.

      *INCOME STATEMENT COLUMNS - THE MONTH'S ACTIVITY, YEAR-TO-DATE,
      *AND THE SAME TWO FOR THE SAME MONTH LAST YEAR.
       400-PRINT-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO HL-TITLE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM IH-INCOME-HEADING AFTER 2
           MOVE 0 TO WS-LEVEL-TOTALS
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > LY-LINE-COUNT
               IF LY-STATEMENT(WS-LSUB) = "I"
                   PERFORM 410-ONE-INCOME-LINE
               END-IF
           END-PERFORM.

       410-ONE-INCOME-LINE.
           EVALUATE LY-LINE-TYPE(WS-LSUB)
               WHEN "H"
                   MOVE LY-CAPTION(WS-LSUB) TO SL-CAPTION
                   WRITE PRINT-RECORD FROM SL-SECTION-LINE AFTER 2
               WHEN "D"
                   MOVE LY-FROM-ACCOUNT(WS-LSUB) TO WS-RANGE-FROM
                   MOVE LY-THRU-ACCOUNT(WS-LSUB) TO WS-RANGE-THRU
                   PERFORM 600-SUM-RANGE
                   MOVE WS-RANGE-ACT-CUR TO WS-LINE-AMT(1)
                   COMPUTE WS-LINE-AMT(2) =
                       WS-RANGE-ASOF(WS-ASOF-CUR)
                       - WS-RANGE-ASOF(WS-ASOF-PYE)
                   MOVE WS-RANGE-ACT-LY TO WS-LINE-AMT(3)
                   COMPUTE WS-LINE-AMT(4) =
                       WS-RANGE-ASOF(WS-ASOF-LY)
                       - WS-RANGE-ASOF(WS-ASOF-LYB)
                   PERFORM 700-ADD-TO-LEVELS
                   PERFORM 420-WRITE-INCOME-AMOUNTS
                   WRITE PRINT-RECORD FROM DL-INCOME-LINE AFTER 1
               WHEN "S"
                   PERFORM 710-TAKE-LEVEL
                   PERFORM 420-WRITE-INCOME-AMOUNTS
                   WRITE PRINT-RECORD FROM DL-INCOME-LINE AFTER 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       420-WRITE-INCOME-AMOUNTS.
           MOVE LY-CAPTION(WS-LSUB) TO DL-CAPTION
           PERFORM VARYING WS-CSUB2 FROM 1 BY 1 UNTIL WS-CSUB2 > 4
               IF LY-SIGN(WS-LSUB) = "R"
                   COMPUTE DL-AMOUNT(WS-CSUB2) =
                       0 - WS-LINE-AMT(WS-CSUB2)
               ELSE
                   MOVE WS-LINE-AMT(WS-CSUB2) TO DL-AMOUNT(WS-CSUB2)
               END-IF
           END-PERFORM.

      *BALANCE SHEET COLUMNS - THIS MONTH-END AND LAST YEAR-END.
       500-PRINT-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO HL-TITLE
           MOVE WS-CLOSING-PERIOD TO BH-CUR-PERIOD
           MOVE WS-PRIOR-YEAR TO BH-PRIOR-YEAR
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM BH-BALANCE-HEADING AFTER 2
           MOVE 0 TO WS-LEVEL-TOTALS
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > LY-LINE-COUNT
               IF LY-STATEMENT(WS-LSUB) = "B"
                   PERFORM 510-ONE-BALANCE-LINE
               END-IF
           END-PERFORM.

       510-ONE-BALANCE-LINE.
           EVALUATE LY-LINE-TYPE(WS-LSUB)
               WHEN "H"
                   MOVE LY-CAPTION(WS-LSUB) TO SL-CAPTION
                   WRITE PRINT-RECORD FROM SL-SECTION-LINE AFTER 2
               WHEN "D"
                   MOVE LY-FROM-ACCOUNT(WS-LSUB) TO WS-RANGE-FROM
                   MOVE LY-THRU-ACCOUNT(WS-LSUB) TO WS-RANGE-THRU
                   PERFORM 600-SUM-RANGE
                   PERFORM 515-BALANCE-AMOUNTS
                   WRITE PRINT-RECORD FROM BL-BALANCE-LINE AFTER 1
               WHEN "N"
                   PERFORM 620-SUM-EARNINGS
                   PERFORM 515-BALANCE-AMOUNTS
                   WRITE PRINT-RECORD FROM BL-BALANCE-LINE AFTER 1
               WHEN "S"
                   PERFORM 710-TAKE-LEVEL
                   PERFORM 520-WRITE-BALANCE-AMOUNTS
                   WRITE PRINT-RECORD FROM BL-BALANCE-LINE AFTER 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       515-BALANCE-AMOUNTS.
           MOVE WS-RANGE-ASOF(WS-ASOF-CUR) TO WS-LINE-AMT(1)
           MOVE WS-RANGE-ASOF(WS-ASOF-PYE) TO WS-LINE-AMT(2)
           MOVE 0 TO WS-LINE-AMT(3) WS-LINE-AMT(4)
           PERFORM 700-ADD-TO-LEVELS
           PERFORM 520-WRITE-BALANCE-AMOUNTS.

       520-WRITE-BALANCE-AMOUNTS.
           MOVE LY-CAPTION(WS-LSUB) TO BL-CAPTION
           PERFORM VARYING WS-CSUB2 FROM 1 BY 1 UNTIL WS-CSUB2 > 2
               IF LY-SIGN(WS-LSUB) = "R"
                   COMPUTE BL-AMOUNT(WS-CSUB2) =
                       0 - WS-LINE-AMT(WS-CSUB2)
               ELSE
                   MOVE WS-LINE-AMT(WS-CSUB2) TO BL-AMOUNT(WS-CSUB2)
               END-IF
           END-PERFORM.

      *A RANGE'S AS-OF BALANCES AND ACTIVITY, NATURAL SIGN
      *(DEBITS POSITIVE).
       600-SUM-RANGE.
           MOVE 0 TO WS-RANGE-TOTALS
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AT-ACCOUNT-COUNT
               IF AT-ACCOUNT(WS-ASUB) NOT < WS-RANGE-FROM
                   AND AT-ACCOUNT(WS-ASUB) NOT > WS-RANGE-THRU
                   PERFORM 610-ADD-ACCOUNT-TO-RANGE
               END-IF
           END-PERFORM.

       610-ADD-ACCOUNT-TO-RANGE.
           PERFORM VARYING WS-TSUB FROM 1 BY 1 UNTIL WS-TSUB > 4
               ADD AT-ASOF-BAL(WS-ASUB, WS-TSUB) TO
                   WS-RANGE-ASOF(WS-TSUB)
           END-PERFORM
           ADD AT-ACT-CUR(WS-ASUB) TO WS-RANGE-ACT-CUR
           ADD AT-ACT-LY(WS-ASUB) TO WS-RANGE-ACT-LY.

      *CURRENT EARNINGS - EVERY ACCOUNT THE INCOME STATEMENT'S
      *DETAIL RANGES PICK UP, COUNTED ONCE, AT ITS AS-OF BALANCE.
      *UNTIL A YEAR IS CLOSED TO RETAINED EARNINGS THIS CARRIES THE
      *EARLIER YEARS' INCOME AS WELL, WHICH IS WHERE EQUITY HAS IT.
       620-SUM-EARNINGS.
           MOVE 0 TO WS-RANGE-TOTALS
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AT-ACCOUNT-COUNT
               MOVE "N" TO WS-MAPPED-SW
               PERFORM VARYING WS-LSUB2 FROM 1 BY 1
                       UNTIL WS-LSUB2 > LY-LINE-COUNT
                   IF LY-STATEMENT(WS-LSUB2) = "I"
                       AND LY-LINE-TYPE(WS-LSUB2) = "D"
                       AND AT-ACCOUNT(WS-ASUB) NOT <
                           LY-FROM-ACCOUNT(WS-LSUB2)
                       AND AT-ACCOUNT(WS-ASUB) NOT >
                           LY-THRU-ACCOUNT(WS-LSUB2)
                       MOVE "Y" TO WS-MAPPED-SW
                   END-IF
               END-PERFORM
               IF WS-ACCOUNT-MAPPED
                   PERFORM 610-ADD-ACCOUNT-TO-RANGE
               END-IF
           END-PERFORM.

       700-ADD-TO-LEVELS.
           PERFORM VARYING WS-VSUB FROM 1 BY 1 UNTIL WS-VSUB > 3
               PERFORM VARYING WS-CSUB2 FROM 1 BY 1
                       UNTIL WS-CSUB2 > 4
                   ADD WS-LINE-AMT(WS-CSUB2) TO
                       WS-LEVEL-AMT(WS-VSUB, WS-CSUB2)
               END-PERFORM
           END-PERFORM.

      *A SUBTOTAL PRINTS ITS LEVEL'S ACCUMULATION AND CLEARS IT AND
      *EVERY LEVEL BELOW IT.
       710-TAKE-LEVEL.
           PERFORM VARYING WS-CSUB2 FROM 1 BY 1 UNTIL WS-CSUB2 > 4
               MOVE WS-LEVEL-AMT(LY-LEVEL(WS-LSUB), WS-CSUB2) TO
                   WS-LINE-AMT(WS-CSUB2)
           END-PERFORM
           PERFORM VARYING WS-VSUB FROM 1 BY 1
                   UNTIL WS-VSUB > LY-LEVEL(WS-LSUB)
               PERFORM VARYING WS-CSUB2 FROM 1 BY 1
                       UNTIL WS-CSUB2 > 4
                   MOVE 0 TO WS-LEVEL-AMT(WS-VSUB, WS-CSUB2)
               END-PERFORM
           END-PERFORM.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="FINSTMT"==.

       COPY PROCDTIO.
