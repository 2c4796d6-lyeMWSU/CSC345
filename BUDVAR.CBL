      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END BUDGET-VERSUS-ACTUAL VARIANCE REPORT.
      *            EVERY GL ACCOUNT BUDGETED FOR THE CLOSING YEAR ON
      *            BUDGET.TXT (LOADED BY BUDLOAD.CBL, KEPT UP THROUGH
      *            MSTRMNT.CBL) IS SHOWN WITH ITS ACTUAL FROM THE GL
      *            BALANCE FILE AGAINST BUDGET FOR THE MONTH AND FOR
      *            THE YEAR TO DATE, WITH THE DOLLAR AND PERCENT
      *            VARIANCE (ACTUAL LESS BUDGET, AS A PERCENT OF
      *            BUDGET). A VARIANCE BEYOND THE TOLERANCE ON
      *            BUDTOL.TXT (COLS 1-3, PERCENT 99V9, 10.0 WHEN
      *            MISSING) EITHER WAY IS FLAGGED, AS IS ANY ACTUAL
      *            AGAINST NO BUDGET AT ALL. RUNS EVERY NIGHT BUT
      *            ONLY ACTS ON THE MEND (OR YEND) RUN TYPE, LIKE
      *            GLTRIAL.CBL.
      *
      *            THE REPORT (BUDVAR.TXT) RUNS BY OWNING DEPARTMENT,
      *            EVERY DETAIL AND DEPARTMENT-TOTAL LINE LEADING
      *            WITH THE DEPARTMENT CODE, SO DISTRIB HANDS EACH
      *            DEPARTMENT HEAD A BUNDLE OF ONLY THEIR OWN
      *            ACCOUNTS.
      *
      *            ACTUALS ARE STATED THE WAY THE BUDGET IS - IN THE
      *            DIRECTION THE ACCOUNT NORMALLY RUNS. THE CHART
      *            KEEPS LIABILITIES, EQUITY AND REVENUE IN 20000-
      *            49999, SO THOSE ACCOUNTS' CREDITS COUNT POSITIVE;
      *            EVERYTHING ELSE COUNTS ITS DEBITS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT BUDGET-FILE
           ASSIGN TO "BUDGET.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BU-FILE-STATUS.

           SELECT TOLERANCE-FILE
           ASSIGN TO "BUDTOL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TO-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN TO "GLBAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "BUDVAR.TXT".

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

       FD  BUDGET-FILE.
       01  BU-RECORD.
           05  BU-ACCOUNT              PIC 9(5).
           05  BU-PERIOD               PIC 9(6).
           05  BU-PERIOD-X REDEFINES BU-PERIOD
                                       PIC X(6).
           05  BU-DEPT                 PIC X(3).
           05  BU-AMOUNT               PIC 9(9)V99.
           05  BU-AMOUNT-X REDEFINES BU-AMOUNT
                                       PIC X(11).

       FD  TOLERANCE-FILE.
       01  TO-RECORD                   PIC X(3).

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

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

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
           05  BU-FILE-STATUS          PIC XX.
           05  TO-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-CLOSING-YEAR             PIC 9(4) VALUE 0.
      *ALL OF LAST YEAR'S PERIODS ARE AT OR BELOW YYYY00, SO THE
      *BALANCE "AS OF" IT IS LAST YEAR'S CLOSING BALANCE.
       01  WS-YEAR-START               PIC 9(6) VALUE 0.

       01  WS-TOLERANCE                PIC 99V9 VALUE 10.0.
       01  WS-CREDIT-NORMAL-FROM       PIC 9(5) VALUE 20000.
       01  WS-CREDIT-NORMAL-THRU       PIC 9(5) VALUE 49999.

      *THE CHART, FOR PUTTING NAMES ON ACCOUNT NUMBERS.
       01  CN-MAX-NAMES                PIC 99 VALUE 50.
       01  CN-NAME-COUNT               PIC 99 VALUE 0.

       01  CN-NAME-TABLE.
           05  CN-ENTRY OCCURS 50 TIMES.
               10  CN-ACCOUNT          PIC 9(5).
               10  CN-NAME             PIC X(8).

       01  WS-CSUB                     PIC 99.

      *ONE ENTRY PER ACCOUNT BUDGETED IN THE CLOSING YEAR - ITS
      *BUDGETS, AND THE GL BALANCES THE ACTUALS ARE FIGURED FROM.
       01  BA-MAX-ACCOUNTS             PIC 9(3) VALUE 500.
       01  BA-ACCOUNT-COUNT            PIC 9(3) VALUE 0.
       01  BA-OVERFLOW                 PIC 9(5) VALUE 0.

       01  BA-ACCOUNT-TABLE.
           05  BA-ENTRY OCCURS 500 TIMES.
               10  BA-DEPT             PIC X(3).
               10  BA-ACCOUNT          PIC 9(5).
               10  BA-MONTH-BUDGET     PIC S9(11)V99.
               10  BA-YTD-BUDGET       PIC S9(11)V99.
               10  BA-END-PERIOD       PIC 9(6).
               10  BA-END-BAL          PIC S9(11)V99.
               10  BA-START-PERIOD     PIC 9(6).
               10  BA-START-BAL        PIC S9(11)V99.
               10  BA-MONTH-ACTIVITY   PIC S9(11)V99.

       01  BA-HOLD-ENTRY               PIC X(85).
       01  BA-SUB                      PIC 9(3).
       01  BA-SUB2                     PIC 9(3).
       01  BA-FOUND-SUB                PIC 9(3).

       01  WS-ENDING-BAL               PIC S9(11)V99 VALUE 0.
       01  WS-PRIOR-DEPT               PIC X(3).

      *ONE LINE'S FIGURES, IN THE ACCOUNT'S NORMAL DIRECTION.
       01  WS-LINE-FIGURES.
           05  WS-MONTH-ACTUAL         PIC S9(11)V99.
           05  WS-MONTH-BUDGET         PIC S9(11)V99.
           05  WS-YTD-ACTUAL           PIC S9(11)V99.
           05  WS-YTD-BUDGET           PIC S9(11)V99.

       01  WS-DEPT-TOTALS.
           05  WS-DEPT-MONTH-ACTUAL    PIC S9(12)V99.
           05  WS-DEPT-MONTH-BUDGET    PIC S9(12)V99.
           05  WS-DEPT-YTD-ACTUAL      PIC S9(12)V99.
           05  WS-DEPT-YTD-BUDGET      PIC S9(12)V99.

      *THE VARIANCE ARITHMETIC, SHARED BY EVERY KIND OF LINE.
       01  WS-VARIANCE-WORK.
           05  WS-VW-ACTUAL            PIC S9(12)V99.
           05  WS-VW-BUDGET            PIC S9(12)V99.
           05  WS-VW-VARIANCE          PIC S9(12)V99.
           05  WS-VW-PERCENT           PIC S9(5)V9.
           05  WS-VW-FLAGGED           PIC X.

       01  WS-FLAG-COUNT               PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(32) VALUE
               "BUDGET VS ACTUAL - PERIOD".
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(11) VALUE "TOLERANCE ".
           05  HL-TOLERANCE            PIC Z9.9.
           05                          PIC X(6)  VALUE "%".
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "BUDVAR".

       01  CH-COLUMN-HEADING-1.
           05                          PIC X(22) VALUE SPACES.
           05                          PIC X(50) VALUE
               "-------------------- MONTH ---------------------".
           05                          PIC X(48) VALUE
               "----------------- YEAR TO DATE -----------------".

       01  CH-COLUMN-HEADING-2.
           05                          PIC X(20) VALUE
               "DPT ACCT. NAME".
           05                          PIC X(13) VALUE "      ACTUAL".
           05                          PIC X(13) VALUE "      BUDGET".
           05                          PIC X(13) VALUE "    VARIANCE".
           05                          PIC X(8)  VALUE "     PCT".
           05                          PIC X(13) VALUE "      ACTUAL".
           05                          PIC X(13) VALUE "      BUDGET".
           05                          PIC X(13) VALUE "    VARIANCE".
           05                          PIC X(8)  VALUE "     PCT".

       01  DL-VARIANCE-LINE.
           05  DL-DEPT                 PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-ACCOUNT-AREA.
               10  DL-ACCOUNT          PIC 9(5).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  DL-NAME             PIC X(8).
           05  DL-TOTAL-TEXT REDEFINES DL-ACCOUNT-AREA
                                       PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-MONTH-ACTUAL         PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-MONTH-BUDGET         PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-MONTH-VARIANCE       PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-MONTH-PCT            PIC ZZZ9.9-.
           05  DL-MONTH-FLAG           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-YTD-ACTUAL           PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-YTD-BUDGET           PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-YTD-VARIANCE         PIC $$$,$$$,$$9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-YTD-PCT              PIC ZZZ9.9-.
           05  DL-YTD-FLAG             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-FLAG-TEXT            PIC X(14).

       01  FL-FLAG-LINE.
           05                          PIC X(32) VALUE
               "LINES OUTSIDE TOLERANCE:".
           05  FL-COUNT                PIC ZZZZ9.

       01  NL-NONE-LINE.
           05                          PIC X(50) VALUE
               "NO BUDGET ON FILE FOR THE CLOSING YEAR".

       01  OL-OVERFLOW-LINE.
           05                          PIC X(40) VALUE
               "** BUDGET ACCOUNTS NOT REPORTED (TABLE):".
           05  OL-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-CHART
               PERFORM 200-LOAD-BUDGET
               IF BA-ACCOUNT-COUNT = 0
                   WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
               ELSE
                   PERFORM 300-LOAD-ACTUALS
                   PERFORM 400-SORT-BY-DEPARTMENT
                   PERFORM 500-PRINT-VARIANCES
               END-IF
               IF BA-OVERFLOW > 0
                   MOVE BA-OVERFLOW TO OL-COUNT
                   WRITE PRINT-RECORD FROM OL-OVERFLOW-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "BUDVAR - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - VARIANCE REPORT SKIPPED"
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
           COMPUTE WS-YEAR-START = WS-CLOSING-YEAR * 100
           OPEN INPUT TOLERANCE-FILE
           IF TO-FILE-STATUS = "00"
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TO-RECORD NUMERIC AND TO-RECORD > 0
                           MOVE TO-RECORD TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF
           MOVE WS-CLOSING-PERIOD TO HL-PERIOD
           MOVE WS-TOLERANCE TO HL-TOLERANCE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-1 AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-2 AFTER 1.

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

      *THE CLOSING YEAR'S BUDGET LINES ONLY. THE DEPARTMENT ON THE
      *CLOSING PERIOD'S LINE WINS, SO AN ACCOUNT THAT CHANGED HANDS
      *MID-YEAR GOES TO ITS CURRENT OWNER.
       200-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF BU-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ BUDGET-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF BU-PERIOD-X IS NUMERIC
                                   AND BU-AMOUNT-X IS NUMERIC
                                   AND BU-PERIOD > WS-YEAR-START
                                   AND BU-PERIOD NOT >
                                       WS-CLOSING-PERIOD
                               PERFORM 210-ONE-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       210-ONE-BUDGET-LINE.
           MOVE 0 TO BA-FOUND-SUB
           PERFORM VARYING BA-SUB FROM 1 BY 1
                   UNTIL BA-SUB > BA-ACCOUNT-COUNT
               IF BA-ACCOUNT(BA-SUB) = BU-ACCOUNT
                   MOVE BA-SUB TO BA-FOUND-SUB
               END-IF
           END-PERFORM
           IF BA-FOUND-SUB = 0
               IF BA-ACCOUNT-COUNT < BA-MAX-ACCOUNTS
                   ADD 1 TO BA-ACCOUNT-COUNT
                   MOVE BA-ACCOUNT-COUNT TO BA-FOUND-SUB
                   MOVE BU-ACCOUNT TO BA-ACCOUNT(BA-FOUND-SUB)
                   MOVE BU-DEPT TO BA-DEPT(BA-FOUND-SUB)
                   MOVE 0 TO BA-MONTH-BUDGET(BA-FOUND-SUB)
                   MOVE 0 TO BA-YTD-BUDGET(BA-FOUND-SUB)
                   MOVE 0 TO BA-END-PERIOD(BA-FOUND-SUB)
                   MOVE 0 TO BA-END-BAL(BA-FOUND-SUB)
                   MOVE 0 TO BA-START-PERIOD(BA-FOUND-SUB)
                   MOVE 0 TO BA-START-BAL(BA-FOUND-SUB)
                   MOVE 0 TO BA-MONTH-ACTIVITY(BA-FOUND-SUB)
               ELSE
                   ADD 1 TO BA-OVERFLOW
               END-IF
           END-IF
           IF BA-FOUND-SUB > 0
               ADD BU-AMOUNT TO BA-YTD-BUDGET(BA-FOUND-SUB)
               IF BU-PERIOD = WS-CLOSING-PERIOD
                   ADD BU-AMOUNT TO BA-MONTH-BUDGET(BA-FOUND-SUB)
                   MOVE BU-DEPT TO BA-DEPT(BA-FOUND-SUB)
               END-IF
           END-IF.

      *AN ACCOUNT WITH NO RECORD FOR A PERIOD CARRIES ITS LAST
      *ENDING BALANCE FORWARD, SO THE LATEST PERIOD AT OR BELOW EACH
      *POINT WINS. YEAR-TO-DATE IS THIS MONTH-END LESS LAST YEAR'S
      *CLOSING BALANCE.
       300-LOAD-ACTUALS.
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 310-ONE-BALANCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

       310-ONE-BALANCE-RECORD.
           PERFORM VARYING BA-SUB FROM 1 BY 1
                   UNTIL BA-SUB > BA-ACCOUNT-COUNT
               IF BA-ACCOUNT(BA-SUB) = GB-ACCOUNT
                   COMPUTE WS-ENDING-BAL =
                       GB-BEGIN-BAL + GB-DEBITS - GB-CREDITS
                   IF GB-PERIOD NOT > WS-CLOSING-PERIOD
                           AND GB-PERIOD > BA-END-PERIOD(BA-SUB)
                       MOVE GB-PERIOD TO BA-END-PERIOD(BA-SUB)
                       MOVE WS-ENDING-BAL TO BA-END-BAL(BA-SUB)
                   END-IF
                   IF GB-PERIOD NOT > WS-YEAR-START
                           AND GB-PERIOD > BA-START-PERIOD(BA-SUB)
                       MOVE GB-PERIOD TO BA-START-PERIOD(BA-SUB)
                       MOVE WS-ENDING-BAL TO BA-START-BAL(BA-SUB)
                   END-IF
                   IF GB-PERIOD = WS-CLOSING-PERIOD
                       COMPUTE BA-MONTH-ACTIVITY(BA-SUB) =
                           GB-DEBITS - GB-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

      *DEPARTMENT, THEN ACCOUNT - A PLAIN EXCHANGE SORT IS PLENTY
      *FOR A CHART THIS SIZE.
       400-SORT-BY-DEPARTMENT.
           PERFORM VARYING BA-SUB FROM 1 BY 1
                   UNTIL BA-SUB NOT < BA-ACCOUNT-COUNT
               PERFORM VARYING BA-SUB2 FROM BA-SUB BY 1
                       UNTIL BA-SUB2 > BA-ACCOUNT-COUNT
                   IF BA-DEPT(BA-SUB2) < BA-DEPT(BA-SUB)
                       OR (BA-DEPT(BA-SUB2) = BA-DEPT(BA-SUB)
                           AND BA-ACCOUNT(BA-SUB2) <
                               BA-ACCOUNT(BA-SUB))
                       MOVE BA-ENTRY(BA-SUB) TO BA-HOLD-ENTRY
                       MOVE BA-ENTRY(BA-SUB2) TO BA-ENTRY(BA-SUB)
                       MOVE BA-HOLD-ENTRY TO BA-ENTRY(BA-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-PRINT-VARIANCES.
           MOVE 0 TO WS-DEPT-TOTALS
           MOVE BA-DEPT(1) TO WS-PRIOR-DEPT
           PERFORM VARYING BA-SUB FROM 1 BY 1
                   UNTIL BA-SUB > BA-ACCOUNT-COUNT
               IF BA-DEPT(BA-SUB) NOT = WS-PRIOR-DEPT
                   PERFORM 560-DEPARTMENT-TOTAL
                   MOVE BA-DEPT(BA-SUB) TO WS-PRIOR-DEPT
               END-IF
               PERFORM 510-ONE-ACCOUNT-LINE
           END-PERFORM
           PERFORM 560-DEPARTMENT-TOTAL
           MOVE WS-FLAG-COUNT TO FL-COUNT
           WRITE PRINT-RECORD FROM FL-FLAG-LINE AFTER 2.

       510-ONE-ACCOUNT-LINE.
           MOVE BA-MONTH-ACTIVITY(BA-SUB) TO WS-MONTH-ACTUAL
           COMPUTE WS-YTD-ACTUAL =
               BA-END-BAL(BA-SUB) - BA-START-BAL(BA-SUB)
           IF BA-ACCOUNT(BA-SUB) NOT < WS-CREDIT-NORMAL-FROM
                   AND BA-ACCOUNT(BA-SUB) NOT > WS-CREDIT-NORMAL-THRU
               COMPUTE WS-MONTH-ACTUAL = 0 - WS-MONTH-ACTUAL
               COMPUTE WS-YTD-ACTUAL = 0 - WS-YTD-ACTUAL
           END-IF
           MOVE BA-MONTH-BUDGET(BA-SUB) TO WS-MONTH-BUDGET
           MOVE BA-YTD-BUDGET(BA-SUB) TO WS-YTD-BUDGET
           ADD WS-MONTH-ACTUAL TO WS-DEPT-MONTH-ACTUAL
           ADD WS-MONTH-BUDGET TO WS-DEPT-MONTH-BUDGET
           ADD WS-YTD-ACTUAL TO WS-DEPT-YTD-ACTUAL
           ADD WS-YTD-BUDGET TO WS-DEPT-YTD-BUDGET
           MOVE SPACES TO DL-VARIANCE-LINE
           MOVE BA-DEPT(BA-SUB) TO DL-DEPT
           MOVE BA-ACCOUNT(BA-SUB) TO DL-ACCOUNT
           MOVE SPACES TO DL-NAME
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CN-NAME-COUNT
               IF CN-ACCOUNT(WS-CSUB) = BA-ACCOUNT(BA-SUB)
                   MOVE CN-NAME(WS-CSUB) TO DL-NAME
               END-IF
           END-PERFORM
           PERFORM 600-FILL-FIGURES
           IF DL-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           WRITE PRINT-RECORD FROM DL-VARIANCE-LINE AFTER 1.

      *THE DEPARTMENT TOTAL LEADS WITH THE DEPARTMENT CODE TOO, SO
      *IT TRAVELS IN THE DEPARTMENT'S BUNDLE. THERE IS NO COMPANY
      *TOTAL - REVENUE AND EXPENSE ARE BOTH STATED POSITIVE, AND
      *ADDING THEM TOGETHER MEANS NOTHING.
       560-DEPARTMENT-TOTAL.
           MOVE WS-DEPT-MONTH-ACTUAL TO WS-MONTH-ACTUAL
           MOVE WS-DEPT-MONTH-BUDGET TO WS-MONTH-BUDGET
           MOVE WS-DEPT-YTD-ACTUAL TO WS-YTD-ACTUAL
           MOVE WS-DEPT-YTD-BUDGET TO WS-YTD-BUDGET
           MOVE SPACES TO DL-VARIANCE-LINE
           MOVE WS-PRIOR-DEPT TO DL-DEPT
           MOVE "DEPT TOTAL" TO DL-TOTAL-TEXT
           PERFORM 600-FILL-FIGURES
           WRITE PRINT-RECORD FROM DL-VARIANCE-LINE AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER 1
           MOVE 0 TO WS-DEPT-TOTALS.

      *MONTH AND YEAR-TO-DATE COLUMNS FROM WS-LINE-FIGURES, WITH
      *THE FLAG TEXT WHEN EITHER IS OUTSIDE TOLERANCE.
       600-FILL-FIGURES.
           MOVE WS-MONTH-ACTUAL TO WS-VW-ACTUAL
           MOVE WS-MONTH-BUDGET TO WS-VW-BUDGET
           PERFORM 650-FIGURE-VARIANCE
           COMPUTE DL-MONTH-ACTUAL ROUNDED = WS-VW-ACTUAL
           COMPUTE DL-MONTH-BUDGET ROUNDED = WS-VW-BUDGET
           COMPUTE DL-MONTH-VARIANCE ROUNDED = WS-VW-VARIANCE
           MOVE WS-VW-PERCENT TO DL-MONTH-PCT
           MOVE WS-VW-FLAGGED TO DL-MONTH-FLAG
           MOVE WS-YTD-ACTUAL TO WS-VW-ACTUAL
           MOVE WS-YTD-BUDGET TO WS-VW-BUDGET
           PERFORM 650-FIGURE-VARIANCE
           COMPUTE DL-YTD-ACTUAL ROUNDED = WS-VW-ACTUAL
           COMPUTE DL-YTD-BUDGET ROUNDED = WS-VW-BUDGET
           COMPUTE DL-YTD-VARIANCE ROUNDED = WS-VW-VARIANCE
           MOVE WS-VW-PERCENT TO DL-YTD-PCT
           MOVE WS-VW-FLAGGED TO DL-YTD-FLAG
           IF DL-MONTH-FLAG = "*" OR DL-YTD-FLAG = "*"
               MOVE "** TOLERANCE" TO DL-FLAG-TEXT
           END-IF.

      *NO BUDGET AT ALL AGAINST A REAL ACTUAL IS ALWAYS FLAGGED;
      *THE PERCENT IS LEFT AT ZERO RATHER THAN DIVIDING BY IT.
       650-FIGURE-VARIANCE.
           COMPUTE WS-VW-VARIANCE = WS-VW-ACTUAL - WS-VW-BUDGET
           MOVE 0 TO WS-VW-PERCENT
           MOVE SPACE TO WS-VW-FLAGGED
           IF WS-VW-BUDGET = 0
               IF WS-VW-ACTUAL NOT = 0
                   MOVE "*" TO WS-VW-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-VW-PERCENT ROUNDED =
                   WS-VW-VARIANCE * 100 / WS-VW-BUDGET
                   ON SIZE ERROR
                       IF WS-VW-VARIANCE < 0
                           MOVE -9999.9 TO WS-VW-PERCENT
                       ELSE
                           MOVE 9999.9 TO WS-VW-PERCENT
                       END-IF
               END-COMPUTE
               IF WS-VW-PERCENT > WS-TOLERANCE
                       OR WS-VW-PERCENT < 0 - WS-TOLERANCE
                   MOVE "*" TO WS-VW-FLAGGED
               END-IF
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="BUDVAR"==.

       COPY PROCDTIO.
