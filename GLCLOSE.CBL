      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   FISCAL YEAR-END CLOSE OF THE GL BALANCE FILE.
      *            RUNS IN THE MONTH-END CHAIN BUT ONLY ACTS ON THE
      *            YEND RUN TYPE. THE CLOSING YEAR IS THE YEAR OF THE
      *            PROCESSING DATE. EVERY REVENUE AND EXPENSE ACCOUNT
      *            (40000 AND UP) IS ZEROED INTO RETAINED EARNINGS BY
      *            A CLOSING JOURNAL POSTED TO A THIRTEENTH PERIOD,
      *            YYYY13, SO DECEMBER'S OWN BALANCES STAY AS THEY
      *            WERE REPORTED. EVERY BALANCE-SHEET ACCOUNT THEN
      *            GETS AN OPENING RECORD FOR THE FIRST PERIOD OF
      *            THE NEW YEAR CARRYING ITS CLOSED BALANCE FORWARD.
      *            THE RETAINED EARNINGS ACCOUNT IS THE GLACCTS.TXT
      *            "RETEARN" ENTRY (31000 WHEN THE CHART HAS NONE).
      *
      *            THE CLOSE MUST PROVE BEFORE ANYTHING IS WRITTEN -
      *            NET INCOME CLOSED MUST EQUAL THE CHANGE IN
      *            RETAINED EARNINGS, THE INCOME ACCOUNTS MUST STAND
      *            AT ZERO, AND THE OPENING BALANCES MUST CARRY THE
      *            WHOLE LEDGER. A CLOSE THAT DOESN'T PROVE LEAVES
      *            GLBAL.TXT UNTOUCHED AND ENDS THE RUN NONZERO. A
      *            PROVED CLOSE REWRITES GLBAL.TXT, KEEPS THE CLOSING
      *            JOURNAL ON GLCLOSJ.TXT (GLJRNL.TXT LAYOUT), AND
      *            STAMPS THE YEAR ON GLCLOSED.TXT - GLPOST.CBL
      *            REFUSES ANY BATCH WHOSE PERIOD FALLS IN A CLOSED
      *            YEAR, AND A RERUN OF THE CLOSE DOES NOTHING.
      *            OUTPUT IS GLCLOSE.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN USING WS-GLBAL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

      *THE LAST FISCAL YEAR CLOSED - GLPOST READS IT TOO.
           SELECT CLOSED-YEAR-FILE
           ASSIGN USING WS-CLOSED-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-FILE-STATUS.

           SELECT CLOSING-JOURNAL-FILE
           ASSIGN USING WS-CLOSEJ-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CJ-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "GLCLOSE.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" CLOSES THE TEST
      *BALANCE FILE INSTEAD.
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

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE CLOSING YEAR COMES FROM IT.
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

       FD  CLOSED-YEAR-FILE.
       01  CY-RECORD                   PIC 9(4).

       FD  CLOSING-JOURNAL-FILE.
       01  GJ-RECORD.
           05  GJ-DATE                 PIC 9(8).
           05  GJ-ACCOUNT              PIC 9(5).
           05  GJ-DC                   PIC X.
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESC                 PIC X(20).
           05                          PIC X(35).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY TESTMODE.

       01  WS-FILE-NAMES.
           05  WS-GLBAL-NAME           PIC X(12) VALUE
               "GLBAL.TXT".
           05  WS-CLOSED-NAME          PIC X(12) VALUE
               "GLCLOSED.TXT".
           05  WS-CLOSEJ-NAME          PIC X(12) VALUE
               "GLCLOSJ.TXT".

       COPY RUNLOG.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  CY-FILE-STATUS          PIC XX.
           05  CJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-PROVED-SW            PIC X VALUE "Y".
               88  WS-CLOSE-PROVED     VALUE "Y".

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

      *THE YEAR BEING CLOSED AND ITS THREE PERIODS - DECEMBER, THE
      *CLOSING PERIOD, AND THE NEW YEAR'S FIRST.
       01  WS-CLOSING-YEAR             PIC 9(4) VALUE 0.
       01  WS-YEAR-END-PERIOD          PIC 9(6) VALUE 0.
       01  WS-CLOSE-PERIOD             PIC 9(6) VALUE 0.
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE 0.
       01  WS-CLOSED-YEAR              PIC 9(4) VALUE 0.

      *EVERYTHING FROM HERE UP IS ON THE INCOME STATEMENT.
       01  GL-INCOME-FROM              PIC 9(5) VALUE 40000.
       01  GL-ACCT-RETEARN             PIC 9(5) VALUE 31000.

      *THE CHART, FOR PUTTING NAMES ON ACCOUNT NUMBERS.
       01  CN-MAX-NAMES                PIC 99 VALUE 50.
       01  CN-NAME-COUNT               PIC 99 VALUE 0.

       01  CN-NAME-TABLE.
           05  CN-ENTRY OCCURS 50 TIMES.
               10  CN-ACCOUNT          PIC 9(5).
               10  CN-NAME             PIC X(8).

       01  WS-CSUB                     PIC 99.

      *THE WHOLE BALANCE FILE IN STORAGE WHILE THE CLOSE IS BUILT,
      *REWRITTEN ONCE AT THE END IF IT PROVES.
       01  GT-MAX-BALANCES             PIC 9(4) VALUE 2000.
       01  GT-BALANCE-COUNT            PIC 9(4) VALUE 0.

       01  GT-BALANCE-TABLE.
           05  GT-ENTRY OCCURS 2000 TIMES.
               10  GT-ACCOUNT          PIC 9(5).
               10  GT-PERIOD           PIC 9(6).
               10  GT-BEGIN-BAL        PIC S9(11)V99.
               10  GT-DEBITS           PIC S9(11)V99.
               10  GT-CREDITS          PIC S9(11)V99.

       01  WS-SUB                      PIC 9(4).
       01  WS-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT               PIC 9(4) VALUE 0.

      *ONE ENTRY PER ACCOUNT ON THE LEDGER - ITS DECEMBER BALANCE
      *AND THE CLOSING-JOURNAL LINE (IF ANY) THAT CLEARS IT.
       01  AC-MAX-ACCOUNTS             PIC 9(3) VALUE 500.
       01  AC-ACCOUNT-COUNT            PIC 9(3) VALUE 0.

       01  AC-ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 500 TIMES.
               10  AC-ACCOUNT          PIC 9(5).
               10  AC-YE-BAL           PIC S9(11)V99.
               10  AC-CLOSE-DC         PIC X.
               10  AC-CLOSE-AMT        PIC 9(9)V99.

       01  WS-ASUB                     PIC 9(3).
       01  WS-RE-SUB                   PIC 9(3) VALUE 0.

      *THE LATEST PERIOD AT OR BELOW WS-FIND-PERIOD WINS - AN
      *ACCOUNT WITH NO RECORD FOR A PERIOD CARRIES ITS LAST ENDING
      *BALANCE FORWARD.
       01  WS-FIND-ACCOUNT             PIC 9(5).
       01  WS-FIND-PERIOD              PIC 9(6).
       01  WS-FOUND-PERIOD             PIC 9(6).
       01  WS-FOUND-BAL                PIC S9(11)V99.

       01  WS-NEW-BALANCE.
           05  WS-NEW-ACCOUNT          PIC 9(5).
           05  WS-NEW-PERIOD           PIC 9(6).
           05  WS-NEW-BEGIN            PIC S9(11)V99.
           05  WS-NEW-DEBITS           PIC S9(11)V99.
           05  WS-NEW-CREDITS          PIC S9(11)V99.

      *NET INCOME IS CARRIED CREDIT-POSITIVE (A PROFIT IS A CREDIT
      *TO RETAINED EARNINGS), AS ARE THE RETAINED EARNINGS FIGURES.
       01  WS-CLOSE-TOTALS.
           05  WS-NET-INCOME           PIC S9(11)V99 VALUE 0.
           05  WS-JRNL-DEBITS          PIC S9(11)V99 VALUE 0.
           05  WS-JRNL-CREDITS         PIC S9(11)V99 VALUE 0.
           05  WS-JRNL-LINES           PIC 9(3)      VALUE 0.
           05  WS-RE-BEFORE            PIC S9(11)V99 VALUE 0.
           05  WS-RE-AFTER             PIC S9(11)V99 VALUE 0.
           05  WS-RE-CHANGE            PIC S9(11)V99 VALUE 0.
           05  WS-INCOME-AFTER         PIC S9(11)V99 VALUE 0.
           05  WS-LEDGER-BEFORE        PIC S9(12)V99 VALUE 0.
           05  WS-LEDGER-AFTER         PIC S9(12)V99 VALUE 0.
           05  WS-OPEN-TOTAL           PIC S9(12)V99 VALUE 0.
           05  WS-OPEN-LINES           PIC 9(3)      VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(27) VALUE
               "FISCAL YEAR-END CLOSE - FY ".
           05  HL-YEAR                 PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "GLCLOSE".

       01  SH-SECTION-HEADING.
           05  SH-CAPTION              PIC X(40).
           05                          PIC X(7)  VALUE "PERIOD ".
           05  SH-PERIOD               PIC 9(6).

       01  CH-COLUMN-HEADING.
           05                          PIC X(6)  VALUE "ACCT.".
           05                          PIC X(9)  VALUE "NAME".
           05  CH-AMOUNT-1             PIC X(17) VALUE "DEBIT".
           05  CH-AMOUNT-2             PIC X(17) VALUE "CREDIT".

       01  DL-DETAIL-LINE.
           05  DL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-NAME                 PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-AMOUNT-1             PIC $,$$$,$$$,$$9.99-.
           05  DL-AMOUNT-2             PIC $,$$$,$$$,$$9.99-.

       01  OL-OPENING-LINE.
           05  OL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  OL-NAME                 PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  OL-BALANCE              PIC $,$$$,$$$,$$9.99-.

       01  OT-OPENING-TOTAL.
           05                          PIC X(15) VALUE
               "OPENING TOTAL".
           05  OT-BALANCE              PIC $,$$$,$$$,$$9.99-.

       01  TL-TOTAL-LINE.
           05  TL-CAPTION              PIC X(15).
           05  TL-AMOUNT-1             PIC $,$$$,$$$,$$9.99-.
           05  TL-AMOUNT-2             PIC $,$$$,$$$,$$9.99-.

       01  PL-PROOF-LINE.
           05  PL-CAPTION              PIC X(32).
           05  PL-AMOUNT               PIC $,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-RESULT               PIC X(30).

       01  ML-MESSAGE-LINE             PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "YEND"
               PERFORM 979-CHECK-TEST-MODE
               IF TEST-RUN
                   MOVE "GLBALT.TXT" TO WS-GLBAL-NAME
                   MOVE "GLCLOSDT.TXT" TO WS-CLOSED-NAME
                   MOVE "GLCLOSJT.TXT" TO WS-CLOSEJ-NAME
                   DISPLAY "GLCLOSE - TEST RUN - LEDGER REDIRECTED"
               END-IF
               PERFORM 100-INITIALIZE
               IF WS-CLOSED-YEAR NOT < WS-CLOSING-YEAR
                   MOVE SPACES TO ML-MESSAGE-LINE
                   STRING "FISCAL YEAR " WS-CLOSING-YEAR
                       " ALREADY CLOSED - NOTHING DONE"
                       DELIMITED BY SIZE INTO ML-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM ML-MESSAGE-LINE AFTER 2
                   DISPLAY "GLCLOSE - " ML-MESSAGE-LINE
               ELSE
                   PERFORM 150-LOAD-CHART
                   PERFORM 200-LOAD-BALANCES
                   IF WS-OVERFLOW-COUNT > 0
                       MOVE "BALANCE TABLE OVERFLOW - NOTHING CLOSED"
                           TO ML-MESSAGE-LINE
                       PERFORM 950-REFUSE-CLOSE
                   ELSE
                   IF WS-LATE-COUNT > 0
                       MOVE SPACES TO ML-MESSAGE-LINE
                       STRING "BALANCES ALREADY POSTED PAST PERIOD "
                           WS-YEAR-END-PERIOD " - NOTHING CLOSED"
                           DELIMITED BY SIZE INTO ML-MESSAGE-LINE
                       PERFORM 950-REFUSE-CLOSE
                   ELSE
                       PERFORM 300-YEAR-END-BALANCES
                       PERFORM 400-CLOSING-JOURNAL
                       PERFORM 500-OPENING-BALANCES
                       PERFORM 600-PROVE-CLOSE
                       IF WS-CLOSE-PROVED
                           PERFORM 800-REWRITE-BALANCES
                           PERFORM 810-WRITE-CLOSING-JOURNAL
                           PERFORM 850-SAVE-CLOSED-YEAR
                       ELSE
                           MOVE "CLOSE DOES NOT PROVE - NOTHING CLOSED"
                               TO ML-MESSAGE-LINE
                           PERFORM 950-REFUSE-CLOSE
                       END-IF
                   END-IF
                   END-IF
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "GLCLOSE - RUN TYPE " WS-RUN-TYPE
                   " IS NOT YEAR-END - CLOSE SKIPPED"
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
           COMPUTE WS-CLOSING-YEAR = PR-PROC-DATE / 10000
           COMPUTE WS-YEAR-END-PERIOD = WS-CLOSING-YEAR * 100 + 12
           COMPUTE WS-CLOSE-PERIOD = WS-CLOSING-YEAR * 100 + 13
           COMPUTE WS-OPEN-PERIOD = WS-CLOSING-YEAR * 100 + 101
           MOVE WS-CLOSING-YEAR TO HL-YEAR
           OPEN INPUT CLOSED-YEAR-FILE
           IF CY-FILE-STATUS = "00"
               READ CLOSED-YEAR-FILE INTO WS-CLOSED-YEAR
                   AT END
                       CONTINUE
               END-READ
               CLOSE CLOSED-YEAR-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *THE CHART NAMES THE ACCOUNTS ON THE REPORT AND MAY MOVE
      *RETAINED EARNINGS OFF ITS DEFAULT.
       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GA-KEY = "RETEARN"
                               MOVE GA-ACCOUNT TO GL-ACCT-RETEARN
                           END-IF
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

      *A RECORD PAST DECEMBER MEANS THE YEAR HAS ALREADY BEEN
      *CLOSED OR POSTED INTO - EITHER WAY NOT SOMETHING TO CLOSE
      *OVER THE TOP OF.
       200-LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF GB-PERIOD > WS-YEAR-END-PERIOD
                               ADD 1 TO WS-LATE-COUNT
                           END-IF
                           IF GT-BALANCE-COUNT < GT-MAX-BALANCES
                               ADD 1 TO GT-BALANCE-COUNT
                               MOVE GB-ACCOUNT TO
                                   GT-ACCOUNT(GT-BALANCE-COUNT)
                               MOVE GB-PERIOD TO
                                   GT-PERIOD(GT-BALANCE-COUNT)
                               MOVE GB-BEGIN-BAL TO
                                   GT-BEGIN-BAL(GT-BALANCE-COUNT)
                               MOVE GB-DEBITS TO
                                   GT-DEBITS(GT-BALANCE-COUNT)
                               MOVE GB-CREDITS TO
                                   GT-CREDITS(GT-BALANCE-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF
           MOVE "NO " TO EOD.

      *ONE ENTRY PER ACCOUNT, WITH ITS BALANCE AS OF DECEMBER.
      *RETAINED EARNINGS IS ALWAYS ON THE LIST, EVEN BEFORE THE
      *FIRST YEAR IT RECEIVES.
       300-YEAR-END-BALANCES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GT-BALANCE-COUNT
               MOVE GT-ACCOUNT(WS-SUB) TO WS-FIND-ACCOUNT
               PERFORM 310-ADD-ACCOUNT
           END-PERFORM
           MOVE GL-ACCT-RETEARN TO WS-FIND-ACCOUNT
           PERFORM 310-ADD-ACCOUNT
           MOVE WS-YEAR-END-PERIOD TO WS-FIND-PERIOD
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               MOVE AC-ACCOUNT(WS-ASUB) TO WS-FIND-ACCOUNT
               PERFORM 700-BALANCE-AS-OF
               MOVE WS-FOUND-BAL TO AC-YE-BAL(WS-ASUB)
               MOVE SPACE TO AC-CLOSE-DC(WS-ASUB)
               MOVE 0 TO AC-CLOSE-AMT(WS-ASUB)
               ADD WS-FOUND-BAL TO WS-LEDGER-BEFORE
               IF AC-ACCOUNT(WS-ASUB) = GL-ACCT-RETEARN
                   MOVE WS-ASUB TO WS-RE-SUB
                   COMPUTE WS-RE-BEFORE = 0 - WS-FOUND-BAL
               END-IF
           END-PERFORM.

       310-ADD-ACCOUNT.
           MOVE 0 TO WS-CSUB
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               IF AC-ACCOUNT(WS-ASUB) = WS-FIND-ACCOUNT
                   MOVE 1 TO WS-CSUB
               END-IF
           END-PERFORM
           IF WS-CSUB = 0
               IF AC-ACCOUNT-COUNT < AC-MAX-ACCOUNTS
                   ADD 1 TO AC-ACCOUNT-COUNT
                   MOVE WS-FIND-ACCOUNT TO
                       AC-ACCOUNT(AC-ACCOUNT-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE "N" TO WS-PROVED-SW
               END-IF
           END-IF.

      *EACH INCOME ACCOUNT'S DECEMBER BALANCE IS REVERSED INTO THE
      *CLOSING PERIOD, AND THE NET OF THEM ALL GOES TO RETAINED
      *EARNINGS - A PROFIT AS A CREDIT, A LOSS AS A DEBIT.
       400-CLOSING-JOURNAL.
           MOVE "CLOSING JOURNAL TO RETAINED EARNINGS" TO SH-CAPTION
           MOVE WS-CLOSE-PERIOD TO SH-PERIOD
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           MOVE "DEBIT" TO CH-AMOUNT-1
           MOVE "CREDIT" TO CH-AMOUNT-2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               IF AC-ACCOUNT(WS-ASUB) NOT < GL-INCOME-FROM
                       AND AC-YE-BAL(WS-ASUB) NOT = 0
                   SUBTRACT AC-YE-BAL(WS-ASUB) FROM WS-NET-INCOME
                   IF AC-YE-BAL(WS-ASUB) > 0
                       MOVE "C" TO AC-CLOSE-DC(WS-ASUB)
                       MOVE AC-YE-BAL(WS-ASUB) TO
                           AC-CLOSE-AMT(WS-ASUB)
                   ELSE
                       MOVE "D" TO AC-CLOSE-DC(WS-ASUB)
                       COMPUTE AC-CLOSE-AMT(WS-ASUB) =
                           0 - AC-YE-BAL(WS-ASUB)
                   END-IF
                   PERFORM 410-CLOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-NET-INCOME NOT = 0 AND WS-RE-SUB > 0
               MOVE WS-RE-SUB TO WS-ASUB
               IF WS-NET-INCOME > 0
                   MOVE "C" TO AC-CLOSE-DC(WS-ASUB)
                   MOVE WS-NET-INCOME TO AC-CLOSE-AMT(WS-ASUB)
               ELSE
                   MOVE "D" TO AC-CLOSE-DC(WS-ASUB)
                   COMPUTE AC-CLOSE-AMT(WS-ASUB) = 0 - WS-NET-INCOME
               END-IF
               PERFORM 410-CLOSE-ONE-ACCOUNT
           END-IF
           IF WS-JRNL-LINES = 0
               MOVE "NO INCOME OR EXPENSE BALANCES TO CLOSE"
                   TO ML-MESSAGE-LINE
               WRITE PRINT-RECORD FROM ML-MESSAGE-LINE AFTER 1
           END-IF
           MOVE "JOURNAL TOTALS" TO TL-CAPTION
           MOVE WS-JRNL-DEBITS TO TL-AMOUNT-1
           MOVE WS-JRNL-CREDITS TO TL-AMOUNT-2
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2.

      *THE CLOSING PERIOD'S RECORD OPENS AT THE DECEMBER BALANCE
      *AND CARRIES THE CLOSING LINE AS ITS ONLY ACTIVITY.
       410-CLOSE-ONE-ACCOUNT.
           ADD 1 TO WS-JRNL-LINES
           MOVE AC-ACCOUNT(WS-ASUB) TO WS-NEW-ACCOUNT
                                       DL-ACCOUNT
           MOVE WS-CLOSE-PERIOD TO WS-NEW-PERIOD
           MOVE AC-YE-BAL(WS-ASUB) TO WS-NEW-BEGIN
           MOVE 0 TO WS-NEW-DEBITS
           MOVE 0 TO WS-NEW-CREDITS
           MOVE 0 TO DL-AMOUNT-1
           MOVE 0 TO DL-AMOUNT-2
           IF AC-CLOSE-DC(WS-ASUB) = "D"
               MOVE AC-CLOSE-AMT(WS-ASUB) TO WS-NEW-DEBITS
                                             DL-AMOUNT-1
               ADD AC-CLOSE-AMT(WS-ASUB) TO WS-JRNL-DEBITS
           ELSE
               MOVE AC-CLOSE-AMT(WS-ASUB) TO WS-NEW-CREDITS
                                             DL-AMOUNT-2
               ADD AC-CLOSE-AMT(WS-ASUB) TO WS-JRNL-CREDITS
           END-IF
           PERFORM 720-ADD-BALANCE
           PERFORM 730-ACCOUNT-NAME
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

      *EVERY BALANCE-SHEET ACCOUNT STILL CARRYING A BALANCE AFTER
      *THE CLOSE OPENS THE NEW YEAR WITH IT.
       500-OPENING-BALANCES.
           MOVE "OPENING BALANCES CARRIED FORWARD" TO SH-CAPTION
           MOVE WS-OPEN-PERIOD TO SH-PERIOD
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           MOVE "BALANCE" TO CH-AMOUNT-1
           MOVE SPACES TO CH-AMOUNT-2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE WS-CLOSE-PERIOD TO WS-FIND-PERIOD
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               IF AC-ACCOUNT(WS-ASUB) < GL-INCOME-FROM
                   MOVE AC-ACCOUNT(WS-ASUB) TO WS-FIND-ACCOUNT
                   PERFORM 700-BALANCE-AS-OF
                   IF WS-FOUND-BAL NOT = 0
                       ADD 1 TO WS-OPEN-LINES
                       ADD WS-FOUND-BAL TO WS-OPEN-TOTAL
                       MOVE WS-FIND-ACCOUNT TO WS-NEW-ACCOUNT
                                               DL-ACCOUNT
                                               OL-ACCOUNT
                       MOVE WS-OPEN-PERIOD TO WS-NEW-PERIOD
                       MOVE WS-FOUND-BAL TO WS-NEW-BEGIN
                                            OL-BALANCE
                       MOVE 0 TO WS-NEW-DEBITS
                       MOVE 0 TO WS-NEW-CREDITS
                       PERFORM 720-ADD-BALANCE
                       PERFORM 730-ACCOUNT-NAME
                       MOVE DL-NAME TO OL-NAME
                       WRITE PRINT-RECORD FROM OL-OPENING-LINE
                           AFTER 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-OPEN-TOTAL TO OT-BALANCE
           WRITE PRINT-RECORD FROM OT-OPENING-TOTAL AFTER 2.

      *THE PROOF IS TAKEN FROM THE LEDGER AS IT WILL BE WRITTEN,
      *NOT FROM THE FIGURES THE JOURNAL WAS BUILT FROM.
       600-PROVE-CLOSE.
           MOVE WS-CLOSE-PERIOD TO WS-FIND-PERIOD
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               MOVE AC-ACCOUNT(WS-ASUB) TO WS-FIND-ACCOUNT
               PERFORM 700-BALANCE-AS-OF
               ADD WS-FOUND-BAL TO WS-LEDGER-AFTER
               IF WS-FIND-ACCOUNT NOT < GL-INCOME-FROM
                   ADD WS-FOUND-BAL TO WS-INCOME-AFTER
               END-IF
               IF WS-FIND-ACCOUNT = GL-ACCT-RETEARN
                   COMPUTE WS-RE-AFTER = 0 - WS-FOUND-BAL
               END-IF
           END-PERFORM
           COMPUTE WS-RE-CHANGE = WS-RE-AFTER - WS-RE-BEFORE
           WRITE PRINT-RECORD FROM SPACES AFTER 2
           MOVE "NET INCOME CLOSED" TO PL-CAPTION
           MOVE WS-NET-INCOME TO PL-AMOUNT
           MOVE SPACES TO PL-RESULT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "RETAINED EARNINGS CHANGE" TO PL-CAPTION
           MOVE WS-RE-CHANGE TO PL-AMOUNT
           IF WS-RE-CHANGE = WS-NET-INCOME AND WS-RE-SUB > 0
               MOVE "AGREES WITH NET INCOME" TO PL-RESULT
           ELSE
               MOVE "** DOES NOT AGREE **" TO PL-RESULT
               MOVE "N" TO WS-PROVED-SW
           END-IF
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "INCOME ACCOUNTS AFTER CLOSE" TO PL-CAPTION
           MOVE WS-INCOME-AFTER TO PL-AMOUNT
           IF WS-INCOME-AFTER = 0
               MOVE "ZEROED" TO PL-RESULT
           ELSE
               MOVE "** NOT ZERO **" TO PL-RESULT
               MOVE "N" TO WS-PROVED-SW
           END-IF
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "LEDGER TOTAL BEFORE CLOSE" TO PL-CAPTION
           MOVE WS-LEDGER-BEFORE TO PL-AMOUNT
           MOVE SPACES TO PL-RESULT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "OPENING BALANCES TOTAL" TO PL-CAPTION
           MOVE WS-OPEN-TOTAL TO PL-AMOUNT
           IF WS-OPEN-TOTAL = WS-LEDGER-BEFORE
                   AND WS-LEDGER-AFTER = WS-LEDGER-BEFORE
               MOVE "CARRIES THE WHOLE LEDGER" TO PL-RESULT
           ELSE
               MOVE "** DOES NOT CARRY THE LEDGER **" TO PL-RESULT
               MOVE "N" TO WS-PROVED-SW
           END-IF
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           IF WS-CLOSE-PROVED
               MOVE "CLOSE PROVES" TO ML-MESSAGE-LINE
           ELSE
               MOVE "** CLOSE DOES NOT PROVE **" TO ML-MESSAGE-LINE
           END-IF
           WRITE PRINT-RECORD FROM ML-MESSAGE-LINE AFTER 2.

      *BALANCE OF WS-FIND-ACCOUNT AS OF WS-FIND-PERIOD.
       700-BALANCE-AS-OF.
           MOVE 0 TO WS-FOUND-PERIOD
           MOVE 0 TO WS-FOUND-BAL
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GT-BALANCE-COUNT
               IF GT-ACCOUNT(WS-SUB) = WS-FIND-ACCOUNT
                       AND GT-PERIOD(WS-SUB) NOT > WS-FIND-PERIOD
                       AND GT-PERIOD(WS-SUB) > WS-FOUND-PERIOD
                   MOVE GT-PERIOD(WS-SUB) TO WS-FOUND-PERIOD
                   COMPUTE WS-FOUND-BAL = GT-BEGIN-BAL(WS-SUB)
                       + GT-DEBITS(WS-SUB) - GT-CREDITS(WS-SUB)
               END-IF
           END-PERFORM.

       720-ADD-BALANCE.
           IF GT-BALANCE-COUNT < GT-MAX-BALANCES
               ADD 1 TO GT-BALANCE-COUNT
               MOVE WS-NEW-ACCOUNT TO GT-ACCOUNT(GT-BALANCE-COUNT)
               MOVE WS-NEW-PERIOD TO GT-PERIOD(GT-BALANCE-COUNT)
               MOVE WS-NEW-BEGIN TO GT-BEGIN-BAL(GT-BALANCE-COUNT)
               MOVE WS-NEW-DEBITS TO GT-DEBITS(GT-BALANCE-COUNT)
               MOVE WS-NEW-CREDITS TO GT-CREDITS(GT-BALANCE-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE "N" TO WS-PROVED-SW
               DISPLAY "GLCLOSE BALANCE TABLE FULL - ACCOUNT "
                   WS-NEW-ACCOUNT " PERIOD " WS-NEW-PERIOD
                   " NOT ADDED"
           END-IF.

       730-ACCOUNT-NAME.
           MOVE SPACES TO DL-NAME
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CN-NAME-COUNT
               IF CN-ACCOUNT(WS-CSUB) = DL-ACCOUNT
                   MOVE CN-NAME(WS-CSUB) TO DL-NAME
               END-IF
           END-PERFORM.

       800-REWRITE-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GT-BALANCE-COUNT
               MOVE SPACES TO GB-RECORD
               MOVE GT-ACCOUNT(WS-SUB) TO GB-ACCOUNT
               MOVE GT-PERIOD(WS-SUB) TO GB-PERIOD
               MOVE GT-BEGIN-BAL(WS-SUB) TO GB-BEGIN-BAL
               MOVE GT-DEBITS(WS-SUB) TO GB-DEBITS
               MOVE GT-CREDITS(WS-SUB) TO GB-CREDITS
               WRITE GB-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

      *THE CLOSING JOURNAL IS KEPT FOR THE AUDITORS - IT IS ALREADY
      *IN THE BALANCES, SO IT NEVER GOES NEAR GLJRNL.TXT.
       810-WRITE-CLOSING-JOURNAL.
           OPEN OUTPUT CLOSING-JOURNAL-FILE
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AC-ACCOUNT-COUNT
               IF AC-CLOSE-AMT(WS-ASUB) > 0
                   MOVE SPACES TO GJ-RECORD
                   MOVE PR-PROC-DATE TO GJ-DATE
                   MOVE AC-ACCOUNT(WS-ASUB) TO GJ-ACCOUNT
                   MOVE AC-CLOSE-DC(WS-ASUB) TO GJ-DC
                   MOVE AC-CLOSE-AMT(WS-ASUB) TO GJ-AMOUNT
                   STRING "YEAR-END CLOSE " WS-CLOSING-YEAR
                       DELIMITED BY SIZE INTO GJ-DESC
                   WRITE GJ-RECORD
               END-IF
           END-PERFORM
           CLOSE CLOSING-JOURNAL-FILE.

       850-SAVE-CLOSED-YEAR.
           OPEN OUTPUT CLOSED-YEAR-FILE
           MOVE WS-CLOSING-YEAR TO CY-RECORD
           WRITE CY-RECORD
           CLOSE CLOSED-YEAR-FILE
           DISPLAY "GLCLOSE - FISCAL YEAR " WS-CLOSING-YEAR
               " CLOSED - " WS-JRNL-LINES " CLOSING LINES, "
               WS-OPEN-LINES " OPENING BALANCES".

       950-REFUSE-CLOSE.
           WRITE PRINT-RECORD FROM ML-MESSAGE-LINE AFTER 2
           DISPLAY "GLCLOSE - " ML-MESSAGE-LINE
           MOVE 8 TO RETURN-CODE.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="GLCLOSE"==.

       COPY PROCDTIO.
