      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   SALES QUOTATION REPORT. RUNS NIGHTLY AS A ROLLING
      *            SEVEN DAYS ENDING THE PROCESSING DATE, THE SAME WAY
      *            THE OTHER WEEKLY PAGES RUN. READS THE QUOTE DESK'S
      *            QUOTOPEN.TXT (LAYOUT IN QUOTENT) AND ORDENTRY'S
      *            QUOTCONV.TXT CONVERSION LOG, SO A QUOTE CONVERTED
      *            TODAY SHOWS CONVERTED EVEN BEFORE THE DESK NEXT
      *            SIGNS ON. FOUR SECTIONS:
      *              - QUOTES STILL OPEN, THOSE RUNNING OUT WITHIN
      *                SEVEN DAYS FLAGGED FOR A FOLLOW-UP CALL
      *              - QUOTES THAT EXPIRED UNCONVERTED THIS WEEK
      *              - QUOTES CONVERTED TO ORDERS THIS WEEK
      *              - EACH SALESMAN'S HIT RATE OVER EVERY QUOTE STILL
      *                ON FILE (90 DAYS AFTER IT CLOSES): CONVERTED AS
      *                A PERCENT OF THOSE DECIDED, CONVERTED PLUS
      *                EXPIRED - OPEN QUOTES HAVEN'T WON OR LOST YET.
      *            OUTPUT IS QUOTERPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTE-OPEN-FILE
           ASSIGN TO "QUOTOPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS QO-FILE-STATUS.

           SELECT QUOTE-CONV-FILE
           ASSIGN TO "QUOTCONV.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS QC-FILE-STATUS.

      *NAMES ONLY - A MASTER THAT WON'T OPEN LEAVES THEM BLANK AND
      *THE FIGURES STAND.
           SELECT CUSTOMER-FILE
           ASSIGN TO "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

           SELECT P8-MASTER-FILE
           ASSIGN TO "P8VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS P8-ID
           FILE STATUS IS P8-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "QUOTERPT.TXT".

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE WEEK ENDS ON IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-OPEN-FILE.
       01  QO-RECORD.
           05  QO-QUOTE-NUM            PIC 9(6).
           05  QO-LINE                 PIC 99.
           05  QO-DATE                 PIC 9(8).
           05  QO-EXP-DATE             PIC 9(8).
           05  QO-CUS-NUM              PIC 9(5).
           05  QO-SAL-NUM              PIC XXX.
           05  QO-PRO-NUM              PIC 999.
           05  QO-QTY                  PIC 999.
           05  QO-PRICE                PIC 999V99.
           05  QO-DIS-PER              PIC V999.
           05  QO-NET-PRICE            PIC 999V99.
           05  QO-BASIS                PIC X.
           05  QO-STATUS               PIC X.
           05  QO-CONV-DATE            PIC 9(8).
           05  QO-ENTERED-BY           PIC XXX.
           05                          PIC X(16).

       FD  QUOTE-CONV-FILE.
       01  QC-RECORD.
           05  QC-QUOTE-NUM            PIC 9(6).
           05  QC-CONV-DATE            PIC 9(8).
           05  QC-ENTERED-BY           PIC XXX.
           05  QC-LINES                PIC 99.
           05                          PIC X(21).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05                          PIC X(50).

       FD  P8-MASTER-FILE.
       01  P8-REC.
           05  P8-ID                   PIC X(3).
           05  P8-NAME                 PIC X(20).
           05                          PIC X(73).

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
           05  QO-FILE-STATUS          PIC XX.
           05  QC-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  P8-FILE-STATUS          PIC XX.
           05  WS-CUSTOMER-OPEN        PIC X    VALUE "N".
           05  WS-P8-OPEN              PIC X    VALUE "N".
           05  WS-LINE-DROPPED         PIC X    VALUE "N".

      *ONE ENTRY PER QUOTE - ITS LINES ARE SUMMED AS THEY ARE READ.
      *QUOTENT WRITES A QUOTE'S LINES TOGETHER, SO A NEW NUMBER
      *STARTS A NEW ENTRY.
       01  QH-MAX-QUOTES               PIC 9(4) VALUE 2000.
       01  QH-QUOTE-COUNT              PIC 9(4) VALUE 0.
       01  QH-QUOTE-TABLE.
           05  QH-ENTRY OCCURS 2000 TIMES.
               10  QH-QUOTE-NUM        PIC 9(6).
               10  QH-DATE             PIC 9(8).
               10  QH-EXP-DATE         PIC 9(8).
               10  QH-CUS-NUM          PIC 9(5).
               10  QH-SAL-NUM          PIC XXX.
               10  QH-LINES            PIC 99.
               10  QH-VALUE            PIC 9(7)V99.
               10  QH-STATUS           PIC X.
               10  QH-CONV-DATE        PIC 9(8).
       01  QH-SUB                      PIC 9(4).
       01  WS-TABLE-FULL-COUNT         PIC 9(5) VALUE 0.

      *HIT RATE BY SALESMAN OVER EVERY QUOTE ON FILE.
       01  SM-MAX-SALESMEN             PIC 9(3) VALUE 100.
       01  SM-SALESMAN-COUNT           PIC 9(3) VALUE 0.
       01  SM-SALESMAN-TABLE.
           05  SM-ENTRY OCCURS 100 TIMES.
               10  SM-SAL-NUM          PIC XXX.
               10  SM-ISSUED           PIC 9(5).
               10  SM-CONVERTED        PIC 9(5).
               10  SM-EXPIRED          PIC 9(5).
               10  SM-OPEN             PIC 9(5).
               10  SM-CONV-VALUE       PIC 9(9)V99.
       01  SM-SUB                      PIC 9(3).

       01  WS-LINE-GROSS               PIC 9(6)V99.
       01  WS-LINE-DIS-AMT             PIC 9(6)V99.
       01  WS-DECIDED                  PIC 9(5).
       01  WS-SECTION-COUNT            PIC 9(5).
       01  WS-SECTION-VALUE            PIC 9(9)V99.

      *THE WEEK - THE PROCESSING DATE AND THE SEVEN DAYS BEHIND IT -
      *AND THE FOLLOW-UP HORIZON SEVEN DAYS AHEAD.
       01  WS-PROC-DATE                PIC 9(8).
       01  WS-WEEK-AGO                 PIC 9(8).
       01  WS-WEEK-AHEAD               PIC 9(8).

      *CALENDAR ARITHMETIC - THE DATE IS WALKED A DAY AT A TIME,
      *ROLLING MONTH AND YEAR, THE SAME WAY THE WEEKLY REPORTS FIND
      *THEIR SUNDAYS.
       01  WS-CAL-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
       01  WS-CAL-T1                   PIC 99.
       01  WS-CAL-QUOT                 PIC 9(4).
       01  WS-LEAP-REM                 PIC 9(4).
       01  WS-ADD-DAYS                 PIC 99.

       01  DM-DAYS-IN-MONTH-X.
           05                          PIC X(24) VALUE
               "312831303130313130313031".
       01  DM-DAYS-TABLE REDEFINES DM-DAYS-IN-MONTH-X.
           05  DM-DAYS OCCURS 12 TIMES PIC 99.

       01  HL-HEADING-LINE.
           05                          PIC X(30) VALUE
               "SALES QUOTATIONS - WEEK ENDING".
           05  FILLER                  PIC X     VALUE SPACES.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "QUOTERPT".

       01  SH-SECTION-HEADING          PIC X(50).

       01  QL-COLUMN-HEADING.
           05                          PIC X(8)  VALUE "QUOTE".
           05                          PIC X(10) VALUE "DATED".
           05                          PIC X(10) VALUE "EXPIRES".
           05                          PIC X(33) VALUE "CUSTOMER".
           05                          PIC X(5)  VALUE "SAL".
           05                          PIC X(6)  VALUE "LINES".
           05                          PIC X(14) VALUE
               "         VALUE".
           05                          PIC X(12) VALUE "  CONVERTED".

       01  QL-QUOTE-LINE.
           05  QL-QUOTE-NUM            PIC 9(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-DATE                 PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-EXP-DATE             PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X     VALUE SPACES.
           05  QL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-SAL-NUM              PIC XXX.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-LINES                PIC Z9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-VALUE                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  QL-NOTE                 PIC X(20).

       01  ST-SECTION-TOTAL.
           05  FILLER                  PIC X(10) VALUE "QUOTES:".
           05  ST-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "   VALUE:".
           05  ST-VALUE                PIC $$$$,$$$,$$9.99.

       01  NL-NONE-LINE                PIC X(40).

       01  SM-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "SAL".
           05                          PIC X(22) VALUE "NAME".
           05                          PIC X(8)  VALUE "  ISSUED".
           05                          PIC X(8)  VALUE "    CONV".
           05                          PIC X(8)  VALUE " EXPIRED".
           05                          PIC X(8)  VALUE "    OPEN".
           05                          PIC X(10) VALUE "  HIT RATE".
           05                          PIC X(17) VALUE
               "  CONVERTED VALUE".

       01  SL-SALESMAN-LINE.
           05  SL-SAL-NUM              PIC XXX.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  SL-SAL-NAME             PIC X(20).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  SL-ISSUED               PIC ZZZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  SL-CONVERTED            PIC ZZZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  SL-EXPIRED              PIC ZZZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  SL-OPEN                 PIC ZZZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  SL-HIT-RATE             PIC ZZ9.9.
           05  SL-HIT-PCT              PIC XX    VALUE " %".
           05  FILLER                  PIC XX    VALUE SPACES.
           05  SL-CONV-VALUE           PIC $$$$,$$$,$$9.99.

       01  TF-TABLE-FULL-LINE.
           05                          PIC X(40) VALUE
               "QUOTE LINES NOT REPORTED - TABLE FULL:".
           05  TF-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-QUOTES
           PERFORM 250-APPLY-CONVERSIONS
           PERFORM 300-OPEN-SECTION
           PERFORM 400-EXPIRED-SECTION
           PERFORM 500-CONVERTED-SECTION
           PERFORM 600-SALESMAN-SECTION
           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO TF-COUNT
               WRITE PRINT-RECORD FROM TF-TABLE-FULL-LINE AFTER 2
           END-IF
           CLOSE PRINT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-P8-OPEN = "Y"
               CLOSE P8-MASTER-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE
           MOVE WS-PROC-DATE TO HL-PROC-DATE
           MOVE WS-PROC-DATE TO WS-CAL-WORK
           MOVE 7 TO WS-ADD-DAYS
           PERFORM 930-SUBTRACT-DAYS-FROM-DATE
           MOVE WS-CAL-WORK TO WS-WEEK-AGO
           MOVE WS-PROC-DATE TO WS-CAL-WORK
           MOVE 7 TO WS-ADD-DAYS
           PERFORM 920-ADD-DAYS-TO-DATE
           MOVE WS-CAL-WORK TO WS-WEEK-AHEAD
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT P8-MASTER-FILE
           IF P8-FILE-STATUS = "00"
               MOVE "Y" TO WS-P8-OPEN
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

       200-LOAD-QUOTES.
           OPEN INPUT QUOTE-OPEN-FILE
           IF QO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ QUOTE-OPEN-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-ADD-QUOTE-LINE
                   END-READ
               END-PERFORM
               CLOSE QUOTE-OPEN-FILE
           ELSE
               DISPLAY "QUOTERPT - NO QUOTOPEN.TXT - NO QUOTES ON FILE"
           END-IF.

       210-ADD-QUOTE-LINE.
           MOVE "N" TO WS-LINE-DROPPED
           IF QH-QUOTE-COUNT = 0
                   OR QO-QUOTE-NUM NOT = QH-QUOTE-NUM(QH-QUOTE-COUNT)
               IF QH-QUOTE-COUNT < QH-MAX-QUOTES
                   ADD 1 TO QH-QUOTE-COUNT
                   MOVE QO-QUOTE-NUM TO QH-QUOTE-NUM(QH-QUOTE-COUNT)
                   MOVE QO-DATE TO QH-DATE(QH-QUOTE-COUNT)
                   MOVE QO-EXP-DATE TO QH-EXP-DATE(QH-QUOTE-COUNT)
                   MOVE QO-CUS-NUM TO QH-CUS-NUM(QH-QUOTE-COUNT)
                   MOVE QO-SAL-NUM TO QH-SAL-NUM(QH-QUOTE-COUNT)
                   MOVE 0 TO QH-LINES(QH-QUOTE-COUNT)
                   MOVE 0 TO QH-VALUE(QH-QUOTE-COUNT)
                   MOVE QO-STATUS TO QH-STATUS(QH-QUOTE-COUNT)
                   MOVE QO-CONV-DATE TO QH-CONV-DATE(QH-QUOTE-COUNT)
               ELSE
                   MOVE "Y" TO WS-LINE-DROPPED
               END-IF
           END-IF
           IF WS-LINE-DROPPED = "Y"
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               ADD 1 TO QH-LINES(QH-QUOTE-COUNT)
               COMPUTE WS-LINE-GROSS = QO-PRICE * QO-QTY
               COMPUTE WS-LINE-DIS-AMT = WS-LINE-GROSS * QO-DIS-PER
               COMPUTE QH-VALUE(QH-QUOTE-COUNT) =
                   QH-VALUE(QH-QUOTE-COUNT)
                   + WS-LINE-GROSS - WS-LINE-DIS-AMT
           END-IF.

      *A CONVERSION ORDENTRY LOGGED THAT THE DESK HASN'T FOLDED BACK
      *INTO QUOTOPEN.TXT YET STILL COUNTS AS CONVERTED HERE.
       250-APPLY-CONVERSIONS.
           OPEN INPUT QUOTE-CONV-FILE
           IF QC-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ QUOTE-CONV-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 260-MARK-CONVERTED
                   END-READ
               END-PERFORM
               CLOSE QUOTE-CONV-FILE
           END-IF.

       260-MARK-CONVERTED.
           PERFORM VARYING QH-SUB FROM 1 BY 1
                   UNTIL QH-SUB > QH-QUOTE-COUNT
               IF QH-QUOTE-NUM(QH-SUB) = QC-QUOTE-NUM
                       AND QH-STATUS(QH-SUB) = "O"
                   MOVE "C" TO QH-STATUS(QH-SUB)
                   MOVE QC-CONV-DATE TO QH-CONV-DATE(QH-SUB)
               END-IF
           END-PERFORM.

      *STILL OPEN AND STILL GOOD. ONE RUNNING OUT BEFORE NEXT WEEK'S
      *PAGE IS FLAGGED SO THE SALESMAN CALLS WHILE THE PRICE HOLDS.
       300-OPEN-SECTION.
           MOVE "OPEN QUOTES" TO SH-SECTION-HEADING
           MOVE "NO OPEN QUOTES" TO NL-NONE-LINE
           PERFORM 800-START-SECTION
           PERFORM VARYING QH-SUB FROM 1 BY 1
                   UNTIL QH-SUB > QH-QUOTE-COUNT
               IF QH-STATUS(QH-SUB) = "O"
                       AND QH-EXP-DATE(QH-SUB) >= WS-PROC-DATE
                   IF QH-EXP-DATE(QH-SUB) <= WS-WEEK-AHEAD
                       MOVE "** EXPIRES SOON" TO QL-NOTE
                   ELSE
                       MOVE SPACES TO QL-NOTE
                   END-IF
                   PERFORM 810-PRINT-QUOTE
               END-IF
           END-PERFORM
           PERFORM 820-END-SECTION.

      *AN OPEN QUOTE WHOSE LAST GOOD DAY FELL IN THE WEEK - LOST
      *BUSINESS, OR A CUSTOMER WHO NEEDS A FRESH QUOTE.
       400-EXPIRED-SECTION.
           MOVE "QUOTES EXPIRED THIS WEEK" TO SH-SECTION-HEADING
           MOVE "NO QUOTES EXPIRED THIS WEEK" TO NL-NONE-LINE
           PERFORM 800-START-SECTION
           PERFORM VARYING QH-SUB FROM 1 BY 1
                   UNTIL QH-SUB > QH-QUOTE-COUNT
               IF QH-STATUS(QH-SUB) = "O"
                       AND QH-EXP-DATE(QH-SUB) < WS-PROC-DATE
                       AND QH-EXP-DATE(QH-SUB) >= WS-WEEK-AGO
                   MOVE SPACES TO QL-NOTE
                   PERFORM 810-PRINT-QUOTE
               END-IF
           END-PERFORM
           PERFORM 820-END-SECTION.

       500-CONVERTED-SECTION.
           MOVE "QUOTES CONVERTED TO ORDERS THIS WEEK"
               TO SH-SECTION-HEADING
           MOVE "NO QUOTES CONVERTED THIS WEEK" TO NL-NONE-LINE
           PERFORM 800-START-SECTION
           PERFORM VARYING QH-SUB FROM 1 BY 1
                   UNTIL QH-SUB > QH-QUOTE-COUNT
               IF QH-STATUS(QH-SUB) = "C"
                       AND QH-CONV-DATE(QH-SUB) > WS-WEEK-AGO
                       AND QH-CONV-DATE(QH-SUB) <= WS-PROC-DATE
                   MOVE QH-CONV-DATE(QH-SUB) TO QL-NOTE
                   PERFORM 810-PRINT-QUOTE
               END-IF
           END-PERFORM
           PERFORM 820-END-SECTION.

      *EVERY QUOTE ON FILE COUNTS TOWARD ITS SALESMAN - ISSUED, AND
      *THEN CONVERTED, EXPIRED OR STILL OPEN.
       600-SALESMAN-SECTION.
           PERFORM VARYING QH-SUB FROM 1 BY 1
                   UNTIL QH-SUB > QH-QUOTE-COUNT
               PERFORM 610-ADD-TO-SALESMAN
           END-PERFORM
           MOVE "SALESMAN HIT RATE - ALL QUOTES ON FILE"
               TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           IF SM-SALESMAN-COUNT = 0
               MOVE "NO QUOTES ON FILE" TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           ELSE
               WRITE PRINT-RECORD FROM SM-COLUMN-HEADING AFTER 1
               PERFORM VARYING SM-SUB FROM 1 BY 1
                       UNTIL SM-SUB > SM-SALESMAN-COUNT
                   PERFORM 620-PRINT-SALESMAN
               END-PERFORM
           END-IF.

       610-ADD-TO-SALESMAN.
           PERFORM VARYING SM-SUB FROM 1 BY 1
                   UNTIL SM-SUB > SM-SALESMAN-COUNT
                      OR SM-SAL-NUM(SM-SUB) = QH-SAL-NUM(QH-SUB)
               CONTINUE
           END-PERFORM
           IF SM-SUB > SM-SALESMAN-COUNT
               IF SM-SALESMAN-COUNT < SM-MAX-SALESMEN
                   ADD 1 TO SM-SALESMAN-COUNT
                   MOVE SM-SALESMAN-COUNT TO SM-SUB
                   MOVE QH-SAL-NUM(QH-SUB) TO SM-SAL-NUM(SM-SUB)
                   MOVE 0 TO SM-ISSUED(SM-SUB)
                   MOVE 0 TO SM-CONVERTED(SM-SUB)
                   MOVE 0 TO SM-EXPIRED(SM-SUB)
                   MOVE 0 TO SM-OPEN(SM-SUB)
                   MOVE 0 TO SM-CONV-VALUE(SM-SUB)
               END-IF
           END-IF
      *PAST 100 SALESMEN THE REST GO UNCOUNTED RATHER THAN OVERRUN.
           IF SM-SUB > SM-SALESMAN-COUNT
               CONTINUE
           ELSE
           ADD 1 TO SM-ISSUED(SM-SUB)
           IF QH-STATUS(QH-SUB) = "C"
               ADD 1 TO SM-CONVERTED(SM-SUB)
               ADD QH-VALUE(QH-SUB) TO SM-CONV-VALUE(SM-SUB)
           ELSE
           IF QH-EXP-DATE(QH-SUB) < WS-PROC-DATE
               ADD 1 TO SM-EXPIRED(SM-SUB)
           ELSE
               ADD 1 TO SM-OPEN(SM-SUB)
           END-IF
           END-IF
           END-IF.

       620-PRINT-SALESMAN.
           MOVE SM-SAL-NUM(SM-SUB) TO SL-SAL-NUM
           MOVE SPACES TO SL-SAL-NAME
           IF WS-P8-OPEN = "Y"
               MOVE SM-SAL-NUM(SM-SUB) TO P8-ID
               READ P8-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON P8 MASTER" TO SL-SAL-NAME
                   NOT INVALID KEY
                       MOVE P8-NAME TO SL-SAL-NAME
               END-READ
           END-IF
           MOVE SM-ISSUED(SM-SUB) TO SL-ISSUED
           MOVE SM-CONVERTED(SM-SUB) TO SL-CONVERTED
           MOVE SM-EXPIRED(SM-SUB) TO SL-EXPIRED
           MOVE SM-OPEN(SM-SUB) TO SL-OPEN
           COMPUTE WS-DECIDED =
               SM-CONVERTED(SM-SUB) + SM-EXPIRED(SM-SUB)
           IF WS-DECIDED = 0
               MOVE 0 TO SL-HIT-RATE
           ELSE
               COMPUTE SL-HIT-RATE ROUNDED =
                   SM-CONVERTED(SM-SUB) * 100 / WS-DECIDED
           END-IF
           MOVE SM-CONV-VALUE(SM-SUB) TO SL-CONV-VALUE
           WRITE PRINT-RECORD FROM SL-SALESMAN-LINE AFTER 1.

       800-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-VALUE
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM QL-COLUMN-HEADING AFTER 1.

       810-PRINT-QUOTE.
           MOVE QH-QUOTE-NUM(QH-SUB) TO QL-QUOTE-NUM
           MOVE QH-DATE(QH-SUB) TO QL-DATE
           MOVE QH-EXP-DATE(QH-SUB) TO QL-EXP-DATE
           MOVE QH-CUS-NUM(QH-SUB) TO QL-CUS-NUM
           MOVE SPACES TO QL-CUS-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE QH-CUS-NUM(QH-SUB) TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER" TO QL-CUS-NAME
                   NOT INVALID KEY
                       MOVE CU-NAME TO QL-CUS-NAME
               END-READ
           END-IF
           MOVE QH-SAL-NUM(QH-SUB) TO QL-SAL-NUM
           MOVE QH-LINES(QH-SUB) TO QL-LINES
           MOVE QH-VALUE(QH-SUB) TO QL-VALUE
           ADD 1 TO WS-SECTION-COUNT
           ADD QH-VALUE(QH-SUB) TO WS-SECTION-VALUE
           WRITE PRINT-RECORD FROM QL-QUOTE-LINE AFTER 1.

       820-END-SECTION.
           IF WS-SECTION-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           ELSE
               MOVE WS-SECTION-COUNT TO ST-COUNT
               MOVE WS-SECTION-VALUE TO ST-VALUE
               WRITE PRINT-RECORD FROM ST-SECTION-TOTAL AFTER 2
           END-IF.

      *WALKS THE CALENDAR FORWARD WS-ADD-DAYS DAYS, ROLLING MONTH AND
      *YEAR AS NEEDED.
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

      *AND BACK - THE FIRST OF A MONTH STEPS TO THE LAST DAY OF THE
      *ONE BEFORE.
       930-SUBTRACT-DAYS-FROM-DATE.
           PERFORM WS-ADD-DAYS TIMES
               IF WS-CAL-DD > 1
                   SUBTRACT 1 FROM WS-CAL-DD
               ELSE
                   IF WS-CAL-MM > 1
                       SUBTRACT 1 FROM WS-CAL-MM
                   ELSE
                       MOVE 12 TO WS-CAL-MM
                       SUBTRACT 1 FROM WS-CAL-YYYY
                   END-IF
                   PERFORM 940-DAYS-THIS-MONTH
                   MOVE WS-CAL-T1 TO WS-CAL-DD
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

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="QUOTERPT"==.

       COPY PROCDTIO.
