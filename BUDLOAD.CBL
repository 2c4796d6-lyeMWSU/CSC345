      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   LOADS THE ANNUAL PLAN ONTO THE GL BUDGET FILE. THE
      *            PLAN ARRIVES AS BUDPLAN.TXT, WITH THE SAME
      *            HEADER/TRAILER CONTROLS EVERY FEED CARRIES, ONE
      *            DETAIL PER GL ACCOUNT PER PERIOD. EVERY YEAR THE
      *            PLAN MENTIONS IS REPLACED WHOLE ON BUDGET.TXT - A
      *            RE-FORECAST IS JUST A NEW PLAN FOR THE SAME YEAR -
      *            AND THE OTHER YEARS ARE LEFT ALONE. A PLAN THAT
      *            DOESN'T PROVE OUT, OR HAS A SINGLE BAD LINE, LOADS
      *            NOTHING AND ENDS THE RUN NONZERO; ONE THAT LOADS
      *            IS EMPTIED SO IT CAN'T LOAD TWICE. INDIVIDUAL
      *            LINES ARE KEPT UP AFTERWARDS THROUGH MSTRMNT.CBL.
      *            BUDVAR.CBL REPORTS ACTUAL AGAINST IT AT MONTH-END.
      *
      *            BUDGET.TXT LAYOUT (AND THE BUDPLAN.TXT DETAIL):
      *              COLS  1-5   GL ACCOUNT
      *              COLS  6-11  PERIOD (YYYYMM)
      *              COLS 12-14  OWNING DEPARTMENT - THE KEY DISTRIB
      *                          BUNDLES THE VARIANCE REPORT BY
      *              COLS 15-25  BUDGET AMOUNT (9(9)V99), STATED THE
      *                          WAY THE ACCOUNT NORMALLY RUNS -
      *                          REVENUE AS A POSITIVE FIGURE THE
      *                          SAME AS EXPENSE
      *            THE LOAD REPORT IS BUDLOAD.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAN-FILE
           ASSIGN TO "BUDPLAN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BP-FILE-STATUS.

           SELECT BUDGET-FILE
           ASSIGN TO "BUDGET.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BU-FILE-STATUS.

           SELECT BUDGET-OUT-FILE
           ASSIGN USING WS-BUDGET-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BO-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "BUDLOAD.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *BUDGET FILE TO A TEST COPY (SEE TESTMODE.CPY).
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

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  BP-RECORD                   PIC X(80).

       FD  BUDGET-FILE.
       01  BU-RECORD                   PIC X(25).

       FD  BUDGET-OUT-FILE.
       01  BO-RECORD                   PIC X(25).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY TESTMODE.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  BP-FILE-STATUS          PIC XX.
           05  BU-FILE-STATUS          PIC XX.
           05  BO-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-PLAN-PRESENT         PIC X    VALUE "N".
           05  WS-YEAR-IN-PLAN         PIC X.

       01  WS-BUDGET-OUT-NAME          PIC X(12) VALUE "BUDGET.TXT".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

      *ONE BUDGET LINE, IN THE FILE'S COLUMNS.
       01  BL-BUDGET-LINE.
           05  BL-ACCOUNT              PIC 9(5).
           05  BL-ACCOUNT-X REDEFINES BL-ACCOUNT
                                       PIC X(5).
           05  BL-PERIOD.
               10  BL-YEAR             PIC 9(4).
               10  BL-MONTH            PIC 99.
           05  BL-PERIOD-X REDEFINES BL-PERIOD
                                       PIC X(6).
           05  BL-DEPT                 PIC X(3).
           05  BL-AMOUNT               PIC 9(9)V99.
           05  BL-AMOUNT-X REDEFINES BL-AMOUNT
                                       PIC X(11).
           05                          PIC X(55).

      *THE PLAN IS HELD HERE UNTIL IT PROVES OUT - A LATER LINE FOR
      *THE SAME ACCOUNT AND PERIOD REPLACES THE EARLIER ONE.
       01  PT-MAX-LINES                PIC 9(4) VALUE 3000.
       01  PT-PLAN-TABLE.
           05  PT-LINE-COUNT           PIC 9(4) VALUE 0.
           05  PT-ENTRY OCCURS 3000 TIMES.
               10  PT-KEY              PIC X(11).
               10  PT-RECORD           PIC X(25).
       01  PT-SUB                      PIC 9(4).
       01  PT-FOUND-SUB                PIC 9(4).

      *THE YEARS THE PLAN REPLACES.
       01  PY-YEAR-TABLE.
           05  PY-YEAR-COUNT           PIC 99 VALUE 0.
           05  PY-YEAR OCCURS 10 TIMES PIC 9(4).
       01  PY-SUB                      PIC 99.

      *THE BUDGET FILE'S OTHER YEARS, CARRIED THROUGH UNCHANGED.
       01  KT-MAX-LINES                PIC 9(4) VALUE 9000.
       01  KT-KEEP-TABLE.
           05  KT-LINE-COUNT           PIC 9(4) VALUE 0.
           05  KT-RECORD OCCURS 9000 TIMES
                                       PIC X(25).
       01  KT-SUB                      PIC 9(4).

       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
           05  WS-REPLACED-COUNT       PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(40) VALUE
               "ANNUAL PLAN LOAD TO THE GL BUDGET FILE".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "BUDLOAD".

       01  SH-SECTION-HEADING.
           05  SH-TEXT                 PIC X(60).

       01  EL-ERROR-LINE.
           05  EL-TEXT                 PIC X(40).
           05  EL-INPUT                PIC X(40).

       01  YL-YEAR-LINE.
           05                          PIC X(24) VALUE
               "YEAR REPLACED FROM PLAN:".
           05  FILLER                  PIC X     VALUE SPACES.
           05  YL-YEAR                 PIC 9(4).

       01  TL-TOTAL-LINE.
           05                          PIC X(12) VALUE "PLAN LINES: ".
           05  TL-READ                 PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  LOADED:".
           05  TL-LOADED               PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  ERRORS:".
           05  TL-ERRORS               PIC ZZZZ9.
           05                          PIC X(11) VALUE "  REPLACED:".
           05  TL-REPLACED             PIC ZZZZ9.
           05                          PIC X(16) VALUE
               "  OTHER YEARS:".
           05  TL-KEPT                 PIC ZZZZ9.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "BUDGETT.TXT" TO WS-BUDGET-OUT-NAME
               DISPLAY "BUDLOAD - TEST RUN - TEST BUDGET FILE"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-PLAN
           IF WS-PLAN-PRESENT = "N"
               MOVE "NO PLAN TONIGHT - BUDGET FILE LEFT AS IS"
                   TO SH-TEXT
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           ELSE
               PERFORM 989-VERIFY-FEED
               IF FC-FEED-ERROR = "Y"
                   MOVE "PLAN DID NOT PROVE OUT - NOT LOADED"
                       TO SH-TEXT
                   WRITE PRINT-RECORD FROM SH-SECTION-HEADING
                       AFTER 2
               ELSE
               IF WS-ERROR-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                   MOVE "PLAN HAS BAD LINES - NOTHING LOADED"
                       TO SH-TEXT
                   WRITE PRINT-RECORD FROM SH-SECTION-HEADING
                       AFTER 2
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 300-LOAD-OTHER-YEARS
                   IF WS-OVERFLOW-COUNT > 0
                       MOVE "BUDGET FILE TOO LARGE - NOTHING LOADED"
                           TO SH-TEXT
                       WRITE PRINT-RECORD FROM SH-SECTION-HEADING
                           AFTER 2
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 400-WRITE-BUDGET
                       IF NOT TEST-RUN
                           PERFORM 450-RETIRE-PLAN
                       END-IF
                       PERFORM 500-PRINT-YEARS
                   END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           MOVE "BUDPLAN" TO FC-EXPECTED-ID
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

       200-READ-PLAN.
           OPEN INPUT PLAN-FILE
           IF BP-FILE-STATUS = "00"
               MOVE "Y" TO WS-PLAN-PRESENT
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PLAN-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
      *AN EMPTIED PLAN FROM AN EARLIER NIGHT IS NO PLAN AT ALL.
               IF FC-HEADER-SEEN = "N" AND WS-READ-COUNT = 0
                       AND FC-TRAILER-SEEN = "N"
                   MOVE "N" TO WS-PLAN-PRESENT
               END-IF
           END-IF.

       210-ONE-PLAN-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE BP-RECORD TO BL-BUDGET-LINE
           MOVE SPACES TO EL-ERROR-LINE
           MOVE BP-RECORD TO EL-INPUT
           IF BL-ACCOUNT-X NOT NUMERIC OR BL-ACCOUNT = 0
               MOVE "BAD GL ACCOUNT" TO EL-TEXT
           ELSE
           IF BL-PERIOD-X NOT NUMERIC OR BL-YEAR < 1900
                   OR BL-MONTH = 0 OR BL-MONTH > 12
               MOVE "BAD PERIOD (YYYYMM)" TO EL-TEXT
           ELSE
           IF BL-DEPT = SPACES
               MOVE "NO OWNING DEPARTMENT" TO EL-TEXT
           ELSE
           IF BL-AMOUNT-X NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO EL-TEXT
           ELSE
               PERFORM 220-HOLD-PLAN-LINE
           END-IF
           END-IF
           END-IF
           END-IF
           IF EL-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               WRITE PRINT-RECORD FROM EL-ERROR-LINE AFTER 1
           END-IF.

       220-HOLD-PLAN-LINE.
           MOVE 0 TO PT-FOUND-SUB
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               IF PT-KEY(PT-SUB) = BL-BUDGET-LINE(1:11)
                   MOVE PT-SUB TO PT-FOUND-SUB
               END-IF
           END-PERFORM
           IF PT-FOUND-SUB = 0
               IF PT-LINE-COUNT < PT-MAX-LINES
                   ADD 1 TO PT-LINE-COUNT
                   MOVE PT-LINE-COUNT TO PT-FOUND-SUB
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE "PLAN TABLE FULL" TO EL-TEXT
               END-IF
           END-IF
           IF PT-FOUND-SUB > 0
               MOVE BL-BUDGET-LINE(1:11) TO PT-KEY(PT-FOUND-SUB)
               MOVE BL-BUDGET-LINE(1:25) TO PT-RECORD(PT-FOUND-SUB)
               PERFORM 230-NOTE-PLAN-YEAR
           END-IF.

       230-NOTE-PLAN-YEAR.
           MOVE "N" TO WS-YEAR-IN-PLAN
           PERFORM VARYING PY-SUB FROM 1 BY 1
                   UNTIL PY-SUB > PY-YEAR-COUNT
               IF PY-YEAR(PY-SUB) = BL-YEAR
                   MOVE "Y" TO WS-YEAR-IN-PLAN
               END-IF
           END-PERFORM
           IF WS-YEAR-IN-PLAN = "N"
               IF PY-YEAR-COUNT < 10
                   ADD 1 TO PY-YEAR-COUNT
                   MOVE BL-YEAR TO PY-YEAR(PY-YEAR-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE "PLAN COVERS TOO MANY YEARS" TO EL-TEXT
               END-IF
           END-IF.

      *THE LINES OF THE YEARS THE PLAN DOESN'T MENTION RIDE THROUGH
      *AS THEY ARE; THE PLAN'S YEARS ARE DROPPED AND REPLACED.
       300-LOAD-OTHER-YEARS.
           OPEN INPUT BUDGET-FILE
           IF BU-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ BUDGET-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 310-ONE-BUDGET-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       310-ONE-BUDGET-LINE.
           MOVE BU-RECORD TO BL-BUDGET-LINE
           MOVE "N" TO WS-YEAR-IN-PLAN
           PERFORM VARYING PY-SUB FROM 1 BY 1
                   UNTIL PY-SUB > PY-YEAR-COUNT
               IF BL-PERIOD-X IS NUMERIC
                       AND PY-YEAR(PY-SUB) = BL-YEAR
                   MOVE "Y" TO WS-YEAR-IN-PLAN
               END-IF
           END-PERFORM
           IF WS-YEAR-IN-PLAN = "Y"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               IF KT-LINE-COUNT < KT-MAX-LINES
                   ADD 1 TO KT-LINE-COUNT
                   MOVE BU-RECORD TO KT-RECORD(KT-LINE-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       400-WRITE-BUDGET.
           OPEN OUTPUT BUDGET-OUT-FILE
           PERFORM VARYING KT-SUB FROM 1 BY 1
                   UNTIL KT-SUB > KT-LINE-COUNT
               WRITE BO-RECORD FROM KT-RECORD(KT-SUB)
           END-PERFORM
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               WRITE BO-RECORD FROM PT-RECORD(PT-SUB)
           END-PERFORM
           CLOSE BUDGET-OUT-FILE.

       450-RETIRE-PLAN.
           OPEN OUTPUT PLAN-FILE
           CLOSE PLAN-FILE.

       500-PRINT-YEARS.
           PERFORM VARYING PY-SUB FROM 1 BY 1
                   UNTIL PY-SUB > PY-YEAR-COUNT
               MOVE PY-YEAR(PY-SUB) TO YL-YEAR
               WRITE PRINT-RECORD FROM YL-YEAR-LINE AFTER 2
           END-PERFORM.

       900-WRAP-UP.
           MOVE WS-READ-COUNT TO TL-READ
           IF FC-FEED-ERROR = "N" AND WS-ERROR-COUNT = 0
                   AND WS-OVERFLOW-COUNT = 0
               MOVE PT-LINE-COUNT TO TL-LOADED
           ELSE
               MOVE 0 TO TL-LOADED
           END-IF
           MOVE WS-ERROR-COUNT TO TL-ERRORS
           MOVE WS-REPLACED-COUNT TO TL-REPLACED
           MOVE KT-LINE-COUNT TO TL-KEPT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           CLOSE PRINT-FILE.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==BP-RECORD==
           ==FC-DETAIL-PARA== BY ==210-ONE-PLAN-LINE==.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="BUDLOAD"==.
