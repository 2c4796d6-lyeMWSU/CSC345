      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   WEEKLY FIRST-PASS-YIELD REPORT FOR QUALITY. P3'S
      *            TOTALS COUNT GOOD UNITS ONLY; THIS SETS THEM AGAINST
      *            THE UNITS THAT HAD TO BE REWORKED BEFORE THEY PASSED
      *            AND THE UNITS SCRAPPED, BY JOB (OFF THE PER-JOB
      *            FIGURES P3 APPENDS TO P3HIST.TXT) AND BY EMPLOYEE
      *            (OFF P3QHIST.TXT), FOR THE MONDAY-TO-SUNDAY WEEK
      *            HOLDING THE PROCESSING DATE AGAINST THE WEEK BEFORE.
      *            FIRST-PASS YIELD IS THE SHARE OF EVERYTHING STARTED
      *            THAT PASSED FIRST TIME:
      *                (GOOD - REWORKED) / (GOOD + SCRAPPED).
      *            A JOB WHOSE YIELD THIS WEEK IS UNDER ITS TARGET ON
      *            P3FPY.TXT IS FLAGGED.
      *
      *            P3FPY.TXT LAYOUT (ONE RECORD PER JOB):
      *              COLS  1-2   JOB NUMBER (01-11)
      *              COLS  3-6   TARGET YIELD, 999V9 - "0950" IS 95.0%
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPYRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *P3'S NIGHTLY PER-JOB TOTALS - GOOD, REWORKED AND SCRAPPED.
           SELECT JOB-HISTORY-FILE
           ASSIGN USING WS-HISTORY-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HF-FILE-STATUS.

      *THE SAME FIGURES BY PERSON AND JOB.
           SELECT QUALITY-HISTORY-FILE
           ASSIGN USING WS-QHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS QH-FILE-STATUS.

      *TARGET YIELD BY JOB, MAINTAINED BY QUALITY THE SAME WAY
      *OPERATIONS KEEPS P3LIMIT.TXT. A JOB NOT ON FILE HAS NO TARGET
      *AND IS NEVER FLAGGED.
           SELECT TARGET-FILE
           ASSIGN TO "P3FPY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TG-FILE-STATUS.

           SELECT EMP-MASTER-FILE
           ASSIGN "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "FPYRPT.TXT".

      *THE OFFICIAL PROCESSING DATE - IT PICKS THE WEEK.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS THE TEST
      *COPIES P3 WROTE (SEE TESTMODE.CPY).
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
      *THE SAME LAYOUTS P3 APPENDS. HISTORY WRITTEN BEFORE P3 KEPT
      *REWORK AND SCRAP HAS BLANKS THERE, READ AS NONE.
       FD  JOB-HISTORY-FILE.
       01  HF-RECORD.
           05  HF-DATE                 PIC 9(8).
           05  HF-DATE-X REDEFINES HF-DATE
                                       PIC X(8).
           05  HF-JOB-NUM              PIC 99.
           05  HF-JOB-NUM-X REDEFINES HF-JOB-NUM
                                       PIC XX.
           05  HF-ROW-TOTAL            PIC 9(6).
           05  HF-ROW-TOTAL-X REDEFINES HF-ROW-TOTAL
                                       PIC X(6).
           05  HF-REWORK               PIC 9(6).
           05  HF-REWORK-X REDEFINES HF-REWORK
                                       PIC X(6).
           05  HF-SCRAP                PIC 9(6).
           05  HF-SCRAP-X REDEFINES HF-SCRAP
                                       PIC X(6).
           05                          PIC X(54).

       FD  QUALITY-HISTORY-FILE.
       01  QH-RECORD.
           05  QH-DATE                 PIC 9(8).
           05  QH-DATE-X REDEFINES QH-DATE
                                       PIC X(8).
           05  QH-EMP-ID               PIC 9(5).
           05  QH-EMP-ID-X REDEFINES QH-EMP-ID
                                       PIC X(5).
           05  QH-JOB-NUM              PIC 99.
           05  QH-GOOD                 PIC 9(6).
           05  QH-REWORK               PIC 9(6).
           05  QH-SCRAP                PIC 9(6).
           05  QH-RUN-TIME             PIC 9(8).
           05                          PIC X(39).

       FD  TARGET-FILE.
       01  TG-RECORD.
           05  TG-JOB-NUM              PIC 99.
           05  TG-JOB-NUM-X REDEFINES TG-JOB-NUM
                                       PIC XX.
           05  TG-TARGET               PIC 9(3)V9.
           05  TG-TARGET-X REDEFINES TG-TARGET
                                       PIC X(4).
           05                          PIC X(74).

       FD  EMP-MASTER-FILE.
       01  EM-RECORD.
           05  EM-ID                   PIC 9(5).
           05  EM-ID-X REDEFINES EM-ID PIC X(5).
           05  EM-NAME                 PIC X(20).
           05  EM-HIRE-DATE            PIC 9(8).
           05  EM-LOC-CODE             PIC XX.
           05  EM-SUPV-ID              PIC 9(5).
           05  EM-STATUS               PIC X.
           05  EM-TERM-DATE            PIC 9(8).
           05  EM-CATEGORY             PIC 9.

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY TESTMODE.

       COPY EMPMST.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  HF-FILE-STATUS          PIC XX.
           05  QH-FILE-STATUS          PIC XX.
           05  TG-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-HISTORY-NAME         PIC X(12) VALUE
               "P3HIST.TXT".
           05  WS-QHIST-NAME           PIC X(12) VALUE
               "P3QHIST.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL ARITHMETIC AS
      *LOCSCORE.CBL, SO "THE WEEK" MEANS THE SAME SEVEN DAYS HERE.
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

       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *THE TWO WEEKS AS DAY SERIALS - THE PRIOR WEEK RUNS FROM
      *WS-FIRST-SERIAL FOR SEVEN DAYS, THIS WEEK FOR THE SEVEN AFTER
      *THAT, ENDING ON WS-END-SERIAL (A SUNDAY). DAY SLOTS 1-7 ARE
      *THE PRIOR WEEK, 8-14 THIS WEEK.
       01  WS-WEEK-CONTROLS.
           05  WS-WEEK-ENDING          PIC 9(8) VALUE 0.
           05  WS-END-SERIAL           PIC 9(7) VALUE 0.
           05  WS-FIRST-SERIAL         PIC 9(7) VALUE 0.
           05  WS-DAY-SLOT             PIC 99.
           05  WS-DAY-SUB              PIC 99.
           05  WS-WEEK                 PIC 9.

      *THE SAME JOB NAMES P3 PRINTS.
       01  JN-JOB-NAME.
           05                          PIC X(16) VALUE "PRESIDENT".
           05                          PIC X(16) VALUE "SECRETARY".
           05                          PIC X(16) VALUE "VICE-PRESIDENT".
           05                          PIC X(16) VALUE "MAID".
           05                          PIC X(16) VALUE "TECH SUPPORT".
           05                          PIC X(16) VALUE "ENGINEER".
           05                          PIC X(16) VALUE "ATTORNEY".
           05                          PIC X(16) VALUE "REPRESENTATIVE".
           05                          PIC X(16) VALUE "DIRECTOR".
           05                          PIC X(16) VALUE "JANITOR".
           05                          PIC X(16) VALUE "SECURITY".

       01  JT-JOB-TABLE REDEFINES JN-JOB-NAME.
           05  JT-JOB OCCURS 11 TIMES  PIC X(16).

      *TARGET YIELD BY JOB - ZERO IS "NO TARGET".
       01  TG-TARGET-TABLE.
           05  TG-JOB-TARGET OCCURS 11 TIMES
                                       PIC 9(3)V9 VALUE 0.

      *EACH JOB'S FIGURES BY DAY. A RERUN OF P3 APPENDS THE SAME
      *NIGHT AGAIN, SO EACH DAY IS MOVED IN, NOT ADDED - THE LAST
      *RUN FOR A DATE IS THE ONE THAT COUNTS.
       01  JD-JOB-DAYS.
           05  JD-JOB OCCURS 11 TIMES.
               10  JD-DAY OCCURS 14 TIMES.
                   15  JD-GOOD         PIC 9(6).
                   15  JD-REWORK       PIC 9(6).
                   15  JD-SCRAP        PIC 9(6).

      *EVERYONE WITH COMPLETIONS IN EITHER WEEK, WITH THEIR FIGURES
      *BY DAY (ALL JOBS TOGETHER). P3 WRITES A RUN'S RECORDS IN ONE
      *BLOCK UNDER ONE RUN TIME, SO A NEW BLOCK FOR A DATE ALREADY
      *LOADED IS A RERUN AND CLEARS THAT DATE'S EARLIER FIGURES.
       01  PY-MAX-PEOPLE               PIC 9(4) VALUE 500.
       01  PY-PERSON-COUNT             PIC 9(4) VALUE 0.
       01  PY-OVERFLOW                 PIC 9(5) VALUE 0.

       01  PY-PERSON-TABLE.
           05  PY-PERSON OCCURS 500 TIMES.
               10  PY-EMP-ID           PIC 9(5).
               10  PY-DAY OCCURS 14 TIMES.
                   15  PY-GOOD         PIC 9(6).
                   15  PY-REWORK       PIC 9(6).
                   15  PY-SCRAP        PIC 9(6).

       01  DY-DAY-LOADED-TABLE.
           05  DY-DAY-LOADED OCCURS 14 TIMES
                                       PIC X.
       01  WS-LAST-QH-DATE             PIC 9(8) VALUE 0.
       01  WS-LAST-QH-TIME             PIC 9(8) VALUE 0.
       01  WS-PERSON-SUB               PIC 9(4).
       01  WS-PERSON-SLOT              PIC 9(4).
       01  WS-JOB-SUB                  PIC 99.

      *THE FIGURES FOR THE LINE BEING PRINTED - WEEK 1 IS THIS WEEK,
      *WEEK 2 THE WEEK BEFORE.
       01  WS-LINE-FIGURES.
           05  WS-LF-WEEK OCCURS 2 TIMES.
               10  WS-LF-GOOD          PIC 9(7).
               10  WS-LF-REWORK        PIC 9(7).
               10  WS-LF-SCRAP         PIC 9(7).
               10  WS-LF-YIELD         PIC 9(3)V9.
               10  WS-LF-RATED         PIC X.

       01  WS-TOTALS.
           05  WS-TOT-WEEK OCCURS 2 TIMES.
               10  WS-TOT-GOOD         PIC 9(7) VALUE 0.
               10  WS-TOT-REWORK       PIC 9(7) VALUE 0.
               10  WS-TOT-SCRAP        PIC 9(7) VALUE 0.

       01  WS-STARTED                  PIC 9(8).
       01  WS-CHANGE                   PIC S9(3)V9.
       01  WS-BELOW-COUNT              PIC 99   VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(31) VALUE
               "FIRST-PASS YIELD - WEEK ENDING ".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(11).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(5).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "FPYRPT".

       01  SH-SECTION-HEADING.
           05  SH-TITLE                PIC X(40).

       01  CH-JOB-HEADING.
           05                          PIC X(26) VALUE "JOB".
           05                          PIC X(6)  VALUE "TARGET".
           05                          PIC X(7)  VALUE "   GOOD".
           05                          PIC X(7)  VALUE " REWORK".
           05                          PIC X(7)  VALUE "  SCRAP".
           05                          PIC X(7)  VALUE "   FPY%".
           05                          PIC X(7)  VALUE "  PRIOR".
           05                          PIC X(7)  VALUE "    CHG".

       01  CH-EMP-HEADING.
           05                          PIC X(6)  VALUE "EMP#".
           05                          PIC X(26) VALUE "NAME".
           05                          PIC X(7)  VALUE "   GOOD".
           05                          PIC X(7)  VALUE " REWORK".
           05                          PIC X(7)  VALUE "  SCRAP".
           05                          PIC X(7)  VALUE "   FPY%".
           05                          PIC X(7)  VALUE "  PRIOR".
           05                          PIC X(7)  VALUE "    CHG".

      *ONE LINE PER JOB OR PERSON - THIS WEEK'S UNITS AND YIELD, THE
      *PRIOR WEEK'S YIELD, AND THE MOVE IN POINTS.
       01  DL-YIELD-LINE.
           05  DL-KEY                  PIC X(5).
           05                          PIC X.
           05  DL-NAME                 PIC X(19).
           05                          PIC X.
           05  DL-TARGET               PIC ZZ9.9.
           05  DL-TARGET-X REDEFINES DL-TARGET
                                       PIC X(5).
           05                          PIC X.
           05  DL-GOOD                 PIC ZZZ,ZZ9.
           05                          PIC X.
           05  DL-REWORK               PIC ZZ,ZZ9.
           05                          PIC X.
           05  DL-SCRAP                PIC ZZ,ZZ9.
           05                          PIC XX.
           05  DL-YIELD                PIC ZZ9.9.
           05  DL-YIELD-X REDEFINES DL-YIELD
                                       PIC X(5).
           05                          PIC XX.
           05  DL-PRIOR                PIC ZZ9.9.
           05  DL-PRIOR-X REDEFINES DL-PRIOR
                                       PIC X(5).
           05                          PIC X.
           05  DL-CHANGE               PIC ---9.9.
           05  DL-CHANGE-X REDEFINES DL-CHANGE
                                       PIC X(6).
           05                          PIC X.
           05  DL-FLAG                 PIC X(3).

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(60).

       01  TL-BELOW-LINE.
           05                          PIC X(27) VALUE
               "JOBS BELOW TARGET (***):".
           05  TL-BELOW                PIC Z9.

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
               MOVE "P3HISTT.TXT" TO WS-HISTORY-NAME
               MOVE "P3QHISTT.TXT" TO WS-QHIST-NAME
               DISPLAY "FPYRPT - TEST RUN - READING TEST COPIES"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-JOB-HISTORY
           PERFORM 220-LOAD-QUALITY-HISTORY
           OPEN OUTPUT PRINT-FILE
           PERFORM 850-HEADINGS
           MOVE "FIRST-PASS YIELD BY JOB" TO SH-TITLE
           PERFORM 860-SECTION-HEADING
           WRITE PRINT-RECORD FROM CH-JOB-HEADING AFTER 1
           ADD 1 TO PC-LINES-USED
           PERFORM 300-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 11
           PERFORM 350-JOB-TOTAL
           MOVE "FIRST-PASS YIELD BY EMPLOYEE" TO SH-TITLE
           PERFORM 860-SECTION-HEADING
           WRITE PRINT-RECORD FROM CH-EMP-HEADING AFTER 1
           ADD 1 TO PC-LINES-USED
           IF PY-PERSON-COUNT = 0
               MOVE "NO PERSON-KEYED COMPLETIONS IN EITHER WEEK"
                   TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           END-IF
           PERFORM 400-ONE-PERSON
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > PY-PERSON-COUNT
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           INITIALIZE JD-JOB-DAYS
           INITIALIZE PY-PERSON-TABLE
           MOVE ALL "N" TO DY-DAY-LOADED-TABLE
           PERFORM 110-LOAD-TARGETS
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 120-SET-REPORT-WEEK
           MOVE WS-WEEK-ENDING TO WS-DATE-WORK
           MOVE WS-DATE-MM TO HL-MM
           MOVE WS-DATE-DD TO HL-DD
           MOVE WS-DATE-YYYY TO HL-YY.

       110-LOAD-TARGETS.
           OPEN INPUT TARGET-FILE
           IF TG-FILE-STATUS = "00"
               PERFORM UNTIL TG-FILE-STATUS NOT = "00"
                   READ TARGET-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TG-JOB-NUM-X NUMERIC
                                   AND TG-TARGET-X NUMERIC
                                   AND TG-JOB-NUM > 0
                                   AND TG-JOB-NUM <= 11
                               MOVE TG-TARGET TO
                                   TG-JOB-TARGET(TG-JOB-NUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

      *THE WEEK HOLDING THE PROCESSING DATE ENDS ON THE SUNDAY ON OR
      *AFTER IT - SO FAR THROUGH THE WEEK IS WEEK-TO-DATE.
       120-SET-REPORT-WEEK.
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           PERFORM 905-WORK-DATE-TO-SERIAL
           COMPUTE WS-ADD-DAYS = 7 - WS-CAL-DOW
           PERFORM 920-ADD-DAYS-TO-DATE
           COMPUTE WS-WEEK-ENDING =
               WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + WS-CAL-DD
           MOVE WS-WEEK-ENDING TO WS-DATE-WORK
           PERFORM 905-WORK-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-END-SERIAL
           COMPUTE WS-FIRST-SERIAL = WS-END-SERIAL - 13.

       200-LOAD-JOB-HISTORY.
           OPEN INPUT JOB-HISTORY-FILE
           IF HF-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ JOB-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF HF-DATE-X NUMERIC
                                   AND HF-JOB-NUM-X NUMERIC
                                   AND HF-JOB-NUM > 0
                                   AND HF-JOB-NUM <= 11
                               MOVE HF-DATE TO WS-DATE-WORK
                               PERFORM 905-WORK-DATE-TO-SERIAL
                               PERFORM 205-SLOT-JOB-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HISTORY-FILE
           END-IF.

       205-SLOT-JOB-DAY.
           IF WS-CAL-SERIAL >= WS-FIRST-SERIAL
                   AND WS-CAL-SERIAL <= WS-END-SERIAL
               COMPUTE WS-DAY-SLOT = WS-CAL-SERIAL - WS-FIRST-SERIAL + 1
               MOVE 0 TO JD-GOOD(HF-JOB-NUM, WS-DAY-SLOT)
                         JD-REWORK(HF-JOB-NUM, WS-DAY-SLOT)
                         JD-SCRAP(HF-JOB-NUM, WS-DAY-SLOT)
               IF HF-ROW-TOTAL-X NUMERIC
                   MOVE HF-ROW-TOTAL TO
                       JD-GOOD(HF-JOB-NUM, WS-DAY-SLOT)
               END-IF
               IF HF-REWORK-X NUMERIC
                   MOVE HF-REWORK TO
                       JD-REWORK(HF-JOB-NUM, WS-DAY-SLOT)
               END-IF
               IF HF-SCRAP-X NUMERIC
                   MOVE HF-SCRAP TO
                       JD-SCRAP(HF-JOB-NUM, WS-DAY-SLOT)
               END-IF
           END-IF.

       220-LOAD-QUALITY-HISTORY.
           OPEN INPUT QUALITY-HISTORY-FILE
           IF QH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ QUALITY-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF QH-DATE-X NUMERIC
                                   AND QH-EMP-ID-X NUMERIC
                               MOVE QH-DATE TO WS-DATE-WORK
                               PERFORM 905-WORK-DATE-TO-SERIAL
                               PERFORM 225-SLOT-PERSON-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUALITY-HISTORY-FILE
           END-IF.

       225-SLOT-PERSON-DAY.
           IF WS-CAL-SERIAL >= WS-FIRST-SERIAL
                   AND WS-CAL-SERIAL <= WS-END-SERIAL
               COMPUTE WS-DAY-SLOT = WS-CAL-SERIAL - WS-FIRST-SERIAL + 1
               IF QH-DATE NOT = WS-LAST-QH-DATE
                       OR QH-RUN-TIME NOT = WS-LAST-QH-TIME
                   IF DY-DAY-LOADED(WS-DAY-SLOT) = "Y"
                       PERFORM 227-CLEAR-PERSON-DAY
                   END-IF
                   MOVE "Y" TO DY-DAY-LOADED(WS-DAY-SLOT)
               END-IF
               PERFORM 230-FIND-PERSON
               IF WS-PERSON-SLOT > 0
                   ADD QH-GOOD TO PY-GOOD(WS-PERSON-SLOT, WS-DAY-SLOT)
                   ADD QH-REWORK TO
                       PY-REWORK(WS-PERSON-SLOT, WS-DAY-SLOT)
                   ADD QH-SCRAP TO
                       PY-SCRAP(WS-PERSON-SLOT, WS-DAY-SLOT)
               END-IF
           END-IF
           MOVE QH-DATE TO WS-LAST-QH-DATE
           MOVE QH-RUN-TIME TO WS-LAST-QH-TIME.

       227-CLEAR-PERSON-DAY.
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > PY-PERSON-COUNT
               MOVE 0 TO PY-GOOD(WS-PERSON-SUB, WS-DAY-SLOT)
                         PY-REWORK(WS-PERSON-SUB, WS-DAY-SLOT)
                         PY-SCRAP(WS-PERSON-SUB, WS-DAY-SLOT)
           END-PERFORM.

      *FINDS QH-EMP-ID IN THE PERSON TABLE, ADDING THEM WHEN THEY
      *AREN'T THERE YET. ZERO ONLY WHEN THE TABLE IS FULL.
       230-FIND-PERSON.
           MOVE 0 TO WS-PERSON-SLOT
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > PY-PERSON-COUNT
                      OR WS-PERSON-SLOT > 0
               IF PY-EMP-ID(WS-PERSON-SUB) = QH-EMP-ID
                   MOVE WS-PERSON-SUB TO WS-PERSON-SLOT
               END-IF
           END-PERFORM
           IF WS-PERSON-SLOT = 0
               IF PY-PERSON-COUNT < PY-MAX-PEOPLE
                   ADD 1 TO PY-PERSON-COUNT
                   MOVE PY-PERSON-COUNT TO WS-PERSON-SLOT
                   MOVE QH-EMP-ID TO PY-EMP-ID(WS-PERSON-SLOT)
               ELSE
                   ADD 1 TO PY-OVERFLOW
               END-IF
           END-IF.

      *EVERY JOB PRINTS, WORKED OR NOT, SO A JOB THAT HAS GONE QUIET
      *IS AS VISIBLE AS ONE THAT HAS GONE BAD.
       300-ONE-JOB.
           INITIALIZE WS-LINE-FIGURES
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 14
               IF WS-DAY-SUB > 7
                   MOVE 1 TO WS-WEEK
               ELSE
                   MOVE 2 TO WS-WEEK
               END-IF
               ADD JD-GOOD(WS-JOB-SUB, WS-DAY-SUB) TO
                   WS-LF-GOOD(WS-WEEK) WS-TOT-GOOD(WS-WEEK)
               ADD JD-REWORK(WS-JOB-SUB, WS-DAY-SUB) TO
                   WS-LF-REWORK(WS-WEEK) WS-TOT-REWORK(WS-WEEK)
               ADD JD-SCRAP(WS-JOB-SUB, WS-DAY-SUB) TO
                   WS-LF-SCRAP(WS-WEEK) WS-TOT-SCRAP(WS-WEEK)
           END-PERFORM
           MOVE SPACES TO DL-YIELD-LINE
           MOVE WS-JOB-SUB TO DL-KEY
           MOVE JT-JOB(WS-JOB-SUB) TO DL-NAME
           IF TG-JOB-TARGET(WS-JOB-SUB) > 0
               MOVE TG-JOB-TARGET(WS-JOB-SUB) TO DL-TARGET
           ELSE
               MOVE " NONE" TO DL-TARGET-X
           END-IF
           PERFORM 500-FORMAT-FIGURES
           IF WS-LF-RATED(1) = "Y"
                   AND TG-JOB-TARGET(WS-JOB-SUB) > 0
                   AND WS-LF-YIELD(1) < TG-JOB-TARGET(WS-JOB-SUB)
               MOVE "***" TO DL-FLAG
               ADD 1 TO WS-BELOW-COUNT
           END-IF
           PERFORM 510-PRINT-LINE.

       350-JOB-TOTAL.
           INITIALIZE WS-LINE-FIGURES
           PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 2
               MOVE WS-TOT-GOOD(WS-WEEK) TO WS-LF-GOOD(WS-WEEK)
               MOVE WS-TOT-REWORK(WS-WEEK) TO WS-LF-REWORK(WS-WEEK)
               MOVE WS-TOT-SCRAP(WS-WEEK) TO WS-LF-SCRAP(WS-WEEK)
           END-PERFORM
           MOVE SPACES TO DL-YIELD-LINE
           MOVE "ALL JOBS" TO DL-NAME
           PERFORM 500-FORMAT-FIGURES
           WRITE PRINT-RECORD FROM DL-YIELD-LINE AFTER 2
           MOVE WS-BELOW-COUNT TO TL-BELOW
           WRITE PRINT-RECORD FROM TL-BELOW-LINE AFTER 1
           ADD 3 TO PC-LINES-USED.

      *ONLY PEOPLE WITH UNITS IN ONE WEEK OR THE OTHER ARE IN THE
      *TABLE - P3 RECORDS NOTHING FOR A PERSON WITH NO COMPLETIONS.
       400-ONE-PERSON.
           INITIALIZE WS-LINE-FIGURES
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 14
               IF WS-DAY-SUB > 7
                   MOVE 1 TO WS-WEEK
               ELSE
                   MOVE 2 TO WS-WEEK
               END-IF
               ADD PY-GOOD(WS-PERSON-SUB, WS-DAY-SUB) TO
                   WS-LF-GOOD(WS-WEEK)
               ADD PY-REWORK(WS-PERSON-SUB, WS-DAY-SUB) TO
                   WS-LF-REWORK(WS-WEEK)
               ADD PY-SCRAP(WS-PERSON-SUB, WS-DAY-SUB) TO
                   WS-LF-SCRAP(WS-WEEK)
           END-PERFORM
           MOVE SPACES TO DL-YIELD-LINE
           MOVE PY-EMP-ID(WS-PERSON-SUB) TO DL-KEY
           MOVE PY-EMP-ID(WS-PERSON-SUB) TO EM-LOOKUP-ID
           PERFORM 966-FIND-EMPLOYEE
           IF EM-FOUND-SLOT > 0
               MOVE EM-T-NAME(EM-FOUND-SLOT) TO DL-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO DL-NAME
           END-IF
           PERFORM 500-FORMAT-FIGURES
           PERFORM 510-PRINT-LINE.

      *YIELD FOR BOTH WEEKS AND THE CHANGE IN POINTS. "N/A" WHEN A
      *WEEK STARTED NOTHING.
       500-FORMAT-FIGURES.
           PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 2
               COMPUTE WS-STARTED =
                   WS-LF-GOOD(WS-WEEK) + WS-LF-SCRAP(WS-WEEK)
               IF WS-STARTED > 0
                   COMPUTE WS-LF-YIELD(WS-WEEK) ROUNDED =
                       (WS-LF-GOOD(WS-WEEK) - WS-LF-REWORK(WS-WEEK))
                       * 100 / WS-STARTED
                   MOVE "Y" TO WS-LF-RATED(WS-WEEK)
               ELSE
                   MOVE 0 TO WS-LF-YIELD(WS-WEEK)
                   MOVE "N" TO WS-LF-RATED(WS-WEEK)
               END-IF
           END-PERFORM
           MOVE WS-LF-GOOD(1) TO DL-GOOD
           MOVE WS-LF-REWORK(1) TO DL-REWORK
           MOVE WS-LF-SCRAP(1) TO DL-SCRAP
           IF WS-LF-RATED(1) = "Y"
               MOVE WS-LF-YIELD(1) TO DL-YIELD
           ELSE
               MOVE "  N/A" TO DL-YIELD-X
           END-IF
           IF WS-LF-RATED(2) = "Y"
               MOVE WS-LF-YIELD(2) TO DL-PRIOR
           ELSE
               MOVE "  N/A" TO DL-PRIOR-X
           END-IF
           IF WS-LF-RATED(1) = "Y" AND WS-LF-RATED(2) = "Y"
               COMPUTE WS-CHANGE = WS-LF-YIELD(1) - WS-LF-YIELD(2)
               MOVE WS-CHANGE TO DL-CHANGE
           ELSE
               MOVE "   N/A" TO DL-CHANGE-X
           END-IF.

       510-PRINT-LINE.
           IF PC-LINES-USED + 1 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           WRITE PRINT-RECORD FROM DL-YIELD-LINE AFTER 1
           ADD 1 TO PC-LINES-USED.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE 1 TO PC-LINES-USED
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

       860-SECTION-HEADING.
           IF PC-LINES-USED + 16 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           ADD 3 TO PC-LINES-USED.

      *DAY SERIAL AND DAY-OF-WEEK (1 MONDAY THRU 7 SUNDAY) FOR
      *WS-DATE-WORK.
       905-WORK-DATE-TO-SERIAL.
           MOVE WS-DATE-YYYY TO WS-CAL-YYYY
           MOVE WS-DATE-MM TO WS-CAL-MM
           MOVE WS-DATE-DD TO WS-CAL-DD
           PERFORM 910-DATE-TO-SERIAL.

       910-DATE-TO-SERIAL.
           COMPUTE WS-CAL-T1 = (WS-CAL-MM + 9) / 12
           COMPUTE WS-CAL-T2 = (WS-CAL-YYYY + WS-CAL-T1) * 7 / 4
           COMPUTE WS-CAL-T3 = 275 * WS-CAL-MM / 9
           COMPUTE WS-CAL-SERIAL = 367 * WS-CAL-YYYY - WS-CAL-T2
               + WS-CAL-T3 + WS-CAL-DD
           DIVIDE WS-CAL-SERIAL BY 7
               GIVING WS-CAL-QUOT
               REMAINDER WS-CAL-REM
           IF WS-CAL-REM = 6
               MOVE 1 TO WS-CAL-DOW
           ELSE
               COMPUTE WS-CAL-DOW = WS-CAL-REM + 2
           END-IF.

      *WALKS THE CALENDAR FORWARD WS-ADD-DAYS DAYS (NEVER MORE THAN
      *SIX HERE), ROLLING MONTH AND YEAR AS NEEDED.
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

      *A TABLE THAT HAD TO DROP RECORDS SAYS SO ON THE REPORT AND
      *ENDS THE RUN NONZERO.
       950-CHECK-OVERFLOWS.
           IF PY-OVERFLOW > 0
               MOVE "PERSON TABLE" TO OV-TABLE-NAME
               MOVE PY-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "FPYRPT PERSON TABLE OVERFLOW - "
                   PY-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE "EMPLOYEE MSTR" TO OV-TABLE-NAME
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "FPYRPT EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="FPYRPT"==.

       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.
