      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   WEEKLY LOCATION OPERATIONS SCORECARD FOR THE
      *            REGIONAL MANAGERS - THE THREE NUMBERS THEY USED TO
      *            COPY OFF THREE PRINTOUTS INTO A SPREADSHEET, SIDE
      *            BY SIDE FOR EACH LOCATION:
      *              - JOBS COMPLETED, OFF THE PER-LOCATION TOTALS P4
      *                APPENDS TO P4HIST.TXT EVERY NIGHT
      *              - SALES DOLLARS, OFF THE STORHIST.TXT HISTORY
      *                THE STORE RUN APPENDS, FOR THE STORES
      *                LOCSTORE.TXT MAPS TO THE LOCATION
      *              - ABSENCE DAYS, OFF THE DATED ABSENCES PRG02
      *                APPENDS TO ABSDTL.TXT (ONE DAY PER PERSON PER
      *                DATE, HOWEVER MANY ENTRIES POSTED IT)
      *            PLUS SALES PER COMPLETED JOB, EACH AGAINST THE WEEK
      *            BEFORE. THE WEEK IS THE LATEST MONDAY-TO-SUNDAY WEEK
      *            THE STORE RUN HAS PUT ON STORHIST.TXT, SO ALL THREE
      *            FIGURES COVER THE SAME SEVEN DAYS; WITH NO STORE
      *            HISTORY IT IS THE WEEK HOLDING THE PROCESSING DATE.
      *            EVERY LINE OF A LOCATION'S BLOCK LEADS WITH ITS
      *            CODE SO DISTRIB CAN BUNDLE IT BY LOCATION.
      *
      *            LOCSTORE.TXT LAYOUT (ONE RECORD PER STORE):
      *              COLS  1-2   LOCATION CODE (P4LOC.TXT)
      *              COLS  3-4   STORE NUMBER (STORMSTR.TXT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *THE LOCATION MASTER P4 AND PRG02 BOTH READ - CODES AND NAMES.
           SELECT LOCATION-FILE
           ASSIGN TO "P4LOC.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LC-FILE-STATUS.

      *OPERATOR-MAINTAINED LOCATION-TO-STORE CROSSWALK. A STORE NOT
      *ON IT STILL SHOWS ON THE SCORECARD, UNDER "NOT MAPPED", SO THE
      *SALES ALWAYS ADD BACK TO THE STORE RUN'S TOTAL.
           SELECT LOC-STORE-FILE
           ASSIGN TO "LOCSTORE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS XS-FILE-STATUS.

           SELECT LOC-HISTORY-FILE
           ASSIGN USING WS-LOCHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LH-FILE-STATUS.

           SELECT STORE-HISTORY-FILE
           ASSIGN USING WS-STORHST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SH-FILE-STATUS.

           SELECT ABSENCE-DETAIL-FILE
           ASSIGN USING WS-ABSDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AD-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "LOCSCORE.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS THE TEST
      *COPIES THE CHAIN WROTE (SEE TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE - IT PICKS THE WEEK WHEN THERE IS
      *NO STORE HISTORY YET.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LC-RECORD.
           05  LC-LOC-CODE             PIC XX.
           05  LC-LOC-NAME             PIC X(12).
           05                          PIC X(66).

       FD  LOC-STORE-FILE.
       01  XS-RECORD.
           05  XS-LOC-CODE             PIC XX.
           05  XS-STORE                PIC 99.
           05  XS-STORE-X REDEFINES XS-STORE
                                       PIC XX.
           05                          PIC X(76).

      *THE SAME LAYOUT P4 APPENDS.
       FD  LOC-HISTORY-FILE.
       01  LH-RECORD.
           05  LH-DATE                 PIC 9(8).
           05  LH-DATE-X REDEFINES LH-DATE
                                       PIC X(8).
           05  LH-LOC                  PIC XX.
           05  LH-TOTAL                PIC 9(6).

      *THE SAME LAYOUT THE STORE RUN APPENDS.
       FD  STORE-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-WEEK-ENDING          PIC 9(8).
           05  SH-WEEK-ENDING-X REDEFINES SH-WEEK-ENDING
                                       PIC X(8).
           05  SH-STORE                PIC 99.
           05  SH-DOW                  PIC 9.
           05  SH-SALES                PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DEPT                 PIC XX.

      *THE SAME LAYOUT PRG02 APPENDS.
       FD  ABSENCE-DETAIL-FILE.
       01  AD-RECORD.
           05  AD-EMP-ID               PIC 9(5).
           05  AD-EMP-ID-X REDEFINES AD-EMP-ID
                                       PIC X(5).
           05  AD-ABS-DATE             PIC 9(8).
           05  AD-ABS-DATE-X REDEFINES AD-ABS-DATE
                                       PIC X(8).
           05  AD-EXCUSE-CODE          PIC 99.
           05  AD-COUNT                PIC 99.
           05  AD-LOC-CODE             PIC XX.
           05  AD-POST-DATE            PIC 9(8).
           05  AD-CASE-NUM             PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY TESTMODE.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  LC-FILE-STATUS          PIC XX.
           05  XS-FILE-STATUS          PIC XX.
           05  LH-FILE-STATUS          PIC XX.
           05  SH-FILE-STATUS          PIC XX.
           05  AD-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-LOCHIST-NAME         PIC X(12) VALUE
               "P4HIST.TXT".
           05  WS-STORHST-NAME         PIC X(12) VALUE
               "STORHIST.TXT".
           05  WS-ABSDTL-NAME          PIC X(12) VALUE
               "ABSDTL.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL ARITHMETIC AS
      *CLASS_EXAMPLE.CBL, SO "THE WEEK" MEANS THE SAME SEVEN DAYS
      *HERE AS IT DOES ON THE STORE REPORT.
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

      *THE TWO WEEKS ON THE SCORECARD AS DAY SERIALS - THE PRIOR
      *WEEK RUNS FROM WS-FIRST-SERIAL FOR SEVEN DAYS, THIS WEEK FOR
      *THE SEVEN AFTER THAT, ENDING ON WS-END-SERIAL (A SUNDAY).
       01  WS-WEEK-CONTROLS.
           05  WS-WEEK-ENDING          PIC 9(8) VALUE 0.
           05  WS-END-SERIAL           PIC 9(7) VALUE 0.
           05  WS-FIRST-SERIAL         PIC 9(7) VALUE 0.
           05  WS-DAY-SLOT             PIC 99.
           05  WS-WEEK                 PIC 9.

      *ONE ENTRY PER LOCATION - P4LOC.TXT'S FIRST, THEN ANY CODE THE
      *CROSSWALK OR THE HISTORIES CARRY THAT P4LOC.TXT DOESN'T, AND
      *"UNASSIGNED" FOR ABSENCES POSTED WITHOUT A LOCATION (THE SAME
      *BUCKET PRG02 ROLLS THEM INTO). WEEK 1 IS THIS WEEK, WEEK 2
      *THE WEEK BEFORE. JOBS ARE KEPT BY DAY SO A RERUN OF P4,
      *APPENDED LATER, REPLACES THE NIGHT IT RERAN INSTEAD OF
      *DOUBLING IT - DAYS 1-7 ARE THE PRIOR WEEK, 8-14 THIS WEEK.
       01  LS-MAX-LOCATIONS            PIC 99 VALUE 30.
       01  LS-LOC-COUNT                PIC 99 VALUE 0.
       01  LS-OVERFLOW                 PIC 9(3) VALUE 0.

       01  LS-LOCATION-TABLE.
           05  LS-ENTRY OCCURS 30 TIMES.
               10  LS-CODE             PIC XX.
               10  LS-NAME             PIC X(12).
               10  LS-JOBS-DAY OCCURS 14 TIMES
                                       PIC 9(6).
               10  LS-WEEK-FIGURES OCCURS 2 TIMES.
                   15  LS-JOBS         PIC 9(7).
                   15  LS-SALES        PIC S9(9)V99.
                   15  LS-ABS-DAYS     PIC 9(5).

       01  WS-LOOKUP-LOC               PIC XX.
       01  WS-LOC-SLOT                 PIC 99.
       01  WS-LOC-SUB                  PIC 99.

      *EACH STORE'S DAILY SALES FOR THE TWO WEEKS, AND THE LOCATION
      *SLOT THE CROSSWALK GIVES IT (ZERO = NOT MAPPED). SALES MOVE IN
      *RATHER THAN ADD, SO A RERUN OF THE STORE RUN THAT APPENDED THE
      *SAME WEEK AGAIN IS COUNTED ONCE.
       01  SS-STORE-TABLE.
           05  SS-STORE OCCURS 10 TIMES.
               10  SS-LOC-SLOT         PIC 99.
               10  SS-WEEK OCCURS 2 TIMES.
                   15  SS-DAY-SALES OCCURS 7 TIMES
                                       PIC S9(5)V99.
               10  SS-TOTAL OCCURS 2 TIMES
                                       PIC S9(7)V99.

       01  WS-STORE-SUB                PIC 99.
       01  WS-DAY-SUB                  PIC 99.
       01  WS-XWALK-DUPLICATES         PIC 9(3) VALUE 0.
       01  WS-XWALK-BAD                PIC 9(3) VALUE 0.

      *EVERY PERSON-DATE ALREADY COUNTED AS AN ABSENCE DAY, SO TWO
      *ENTRIES FOR ONE DAY (OR A RERUN'S REPOST) COUNT ONCE.
       01  AB-MAX-SEEN                 PIC 9(4) VALUE 2000.
       01  AB-SEEN-COUNT               PIC 9(4) VALUE 0.
       01  AB-OVERFLOW                 PIC 9(3) VALUE 0.
       01  AB-SEEN-TABLE.
           05  AB-ENTRY OCCURS 2000 TIMES.
               10  AB-EMP-ID           PIC 9(5).
               10  AB-SERIAL           PIC 9(7).
       01  WS-SEEN-SUB                 PIC 9(4).
       01  WS-SEEN-FOUND               PIC X.

      *THE FIGURES FOR THE LINE BEING PRINTED, THIS WEEK AND PRIOR.
       01  WS-LINE-FIGURES.
           05  WS-LF-WEEK OCCURS 2 TIMES.
               10  WS-LF-JOBS          PIC 9(7).
               10  WS-LF-SALES         PIC S9(9)V99.
               10  WS-LF-ABS           PIC 9(5).
               10  WS-LF-SPJ           PIC S9(7)V99.

       01  WS-PCT                      PIC S9(3)V9.
       01  WS-PCT-EDIT                 PIC ---9.9.
       01  WS-PCT-EDIT-X REDEFINES WS-PCT-EDIT
                                       PIC X(6).
       01  WS-PCT-THIS                 PIC S9(9)V99.
       01  WS-PCT-PRIOR                PIC S9(9)V99.

       01  WS-TOTALS.
           05  WS-TOT-WEEK OCCURS 2 TIMES.
               10  WS-TOT-JOBS         PIC 9(7)     VALUE 0.
               10  WS-TOT-SALES        PIC S9(9)V99 VALUE 0.
               10  WS-TOT-ABS          PIC 9(5)     VALUE 0.
           05  WS-UNMAPPED-SALES OCCURS 2 TIMES
                                       PIC S9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(33) VALUE
               "LOCATION SCORECARD - WEEK ENDING ".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(5).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(5).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "LOCSCORE".

       01  CH-COLUMN-HEADING.
           05                          PIC X(4)  VALUE "LOC".
           05                          PIC X(19) VALUE "NAME".
           05                          PIC X(9)  VALUE "     JOBS".
           05                          PIC XX.
           05                          PIC X(14) VALUE
               " SALES DOLLARS".
           05                          PIC XX.
           05                          PIC X(6)  VALUE "ABSENT".
           05                          PIC XX.
           05                          PIC X(10) VALUE
               " SALES/JOB".

      *FOUR LINES PER LOCATION - THIS WEEK, PRIOR WEEK, THE CHANGE,
      *AND THE CHANGE AS A PERCENT OF THE PRIOR WEEK.
       01  DL-SCORE-LINE.
           05  DLS-LOC                 PIC XX.
           05                          PIC XX.
           05  DLS-NAME                PIC X(12).
           05                          PIC X.
           05  DLS-ROW                 PIC X(6).
           05  DLS-JOBS                PIC -,---,--9.
           05  DLS-JOBS-X REDEFINES DLS-JOBS
                                       PIC X(9).
           05                          PIC XX.
           05  DLS-SALES               PIC ---,---,--9.99.
           05  DLS-SALES-X REDEFINES DLS-SALES
                                       PIC X(14).
           05                          PIC XX.
           05  DLS-ABS                 PIC --,--9.
           05  DLS-ABS-X REDEFINES DLS-ABS
                                       PIC X(6).
           05                          PIC XX.
           05  DLS-SPJ                 PIC ---,--9.99.
           05  DLS-SPJ-X REDEFINES DLS-SPJ
                                       PIC X(10).

       01  UL-UNMAPPED-LINE.
           05                          PIC X(6)  VALUE "STORE ".
           05  UL-STORE                PIC 99.
           05                          PIC X(40) VALUE
               " HAS SALES BUT IS NOT ON LOCSTORE.TXT".

       01  TL-XWALK-LINE.
           05                          PIC X(30) VALUE
               "CROSSWALK ENTRIES IGNORED -".
           05                          PIC X(12) VALUE
               " DUPLICATE:".
           05  TL-DUPLICATES           PIC ZZ9.
           05                          PIC X(10) VALUE
               "  INVALID:".
           05  TL-BAD                  PIC ZZ9.

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(60).

       01  OV-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  OV-TABLE-NAME           PIC X(14).
           05                          PIC X(12) VALUE
               " OVERFLOW - ".
           05  OV-COUNT                PIC ZZ9.
           05                          PIC X(20) VALUE
               " RECORDS DROPPED **".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "P4HISTT.TXT" TO WS-LOCHIST-NAME
               MOVE "STORHSTT.TXT" TO WS-STORHST-NAME
               MOVE "ABSDTLT.TXT" TO WS-ABSDTL-NAME
               DISPLAY "LOCSCORE - TEST RUN - READING TEST COPIES"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-SALES
           PERFORM 210-LOAD-JOBS
           PERFORM 220-LOAD-ABSENCES
           OPEN OUTPUT PRINT-FILE
           PERFORM 850-HEADINGS
           PERFORM 300-ONE-LOCATION
               VARYING WS-LOC-SLOT FROM 1 BY 1
               UNTIL WS-LOC-SLOT > LS-LOC-COUNT
           PERFORM 800-TOTALS
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           INITIALIZE LS-LOCATION-TABLE
           INITIALIZE SS-STORE-TABLE
           PERFORM 110-LOAD-LOCATIONS
           PERFORM 115-LOAD-CROSSWALK
           PERFORM 120-SET-REPORT-WEEK
           MOVE WS-WEEK-ENDING TO WS-DATE-WORK
           MOVE WS-DATE-MM TO HL-MM
           MOVE WS-DATE-DD TO HL-DD
           MOVE WS-DATE-YYYY TO HL-YY.

      *NO P4LOC.TXT LEAVES THE TABLE TO FILL FROM THE CODES THE
      *OTHER FILES CARRY - THEY JUST PRINT WITHOUT A NAME.
       110-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE
           IF LC-FILE-STATUS = "00"
               PERFORM UNTIL LC-FILE-STATUS NOT = "00"
                   READ LOCATION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LC-LOC-CODE NOT = SPACES
                               MOVE LC-LOC-CODE TO WS-LOOKUP-LOC
                               PERFORM 150-FIND-LOCATION
                               IF WS-LOC-SLOT > 0
                                   MOVE LC-LOC-NAME TO
                                       LS-NAME(WS-LOC-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCATION-FILE
           END-IF.

      *A STORE BELONGS TO ONE LOCATION - A SECOND ENTRY FOR THE SAME
      *STORE IS IGNORED AND COUNTED, AS IS A STORE NUMBER OUTSIDE
      *THE STORE RUN'S 1-10.
       115-LOAD-CROSSWALK.
           OPEN INPUT LOC-STORE-FILE
           IF XS-FILE-STATUS = "00"
               PERFORM UNTIL XS-FILE-STATUS NOT = "00"
                   READ LOC-STORE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 117-ONE-CROSSWALK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOC-STORE-FILE
           END-IF.

       117-ONE-CROSSWALK-ENTRY.
           IF XS-LOC-CODE = SPACES OR XS-STORE-X NOT NUMERIC
                   OR XS-STORE < 1 OR XS-STORE > 10
               ADD 1 TO WS-XWALK-BAD
           ELSE
           IF SS-LOC-SLOT(XS-STORE) > 0
               ADD 1 TO WS-XWALK-DUPLICATES
           ELSE
               MOVE XS-LOC-CODE TO WS-LOOKUP-LOC
               PERFORM 150-FIND-LOCATION
               MOVE WS-LOC-SLOT TO SS-LOC-SLOT(XS-STORE)
           END-IF
           END-IF.

      *THE REPORT WEEK IS THE LATEST WEEK-ENDING ON THE STORE HISTORY
      *(THE SAME ONE THE FLASH REPORT SHOWS). WITH NO HISTORY IT IS
      *THE WEEK HOLDING THE PROCESSING DATE, ENDING THE SUNDAY AFTER.
       120-SET-REPORT-WEEK.
           OPEN INPUT STORE-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ STORE-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF SH-WEEK-ENDING-X NUMERIC
                                   AND SH-WEEK-ENDING > WS-WEEK-ENDING
                               MOVE SH-WEEK-ENDING TO WS-WEEK-ENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF
           IF WS-WEEK-ENDING = 0
               MOVE PR-PROC-DATE TO WS-DATE-WORK
               PERFORM 905-WORK-DATE-TO-SERIAL
               COMPUTE WS-ADD-DAYS = 7 - WS-CAL-DOW
               PERFORM 920-ADD-DAYS-TO-DATE
               COMPUTE WS-WEEK-ENDING =
                   WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + WS-CAL-DD
           END-IF
           MOVE WS-WEEK-ENDING TO WS-DATE-WORK
           PERFORM 905-WORK-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-END-SERIAL
           COMPUTE WS-FIRST-SERIAL = WS-END-SERIAL - 13.

      *FINDS WS-LOOKUP-LOC IN THE LOCATION TABLE, ADDING IT WHEN IT
      *ISN'T THERE YET. WS-LOC-SLOT COMES BACK ZERO ONLY WHEN THE
      *TABLE IS FULL.
       150-FIND-LOCATION.
           MOVE 0 TO WS-LOC-SLOT
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > LS-LOC-COUNT
                      OR WS-LOC-SLOT > 0
               IF LS-CODE(WS-LOC-SUB) = WS-LOOKUP-LOC
                   MOVE WS-LOC-SUB TO WS-LOC-SLOT
               END-IF
           END-PERFORM
           IF WS-LOC-SLOT = 0
               IF LS-LOC-COUNT < LS-MAX-LOCATIONS
                   ADD 1 TO LS-LOC-COUNT
                   MOVE LS-LOC-COUNT TO WS-LOC-SLOT
                   MOVE WS-LOOKUP-LOC TO LS-CODE(WS-LOC-SLOT)
                   IF WS-LOOKUP-LOC = SPACES
                       MOVE "UNASSIGNED" TO LS-NAME(WS-LOC-SLOT)
                   END-IF
               ELSE
                   ADD 1 TO LS-OVERFLOW
               END-IF
           END-IF.

      *EACH STORE-DAY OF THE TWO WEEKS (ITS DEPARTMENTS SUMMED INTO
      *THE TABLE 100-INITIALIZE ZEROED), THEN EACH STORE'S WEEK
      *ROLLED INTO ITS LOCATION (OR THE NOT-MAPPED TOTAL).
       200-LOAD-SALES.
           OPEN INPUT STORE-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ STORE-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 205-ONE-STORE-DAY
                   END-READ
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 10
               PERFORM VARYING WS-WEEK FROM 1 BY 1
                       UNTIL WS-WEEK > 2
                   MOVE 0 TO SS-TOTAL(WS-STORE-SUB, WS-WEEK)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       ADD SS-DAY-SALES(WS-STORE-SUB, WS-WEEK,
                           WS-DAY-SUB) TO
                           SS-TOTAL(WS-STORE-SUB, WS-WEEK)
                   END-PERFORM
                   IF SS-LOC-SLOT(WS-STORE-SUB) > 0
                       ADD SS-TOTAL(WS-STORE-SUB, WS-WEEK) TO
                           LS-SALES(SS-LOC-SLOT(WS-STORE-SUB),
                           WS-WEEK)
                   ELSE
                       ADD SS-TOTAL(WS-STORE-SUB, WS-WEEK) TO
                           WS-UNMAPPED-SALES(WS-WEEK)
                   END-IF
               END-PERFORM
           END-PERFORM.

       205-ONE-STORE-DAY.
           IF SH-WEEK-ENDING-X NUMERIC
                   AND SH-STORE NUMERIC
                   AND SH-STORE > 0 AND SH-STORE <= 10
                   AND SH-DOW NUMERIC
                   AND SH-DOW > 0 AND SH-DOW <= 7
               MOVE 0 TO WS-WEEK
               IF SH-WEEK-ENDING = WS-WEEK-ENDING
                   MOVE 1 TO WS-WEEK
               ELSE
                   MOVE SH-WEEK-ENDING TO WS-DATE-WORK
                   PERFORM 905-WORK-DATE-TO-SERIAL
                   IF WS-CAL-SERIAL = WS-END-SERIAL - 7
                       MOVE 2 TO WS-WEEK
                   END-IF
               END-IF
               IF WS-WEEK > 0
                   ADD SH-SALES TO
                       SS-DAY-SALES(SH-STORE, WS-WEEK, SH-DOW)
               END-IF
           END-IF.

      *A NIGHT'S LOCATION TOTALS, SLOTTED BY DAY - THE LAST RECORD
      *FOR A LOCATION AND DATE IS THE ONE THAT STANDS.
       210-LOAD-JOBS.
           OPEN INPUT LOC-HISTORY-FILE
           IF LH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ LOC-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF LH-DATE-X NUMERIC
                                   AND LH-LOC NOT = SPACES
                               MOVE LH-DATE TO WS-DATE-WORK
                               PERFORM 905-WORK-DATE-TO-SERIAL
                               PERFORM 215-SLOT-JOBS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOC-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-LOC-SLOT FROM 1 BY 1
                   UNTIL WS-LOC-SLOT > LS-LOC-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 14
                   IF WS-DAY-SUB > 7
                       ADD LS-JOBS-DAY(WS-LOC-SLOT, WS-DAY-SUB) TO
                           LS-JOBS(WS-LOC-SLOT, 1)
                   ELSE
                       ADD LS-JOBS-DAY(WS-LOC-SLOT, WS-DAY-SUB) TO
                           LS-JOBS(WS-LOC-SLOT, 2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       215-SLOT-JOBS.
           IF WS-CAL-SERIAL >= WS-FIRST-SERIAL
                   AND WS-CAL-SERIAL <= WS-END-SERIAL
               MOVE LH-LOC TO WS-LOOKUP-LOC
               PERFORM 150-FIND-LOCATION
               IF WS-LOC-SLOT > 0
                   COMPUTE WS-DAY-SLOT =
                       WS-CAL-SERIAL - WS-FIRST-SERIAL + 1
                   MOVE LH-TOTAL TO
                       LS-JOBS-DAY(WS-LOC-SLOT, WS-DAY-SLOT)
               END-IF
           END-IF.

      *ONE ABSENCE DAY PER PERSON PER DATE INSIDE THE TWO WEEKS,
      *UNDER THE LOCATION PRG02 POSTED IT TO.
       220-LOAD-ABSENCES.
           OPEN INPUT ABSENCE-DETAIL-FILE
           IF AD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ ABSENCE-DETAIL-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AD-EMP-ID-X NUMERIC
                                   AND AD-ABS-DATE-X NUMERIC
                               MOVE AD-ABS-DATE TO WS-DATE-WORK
                               PERFORM 905-WORK-DATE-TO-SERIAL
                               PERFORM 225-COUNT-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-DETAIL-FILE
           END-IF.

       225-COUNT-ABSENCE.
           IF WS-CAL-SERIAL >= WS-FIRST-SERIAL
                   AND WS-CAL-SERIAL <= WS-END-SERIAL
               MOVE "N" TO WS-SEEN-FOUND
               PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                       UNTIL WS-SEEN-SUB > AB-SEEN-COUNT
                          OR WS-SEEN-FOUND = "Y"
                   IF AB-EMP-ID(WS-SEEN-SUB) = AD-EMP-ID
                           AND AB-SERIAL(WS-SEEN-SUB) = WS-CAL-SERIAL
                       MOVE "Y" TO WS-SEEN-FOUND
                   END-IF
               END-PERFORM
               IF WS-SEEN-FOUND = "N"
                   IF AB-SEEN-COUNT < AB-MAX-SEEN
                       ADD 1 TO AB-SEEN-COUNT
                       MOVE AD-EMP-ID TO AB-EMP-ID(AB-SEEN-COUNT)
                       MOVE WS-CAL-SERIAL TO AB-SERIAL(AB-SEEN-COUNT)
                       MOVE AD-LOC-CODE TO WS-LOOKUP-LOC
                       PERFORM 150-FIND-LOCATION
                       IF WS-LOC-SLOT > 0
                           IF WS-CAL-SERIAL > WS-END-SERIAL - 7
                               ADD 1 TO LS-ABS-DAYS(WS-LOC-SLOT, 1)
                           ELSE
                               ADD 1 TO LS-ABS-DAYS(WS-LOC-SLOT, 2)
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO AB-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       300-ONE-LOCATION.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > 2
               MOVE LS-JOBS(WS-LOC-SLOT, WS-WEEK) TO
                   WS-LF-JOBS(WS-WEEK)
               MOVE LS-SALES(WS-LOC-SLOT, WS-WEEK) TO
                   WS-LF-SALES(WS-WEEK)
               MOVE LS-ABS-DAYS(WS-LOC-SLOT, WS-WEEK) TO
                   WS-LF-ABS(WS-WEEK)
               ADD LS-JOBS(WS-LOC-SLOT, WS-WEEK) TO
                   WS-TOT-JOBS(WS-WEEK)
               ADD LS-SALES(WS-LOC-SLOT, WS-WEEK) TO
                   WS-TOT-SALES(WS-WEEK)
               ADD LS-ABS-DAYS(WS-LOC-SLOT, WS-WEEK) TO
                   WS-TOT-ABS(WS-WEEK)
           END-PERFORM
           MOVE LS-CODE(WS-LOC-SLOT) TO DLS-LOC
           MOVE LS-NAME(WS-LOC-SLOT) TO DLS-NAME
           PERFORM 400-PRINT-BLOCK.

      *PRINTS THE FOUR-LINE BLOCK FOR WHATEVER IS IN WS-LINE-FIGURES,
      *DLS-LOC AND DLS-NAME ALREADY SET BY THE CALLER.
       400-PRINT-BLOCK.
           IF PC-LINES-USED + 5 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > 2
               IF WS-LF-JOBS(WS-WEEK) > 0
                   COMPUTE WS-LF-SPJ(WS-WEEK) ROUNDED =
                       WS-LF-SALES(WS-WEEK) / WS-LF-JOBS(WS-WEEK)
               ELSE
                   MOVE 0 TO WS-LF-SPJ(WS-WEEK)
               END-IF
           END-PERFORM

           MOVE "THIS" TO DLS-ROW
           MOVE 1 TO WS-WEEK
           PERFORM 410-WEEK-LINE
           WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 2
           MOVE SPACES TO DLS-NAME

           MOVE "PRIOR" TO DLS-ROW
           MOVE 2 TO WS-WEEK
           PERFORM 410-WEEK-LINE
           WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 1

           MOVE "CHANGE" TO DLS-ROW
           COMPUTE DLS-JOBS = WS-LF-JOBS(1) - WS-LF-JOBS(2)
           COMPUTE DLS-SALES = WS-LF-SALES(1) - WS-LF-SALES(2)
           COMPUTE DLS-ABS = WS-LF-ABS(1) - WS-LF-ABS(2)
           IF WS-LF-JOBS(1) > 0 AND WS-LF-JOBS(2) > 0
               COMPUTE DLS-SPJ = WS-LF-SPJ(1) - WS-LF-SPJ(2)
           ELSE
               MOVE "       N/A" TO DLS-SPJ-X
           END-IF
           WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 1

           MOVE "% CHG" TO DLS-ROW
           MOVE SPACES TO DLS-JOBS-X DLS-SALES-X DLS-ABS-X DLS-SPJ-X
           MOVE WS-LF-JOBS(1) TO WS-PCT-THIS
           MOVE WS-LF-JOBS(2) TO WS-PCT-PRIOR
           PERFORM 420-PERCENT
           MOVE WS-PCT-EDIT-X TO DLS-JOBS-X(4:6)
           MOVE WS-LF-SALES(1) TO WS-PCT-THIS
           MOVE WS-LF-SALES(2) TO WS-PCT-PRIOR
           PERFORM 420-PERCENT
           MOVE WS-PCT-EDIT-X TO DLS-SALES-X(9:6)
           MOVE WS-LF-ABS(1) TO WS-PCT-THIS
           MOVE WS-LF-ABS(2) TO WS-PCT-PRIOR
           PERFORM 420-PERCENT
           MOVE WS-PCT-EDIT-X TO DLS-ABS-X
           IF WS-LF-JOBS(1) > 0 AND WS-LF-JOBS(2) > 0
               MOVE WS-LF-SPJ(1) TO WS-PCT-THIS
               MOVE WS-LF-SPJ(2) TO WS-PCT-PRIOR
               PERFORM 420-PERCENT
               MOVE WS-PCT-EDIT-X TO DLS-SPJ-X(5:6)
           ELSE
               MOVE "       N/A" TO DLS-SPJ-X
           END-IF
           WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 1
           ADD 5 TO PC-LINES-USED.

      *SALES PER JOB MEANS NOTHING FOR A WEEK WITH NO JOBS - "N/A".
       410-WEEK-LINE.
           MOVE WS-LF-JOBS(WS-WEEK) TO DLS-JOBS
           MOVE WS-LF-SALES(WS-WEEK) TO DLS-SALES
           MOVE WS-LF-ABS(WS-WEEK) TO DLS-ABS
           IF WS-LF-JOBS(WS-WEEK) > 0
               MOVE WS-LF-SPJ(WS-WEEK) TO DLS-SPJ
           ELSE
               MOVE "       N/A" TO DLS-SPJ-X
           END-IF.

      *THE MOVE AS A PERCENT OF THE PRIOR WEEK - "N/A" WHEN THE PRIOR
      *WEEK HAD NOTHING TO MEASURE AGAINST, CAPPED AT 999.9 THE SAME
      *AS THE STORE REPORT'S YEAR-OVER-YEAR COLUMN.
       420-PERCENT.
           IF WS-PCT-PRIOR NOT > 0
               MOVE "   N/A" TO WS-PCT-EDIT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-THIS - WS-PCT-PRIOR) / WS-PCT-PRIOR * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
           END-IF.

      *ALL LOCATIONS TOGETHER, THEN THE SALES OF ANY STORE THE
      *CROSSWALK DOESN'T PLACE, SO THE SCORECARD'S SALES PLUS THE
      *NOT-MAPPED LINE ALWAYS EQUAL THE STORE RUN'S OWN TOTAL.
       800-TOTALS.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > 2
               MOVE WS-TOT-JOBS(WS-WEEK) TO WS-LF-JOBS(WS-WEEK)
               MOVE WS-TOT-SALES(WS-WEEK) TO WS-LF-SALES(WS-WEEK)
               MOVE WS-TOT-ABS(WS-WEEK) TO WS-LF-ABS(WS-WEEK)
           END-PERFORM
           MOVE SPACES TO DLS-LOC
           MOVE "TOTAL" TO DLS-NAME
           PERFORM 400-PRINT-BLOCK
           IF WS-UNMAPPED-SALES(1) NOT = 0
                   OR WS-UNMAPPED-SALES(2) NOT = 0
               MOVE SPACES TO DL-SCORE-LINE
               MOVE "NOT MAPPED" TO DLS-NAME
               MOVE "THIS" TO DLS-ROW
               MOVE WS-UNMAPPED-SALES(1) TO DLS-SALES
               WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 2
               MOVE SPACES TO DL-SCORE-LINE
               MOVE "PRIOR" TO DLS-ROW
               MOVE WS-UNMAPPED-SALES(2) TO DLS-SALES
               WRITE PRINT-RECORD FROM DL-SCORE-LINE AFTER 1
               PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                       UNTIL WS-STORE-SUB > 10
                   IF SS-LOC-SLOT(WS-STORE-SUB) = 0
                           AND (SS-TOTAL(WS-STORE-SUB, 1) NOT = 0
                           OR SS-TOTAL(WS-STORE-SUB, 2) NOT = 0)
                       MOVE WS-STORE-SUB TO UL-STORE
                       WRITE PRINT-RECORD FROM UL-UNMAPPED-LINE
                           AFTER 1
                   END-IF
               END-PERFORM
           END-IF
           IF WS-XWALK-DUPLICATES > 0 OR WS-XWALK-BAD > 0
               MOVE WS-XWALK-DUPLICATES TO TL-DUPLICATES
               MOVE WS-XWALK-BAD TO TL-BAD
               WRITE PRINT-RECORD FROM TL-XWALK-LINE AFTER 2
           END-IF
           IF WS-TOT-SALES(1) = 0 AND WS-UNMAPPED-SALES(1) = 0
               MOVE "NO STORE SALES ON FILE FOR THIS WEEK" TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           END-IF.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE 2 TO PC-LINES-USED
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           ADD 2 TO PC-LINES-USED.

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
           IF LS-OVERFLOW > 0
               MOVE "LOCATION TABLE" TO OV-TABLE-NAME
               MOVE LS-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "LOCSCORE LOCATION TABLE OVERFLOW - "
                   LS-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF AB-OVERFLOW > 0
               MOVE "ABSENCE TABLE" TO OV-TABLE-NAME
               MOVE AB-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "LOCSCORE ABSENCE TABLE OVERFLOW - "
                   AB-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="LOCSCORE"==.

       COPY PROCDTIO.
