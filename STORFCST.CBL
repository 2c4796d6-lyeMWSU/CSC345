      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   FOUR-WEEK STORE SALES FORECAST, BY STORE AND DAY
      *            OF THE WEEK, OFF THE STORHIST.TXT HISTORY THE
      *            STORE RUN APPENDS. THE FOUR WEEKS ARE THE ONES
      *            AFTER THE WEEK HOLDING THE PROCESSING DATE. EACH
      *            STORE/DAY STARTS FROM THE SAME WEEK LAST YEAR
      *            (WEEK ENDING 364 DAYS BACK, GIVE OR TAKE THE ODD
      *            CALENDAR) AND IS SCALED BY THE STORE'S TREND -
      *            ITS LAST 8 COMPLETED WEEKS AGAINST THE SAME 8
      *            WEEKS A YEAR EARLIER, HELD TO 50%-150% SO ONE
      *            ODD WEEK CAN'T RUN AWAY WITH IT. A STORE WITH NO
      *            LAST-YEAR WEEK FALLS BACK TO ITS RECENT AVERAGE
      *            FOR THE DAY. A WEEK WITH A WEEKDAY MISSING FROM
      *            THE BUSINESS CALENDAR (PROCCAL.TXT) IS FLAGGED AS
      *            A HOLIDAY WEEK - THE FORECAST ISN'T ADJUSTED FOR
      *            IT, THE STORE MANAGER IS.
      *            THE FORECAST ALSO GOES OUT AS A SUGGESTED PLAN,
      *            STORPLNS.TXT, IN THE STORPLAN.TXT LAYOUT THE STORE
      *            RUN READS (STORE, YYYYMM, WEEKLY AMOUNT - THE
      *            AVERAGE OF THE FORECAST WEEKS ENDING IN THAT
      *            MONTH). THE PLANNER EDITS IT AND COPIES THE LINES
      *            ACROSS INSTEAD OF KEYING THE PLAN FROM SCRATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORE-HISTORY-FILE
           ASSIGN USING WS-STORHST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SH-FILE-STATUS.

      *THE OPERATOR-MAINTAINED BUSINESS CALENDAR CALRSLV.CBL READS -
      *ONE RECORD PER BUSINESS DATE. A WEEKDAY INSIDE THE CALENDAR'S
      *RANGE THAT ISN'T ON IT IS A HOLIDAY.
           SELECT CALENDAR-FILE
           ASSIGN TO "PROCCAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

      *STORE NAMES FOR THE REPORT - THE SAME MASTER THE STORE RUN
      *LOADS. NO FILE JUST PRINTS THE STORE NUMBER.
           SELECT STORE-MASTER-FILE
           ASSIGN TO "STORMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SM-FILE-STATUS.

      *THE SUGGESTED PLAN - REWRITTEN EVERY RUN.
           SELECT SUGGESTED-PLAN-FILE
           ASSIGN USING WS-STORPLNS-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SP-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "STORFCST.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" READS THE REHEARSAL
      *HISTORY AND LEAVES THE SUGGESTED PLAN IN A TEST COPY.
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

      *THE OFFICIAL PROCESSING DATE - THE FORECAST WEEKS COUNT FROM
      *THE WEEK HOLDING IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-WEEK-ENDING          PIC 9(8).
           05  SH-STORE                PIC 99.
           05  SH-DOW                  PIC 9.
           05  SH-SALES                PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DEPT                 PIC XX.

       FD  CALENDAR-FILE.
       01  CA-RECORD.
           05  CA-DATE                 PIC X(8).
           05  FILLER                  PIC X.
           05  CA-MARKER               PIC X(4).

       FD  STORE-MASTER-FILE.
       01  SM-RECORD.
           05  SM-STORE                PIC 99.
           05  SM-NAME                 PIC X(14).
           05  SM-REGION               PIC X(10).

      *THE SAME LAYOUT AS STORPLAN.TXT.
       FD  SUGGESTED-PLAN-FILE.
       01  SP-RECORD.
           05  SP-STORE                PIC 99.
           05  SP-MONTH                PIC 9(6).
           05  SP-AMOUNT               PIC 9(7)V99.

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

       COPY RUNLOG.

       01  WS-FILE-NAMES.
           05  WS-STORHST-NAME         PIC X(12) VALUE
               "STORHIST.TXT".
           05  WS-STORPLNS-NAME        PIC X(12) VALUE
               "STORPLNS.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  SH-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  SM-FILE-STATUS          PIC XX.
           05  SP-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

      *HOW MANY COMPLETED WEEKS THE TREND LOOKS BACK OVER, AND THE
      *LIMITS IT IS HELD TO.
       01  WS-TREND-WEEKS              PIC 99 VALUE 8.
       01  WS-TREND-FLOOR              PIC 9V999 VALUE 0.500.
       01  WS-TREND-CEILING            PIC 9V999 VALUE 1.500.

      *ANY YYYYMMDD DATE BROKEN OUT FOR 910-DATE-TO-SERIAL.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL CLASS_EXAMPLE.CBL
      *USES (GOOD FOR 1900-2099), SO WEEKS COUNT BACK ACROSS ANY
      *MONTH OR YEAR END BY PLAIN SUBTRACTION.
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

       01  DN-DAY-NAMES-X.
           05                          PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  DN-DAY-NAMES REDEFINES DN-DAY-NAMES-X.
           05  DN-DAY-NAME OCCURS 7 TIMES
                                       PIC X(3).

      *THE WEEK HOLDING THE PROCESSING DATE ENDS ON WS-CUR-WE-SERIAL;
      *THE LAST COMPLETED WEEK ENDS ON WS-LAST-WE-SERIAL (THE SAME
      *DAY WHEN THE PROCESSING DATE IS ITSELF A SUNDAY).
       01  WS-WEEK-CONTROLS.
           05  WS-PROC-SERIAL          PIC 9(7).
           05  WS-CUR-WE-SERIAL        PIC 9(7).
           05  WS-LAST-WE-SERIAL       PIC 9(7).
           05  WS-HIST-SERIAL          PIC 9(7).
           05  WS-DIFF                 PIC S9(7).
           05  WS-RECENT-LIMIT         PIC 9(4).

      *THE FOUR FORECAST WEEKS - WEEK-ENDING DATE AND SERIAL, THE
      *HOLIDAY FLAG, AND THE WEEKDAYS THAT MAKE IT ONE.
       01  FW-FORECAST-WEEKS.
           05  FW-WEEK OCCURS 4 TIMES.
               10  FW-DATE             PIC 9(8).
               10  FW-SERIAL           PIC 9(7).
               10  FW-HOLIDAY          PIC X.
                   88  FW-HOLIDAY-WEEK VALUE "Y".
               10  FW-HOLIDAY-DAYS     PIC X(20).
               10  FW-PAST-CALENDAR    PIC X.

      *BY STORE: LAST YEAR'S SALES FOR EACH FORECAST WEEK BY DAY,
      *THE RECENT WEEKS BY DAY (FOR THE FALLBACK), THE TREND WINDOW
      *NOW AND A YEAR AGO, AND WHICH RECENT WEEKS HAD ANY HISTORY.
       01  HS-HISTORY-TABLE VALUE ZERO.
           05  HS-STORE OCCURS 10 TIMES.
               10  HS-LY-WEEK OCCURS 4 TIMES.
                   15  HS-LY-SALES OCCURS 7 TIMES
                                       PIC S9(7)V99.
                   15  HS-LY-FOUND     PIC 9.
               10  HS-RECENT-DAY OCCURS 7 TIMES
                                       PIC S9(8)V99.
               10  HS-RECENT-SEEN OCCURS 8 TIMES
                                       PIC 9.
               10  HS-RECENT-TOTAL     PIC S9(9)V99.
               10  HS-PRIOR-TOTAL      PIC S9(9)V99.
               10  HS-TREND            PIC 9V999.
               10  HS-RECENT-WEEKS     PIC 9.
               10  HS-FCST-WEEK OCCURS 4 TIMES
                                       PIC S9(8)V99.

       01  SM-STORE-TABLE.
           05  SM-T-NAME OCCURS 10 TIMES
                                       PIC X(14) VALUE SPACES.

      *BUSINESS DATES OFF PROCCAL.TXT AS DAY SERIALS, WITH THE RANGE
      *THE CALENDAR COVERS - OUTSIDE IT A WEEKDAY COUNTS AS WORKED.
       01  CT-MAX-DATES                PIC 9(4) VALUE 2000.
       01  CT-DATE-COUNT               PIC 9(4) VALUE 0.
       01  CT-OVERFLOW                 PIC 9(3) VALUE 0.
       01  CT-FIRST-SERIAL             PIC 9(7) VALUE 9999999.
       01  CT-LAST-SERIAL              PIC 9(7) VALUE 0.

       01  CT-CALENDAR-TABLE.
           05  CT-SERIAL OCCURS 2000 TIMES
                                       PIC 9(7).

      *WHAT KIND OF DAY WS-TEST-SERIAL IS - 930-DAY-TYPE SETS IT.
       01  WS-DAY-CHECK.
           05  WS-TEST-SERIAL          PIC 9(7).
           05  WS-DAY-TYPE             PIC X.
               88  BUSINESS-DAY        VALUE "B".
               88  WEEKEND-DAY         VALUE "W".
               88  HOLIDAY-DAY         VALUE "H".

       01  WS-SUBS.
           05  WS-SUB                  PIC 9(4).
           05  WS-STORE-SUB            PIC 99.
           05  WS-WEEK-SUB             PIC 9.
           05  WS-DAY-SUB              PIC 9.
           05  WS-SLOT                 PIC 99.
           05  WS-PTR                  PIC 99.

       01  WS-FORECAST-WORK.
           05  WS-DAY-FCST             PIC S9(7)V99.
           05  WS-WEEK-FCST            PIC S9(8)V99.
           05  WS-BASIS                PIC X(6).
           05  WS-TREND-PCT            PIC S9(3)V9.
           05  WS-MONTH                PIC 9(6).
           05  WS-MONTH-TOTAL          PIC S9(9)V99.
           05  WS-MONTH-WEEKS          PIC 9.
           05  WS-HISTORY-COUNT        PIC 9(7) VALUE 0.
           05  WS-PLAN-COUNT           PIC 9(4) VALUE 0.

       01  TW-WEEK-TOTALS.
           05  TW-DAY-TOTAL OCCURS 7 TIMES
                                       PIC S9(8)V99.
           05  TW-WEEK-TOTAL           PIC S9(9)V99.

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99  VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(30) VALUE
               "FOUR-WEEK STORE SALES FORECAST".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "STORFCST".

       01  WL-WEEK-LINE.
           05                          PIC X(12) VALUE
               "WEEK ENDING ".
           05  WL-YYYY                 PIC 9(4).
           05                          PIC X     VALUE "/".
           05  WL-MM                   PIC 99.
           05                          PIC X     VALUE "/".
           05  WL-DD                   PIC 99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WL-FLAG                 PIC X(45).

       01  CH-COLUMN-HEADING.
           05                          PIC X(18) VALUE "STORE".
           05                          PIC X(7)  VALUE "   MON ".
           05                          PIC X(7)  VALUE "   TUE ".
           05                          PIC X(7)  VALUE "   WED ".
           05                          PIC X(7)  VALUE "   THU ".
           05                          PIC X(7)  VALUE "   FRI ".
           05                          PIC X(7)  VALUE "   SAT ".
           05                          PIC X(7)  VALUE "   SUN ".
           05                          PIC X(7)  VALUE "  TOTAL".
           05                          PIC X(9)  VALUE "    TREND".
           05                          PIC X(8)  VALUE "  BASIS".

      *WHOLE DOLLARS - A FORECAST TO THE PENNY WOULD CLAIM A
      *PRECISION IT DOESN'T HAVE.
       01  DL-DETAIL-LINE.
           05  DL-STORE-NUM            PIC Z9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-STORE-NAME           PIC X(14).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-DAY-AREA OCCURS 7 TIMES.
               10  DL-DAY              PIC ZZ,ZZ9.
               10  FILLER              PIC X.
           05  DL-TOTAL                PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-TREND-AREA.
               10  DL-TREND            PIC +ZZ9.9.
               10                      PIC X     VALUE "%".
           05  DL-TREND-X REDEFINES DL-TREND-AREA
                                       PIC X(7).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-BASIS                PIC X(6).

       01  TL-TOTAL-LINE.
           05                          PIC X(18) VALUE "  TOTAL".
           05  TL-DAY-AREA OCCURS 7 TIMES.
               10  TL-DAY              PIC ZZ,ZZ9.
               10  FILLER              PIC X.
           05  TL-TOTAL                PIC ZZZ,ZZ9.

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(60).

       01  PT-PLAN-TOTAL-LINE.
           05                          PIC X(30) VALUE
               "SUGGESTED PLAN LINES WRITTEN:".
           05  PT-COUNT                PIC ZZZ9.
           05                          PIC X(4)  VALUE " TO ".
           05  PT-FILE-NAME            PIC X(12).

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
               MOVE "STORHSTT.TXT" TO WS-STORHST-NAME
               MOVE "STORPLNT.TXT" TO WS-STORPLNS-NAME
               DISPLAY "STORFCST - TEST RUN - REHEARSAL HISTORY, "
                   "TEST PLAN FILE"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-HISTORY
           PERFORM 300-SET-TRENDS
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 10
           PERFORM 400-FORECAST-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4
           PERFORM 500-WRITE-PLAN-FILE
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

      *THE FORECAST WEEKS ARE LAID OUT FROM THE PROCESSING DATE:
      *WALK FORWARD TO THIS WEEK'S SUNDAY, THEN A WEEK AT A TIME.
       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           OPEN OUTPUT PRINT-FILE
           PERFORM 110-LOAD-CALENDAR
           PERFORM 120-LOAD-STORE-MASTER
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-PROC-SERIAL
           COMPUTE WS-CUR-WE-SERIAL =
               WS-PROC-SERIAL + 7 - WS-CAL-DOW
           IF WS-CAL-DOW = 7
               MOVE WS-PROC-SERIAL TO WS-LAST-WE-SERIAL
           ELSE
               COMPUTE WS-LAST-WE-SERIAL =
                   WS-PROC-SERIAL - WS-CAL-DOW
           END-IF
           COMPUTE WS-RECENT-LIMIT = WS-TREND-WEEKS * 7 - 1
           COMPUTE WS-ADD-DAYS = 7 - WS-CAL-DOW
           PERFORM 920-ADD-DAYS-TO-DATE
           MOVE 7 TO WS-ADD-DAYS
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 4
               PERFORM 920-ADD-DAYS-TO-DATE
               COMPUTE FW-DATE(WS-WEEK-SUB) =
                   WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + WS-CAL-DD
               COMPUTE FW-SERIAL(WS-WEEK-SUB) =
                   WS-CUR-WE-SERIAL + 7 * WS-WEEK-SUB
               PERFORM 130-CHECK-HOLIDAYS
           END-PERFORM.

      *NO CALENDAR ON DISK LEAVES THE TABLE EMPTY - 930-DAY-TYPE THEN
      *GOES BY THE DAY OF THE WEEK ALONE AND NO WEEK IS FLAGGED.
       110-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CA-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF CA-DATE NUMERIC
                               PERFORM 112-LOAD-ONE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       112-LOAD-ONE-DATE.
           IF CT-DATE-COUNT < CT-MAX-DATES
               ADD 1 TO CT-DATE-COUNT
               MOVE CA-DATE TO WS-DATE-WORK
               PERFORM 910-DATE-TO-SERIAL
               MOVE WS-CAL-SERIAL TO CT-SERIAL(CT-DATE-COUNT)
               IF WS-CAL-SERIAL < CT-FIRST-SERIAL
                   MOVE WS-CAL-SERIAL TO CT-FIRST-SERIAL
               END-IF
               IF WS-CAL-SERIAL > CT-LAST-SERIAL
                   MOVE WS-CAL-SERIAL TO CT-LAST-SERIAL
               END-IF
           ELSE
               ADD 1 TO CT-OVERFLOW
           END-IF.

       120-LOAD-STORE-MASTER.
           OPEN INPUT STORE-MASTER-FILE
           IF SM-FILE-STATUS = "00"
               PERFORM UNTIL SM-FILE-STATUS NOT = "00"
                   READ STORE-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SM-STORE NUMERIC
                                   AND SM-STORE > 0
                                   AND SM-STORE <= 10
                               MOVE SM-NAME TO SM-T-NAME(SM-STORE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-FILE
           END-IF.

      *MONDAY THROUGH FRIDAY OF THE FORECAST WEEK AGAINST THE
      *CALENDAR. A WEEK RUNNING PAST THE END OF THE CALENDAR CAN'T
      *BE CHECKED AND SAYS SO INSTEAD.
       130-CHECK-HOLIDAYS.
           MOVE "N" TO FW-HOLIDAY(WS-WEEK-SUB)
           MOVE "N" TO FW-PAST-CALENDAR(WS-WEEK-SUB)
           MOVE SPACES TO FW-HOLIDAY-DAYS(WS-WEEK-SUB)
           MOVE 1 TO WS-PTR
           IF CT-DATE-COUNT > 0
                   AND FW-SERIAL(WS-WEEK-SUB) > CT-LAST-SERIAL
               MOVE "Y" TO FW-PAST-CALENDAR(WS-WEEK-SUB)
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 5
               COMPUTE WS-TEST-SERIAL =
                   FW-SERIAL(WS-WEEK-SUB) - 7 + WS-DAY-SUB
               PERFORM 930-DAY-TYPE
               IF HOLIDAY-DAY
                   MOVE "Y" TO FW-HOLIDAY(WS-WEEK-SUB)
                   STRING DN-DAY-NAME(WS-DAY-SUB) " "
                       DELIMITED BY SIZE
                       INTO FW-HOLIDAY-DAYS(WS-WEEK-SUB)
                       WITH POINTER WS-PTR
               END-IF
           END-PERFORM.

      *ONE PASS OVER THE HISTORY. A RECORD CAN LAND IN THE RECENT
      *TREND WINDOW, THE SAME WINDOW A YEAR BACK, OR LAST YEAR'S
      *VERSION OF ONE OF THE FORECAST WEEKS - THE THREE DON'T
      *OVERLAP.
       200-LOAD-HISTORY.
           OPEN INPUT STORE-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ STORE-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-ONE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF.

       210-ONE-HISTORY-RECORD.
           IF SH-STORE NUMERIC AND SH-STORE > 0 AND SH-STORE <= 10
                   AND SH-DOW NUMERIC AND SH-DOW > 0 AND SH-DOW <= 7
                   AND SH-WEEK-ENDING NUMERIC
               MOVE SH-WEEK-ENDING TO WS-DATE-WORK
               IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                       AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
                   ADD 1 TO WS-HISTORY-COUNT
                   PERFORM 910-DATE-TO-SERIAL
                   MOVE WS-CAL-SERIAL TO WS-HIST-SERIAL
                   PERFORM 220-PLACE-HISTORY
               END-IF
           END-IF.

       220-PLACE-HISTORY.
           COMPUTE WS-DIFF = WS-LAST-WE-SERIAL - WS-HIST-SERIAL
           IF WS-DIFF >= 0 AND WS-DIFF <= WS-RECENT-LIMIT
               ADD SH-SALES TO HS-RECENT-TOTAL(SH-STORE)
               ADD SH-SALES TO HS-RECENT-DAY(SH-STORE, SH-DOW)
               COMPUTE WS-SLOT = WS-DIFF / 7 + 1
               MOVE 1 TO HS-RECENT-SEEN(SH-STORE, WS-SLOT)
           END-IF
           IF WS-DIFF >= 361 AND WS-DIFF <= WS-RECENT-LIMIT + 367
               ADD SH-SALES TO HS-PRIOR-TOTAL(SH-STORE)
           END-IF
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 4
               COMPUTE WS-DIFF =
                   FW-SERIAL(WS-WEEK-SUB) - WS-HIST-SERIAL
               IF WS-DIFF >= 361 AND WS-DIFF <= 367
                   ADD SH-SALES TO
                       HS-LY-SALES(SH-STORE, WS-WEEK-SUB, SH-DOW)
                   MOVE 1 TO HS-LY-FOUND(SH-STORE, WS-WEEK-SUB)
               END-IF
           END-PERFORM.

      *THE STORE'S TREND FACTOR - RECENT WEEKS OVER THE SAME WEEKS A
      *YEAR BACK, HELD INSIDE THE FLOOR AND CEILING. NO HISTORY A
      *YEAR BACK LEAVES IT AT 1.000 (NO ADJUSTMENT).
       300-SET-TRENDS.
           MOVE 1 TO HS-TREND(WS-STORE-SUB)
           IF HS-PRIOR-TOTAL(WS-STORE-SUB) > 0
                   AND HS-RECENT-TOTAL(WS-STORE-SUB) > 0
               COMPUTE HS-TREND(WS-STORE-SUB) ROUNDED =
                   HS-RECENT-TOTAL(WS-STORE-SUB)
                   / HS-PRIOR-TOTAL(WS-STORE-SUB)
                   ON SIZE ERROR
                       MOVE WS-TREND-CEILING TO HS-TREND(WS-STORE-SUB)
               END-COMPUTE
               IF HS-TREND(WS-STORE-SUB) < WS-TREND-FLOOR
                   MOVE WS-TREND-FLOOR TO HS-TREND(WS-STORE-SUB)
               END-IF
               IF HS-TREND(WS-STORE-SUB) > WS-TREND-CEILING
                   MOVE WS-TREND-CEILING TO HS-TREND(WS-STORE-SUB)
               END-IF
           END-IF
           MOVE 0 TO HS-RECENT-WEEKS(WS-STORE-SUB)
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-TREND-WEEKS
               ADD HS-RECENT-SEEN(WS-STORE-SUB, WS-SLOT)
                   TO HS-RECENT-WEEKS(WS-STORE-SUB)
           END-PERFORM.

      *ONE PAGE PER FORECAST WEEK - ITS HOLIDAY FLAG, ONE LINE PER
      *STORE WITH ANYTHING TO FORECAST, AND THE DAY TOTALS.
       400-FORECAST-WEEK.
           PERFORM 850-HEADINGS
           MOVE FW-DATE(WS-WEEK-SUB) TO WS-DATE-WORK
           MOVE WS-DATE-YYYY TO WL-YYYY
           MOVE WS-DATE-MM TO WL-MM
           MOVE WS-DATE-DD TO WL-DD
           MOVE SPACES TO WL-FLAG
           EVALUATE TRUE
               WHEN FW-HOLIDAY-WEEK(WS-WEEK-SUB)
                   STRING "** HOLIDAY WEEK - "
                       FW-HOLIDAY-DAYS(WS-WEEK-SUB)
                       DELIMITED BY SIZE INTO WL-FLAG
               WHEN FW-PAST-CALENDAR(WS-WEEK-SUB) = "Y"
                   MOVE "CALENDAR ENDS BEFORE THIS WEEK - NOT CHECKED"
                       TO WL-FLAG
               WHEN CT-DATE-COUNT = 0
                   MOVE "NO PROCCAL.TXT - HOLIDAYS NOT CHECKED"
                       TO WL-FLAG
           END-EVALUATE
           WRITE PRINT-RECORD FROM WL-WEEK-LINE AFTER 1
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           INITIALIZE TW-WEEK-TOTALS
           PERFORM 410-STORE-LINE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 10
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE TW-DAY-TOTAL(WS-DAY-SUB) TO TL-DAY(WS-DAY-SUB)
           END-PERFORM
           MOVE TW-WEEK-TOTAL TO TL-TOTAL
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           IF WS-HISTORY-COUNT = 0
               MOVE "NO STORE HISTORY ON FILE - NOTHING TO FORECAST"
                   TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           END-IF.

      *LAST YEAR'S DAY TIMES THE TREND WHEN LAST YEAR'S WEEK IS ON
      *FILE; OTHERWISE THE DAY'S AVERAGE OVER THE RECENT WEEKS THAT
      *HAD ANY HISTORY. A STORE WITH NEITHER ISN'T PRINTED.
       410-STORE-LINE.
           EVALUATE TRUE
               WHEN HS-LY-FOUND(WS-STORE-SUB, WS-WEEK-SUB) = 1
                   MOVE "LY" TO WS-BASIS
               WHEN HS-RECENT-WEEKS(WS-STORE-SUB) > 0
                   MOVE "RECENT" TO WS-BASIS
               WHEN OTHER
                   MOVE SPACES TO WS-BASIS
           END-EVALUATE
           IF WS-BASIS NOT = SPACES
               MOVE 0 TO WS-WEEK-FCST
               PERFORM 420-DAY-FORECAST
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-WEEK-FCST TO
                   HS-FCST-WEEK(WS-STORE-SUB, WS-WEEK-SUB)
               ADD WS-WEEK-FCST TO TW-WEEK-TOTAL
               MOVE WS-STORE-SUB TO DL-STORE-NUM
               MOVE SM-T-NAME(WS-STORE-SUB) TO DL-STORE-NAME
               MOVE WS-WEEK-FCST TO DL-TOTAL
               IF WS-BASIS = "LY"
                   COMPUTE WS-TREND-PCT =
                       (HS-TREND(WS-STORE-SUB) - 1) * 100
                   MOVE WS-TREND-PCT TO DL-TREND
                   MOVE "%" TO DL-TREND-X(7:1)
               ELSE
                   MOVE "    N/A" TO DL-TREND-X
               END-IF
               MOVE WS-BASIS TO DL-BASIS
               WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
           END-IF.

       420-DAY-FORECAST.
           IF WS-BASIS = "LY"
               COMPUTE WS-DAY-FCST ROUNDED =
                   HS-LY-SALES(WS-STORE-SUB, WS-WEEK-SUB, WS-DAY-SUB)
                   * HS-TREND(WS-STORE-SUB)
           ELSE
               COMPUTE WS-DAY-FCST ROUNDED =
                   HS-RECENT-DAY(WS-STORE-SUB, WS-DAY-SUB)
                   / HS-RECENT-WEEKS(WS-STORE-SUB)
           END-IF
           IF WS-DAY-FCST < 0
               MOVE 0 TO WS-DAY-FCST
           END-IF
           MOVE WS-DAY-FCST TO DL-DAY(WS-DAY-SUB)
           ADD WS-DAY-FCST TO WS-WEEK-FCST
           ADD WS-DAY-FCST TO TW-DAY-TOTAL(WS-DAY-SUB).

      *ONE LINE PER STORE PER MONTH THE FORECAST WEEKS END IN - THE
      *MONTH'S WEEKLY PLAN IS THE AVERAGE OF ITS FORECAST WEEKS,
      *THE SAME "WEEKLY AMOUNT FOR THE MONTH" STORPLAN.TXT CARRIES.
       500-WRITE-PLAN-FILE.
           OPEN OUTPUT SUGGESTED-PLAN-FILE
           PERFORM 510-STORE-PLAN-LINES
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 10
           CLOSE SUGGESTED-PLAN-FILE
           MOVE WS-PLAN-COUNT TO PT-COUNT
           MOVE WS-STORPLNS-NAME TO PT-FILE-NAME
           WRITE PRINT-RECORD FROM PT-PLAN-TOTAL-LINE AFTER 3.

      *THE FORECAST WEEKS RUN IN DATE ORDER, SO A STORE'S MONTHS
      *COME OUT ONE AFTER ANOTHER - A CHANGE OF MONTH CLOSES THE
      *PREVIOUS ONE OFF.
       510-STORE-PLAN-LINES.
           MOVE 0 TO WS-MONTH
           MOVE 0 TO WS-MONTH-TOTAL
           MOVE 0 TO WS-MONTH-WEEKS
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 4
               IF FW-DATE(WS-WEEK-SUB) / 100 NOT = WS-MONTH
                   PERFORM 520-WRITE-PLAN-LINE
                   COMPUTE WS-MONTH = FW-DATE(WS-WEEK-SUB) / 100
                   MOVE 0 TO WS-MONTH-TOTAL
                   MOVE 0 TO WS-MONTH-WEEKS
               END-IF
               ADD HS-FCST-WEEK(WS-STORE-SUB, WS-WEEK-SUB)
                   TO WS-MONTH-TOTAL
               ADD 1 TO WS-MONTH-WEEKS
           END-PERFORM
           PERFORM 520-WRITE-PLAN-LINE.

       520-WRITE-PLAN-LINE.
           IF WS-MONTH-WEEKS > 0 AND WS-MONTH-TOTAL > 0
               MOVE WS-STORE-SUB TO SP-STORE
               MOVE WS-MONTH TO SP-MONTH
               COMPUTE SP-AMOUNT ROUNDED =
                   WS-MONTH-TOTAL / WS-MONTH-WEEKS
               WRITE SP-RECORD
               ADD 1 TO WS-PLAN-COUNT
           END-IF.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER 1.

      *DAY SERIAL AND DAY-OF-WEEK (1 MONDAY THRU 7 SUNDAY) FOR
      *WS-DATE-WORK - THE SAME 367/275 FORMULA AS CLASS_EXAMPLE.CBL,
      *EACH COMPUTE CARRYING ONE DIVISION SO THE TRUNCATION LANDS
      *WHERE THE FORMULA NEEDS IT.
       910-DATE-TO-SERIAL.
           MOVE WS-DATE-YYYY TO WS-CAL-YYYY
           MOVE WS-DATE-MM TO WS-CAL-MM
           MOVE WS-DATE-DD TO WS-CAL-DD
           COMPUTE WS-CAL-T1 = (WS-CAL-MM + 9) / 12
           COMPUTE WS-CAL-T2 = (WS-CAL-YYYY + WS-CAL-T1) * 7 / 4
           COMPUTE WS-CAL-T3 = 275 * WS-CAL-MM / 9
           COMPUTE WS-CAL-SERIAL = 367 * WS-CAL-YYYY - WS-CAL-T2
               + WS-CAL-T3 + WS-CAL-DD
           PERFORM 915-SERIAL-TO-DOW.

      *THE SERIAL'S REMAINDER MOD 7 MAPS 6 TO MONDAY.
       915-SERIAL-TO-DOW.
           DIVIDE WS-CAL-SERIAL BY 7
               GIVING WS-CAL-QUOT
               REMAINDER WS-CAL-REM
           IF WS-CAL-REM = 6
               MOVE 1 TO WS-CAL-DOW
           ELSE
               COMPUTE WS-CAL-DOW = WS-CAL-REM + 2
           END-IF.

      *WALKS WS-CAL-YYYY/MM/DD FORWARD WS-ADD-DAYS DAYS (NEVER MORE
      *THAN SEVEN HERE), ROLLING MONTH AND YEAR AS NEEDED.
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

      *WS-TEST-SERIAL IS A WORKED DAY, A WEEKEND, OR A HOLIDAY.
      *INSIDE THE CALENDAR'S RANGE A DAY IS WORKED ONLY IF IT IS ON
      *THE CALENDAR; OUTSIDE IT (OR WITH NO CALENDAR) EVERY WEEKDAY
      *IS WORKED. THE SAME RULE ATTNPAT.CBL APPLIES.
       930-DAY-TYPE.
           MOVE WS-TEST-SERIAL TO WS-CAL-SERIAL
           PERFORM 915-SERIAL-TO-DOW
           IF CT-DATE-COUNT > 0
                   AND WS-TEST-SERIAL >= CT-FIRST-SERIAL
                   AND WS-TEST-SERIAL <= CT-LAST-SERIAL
               MOVE "H" TO WS-DAY-TYPE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > CT-DATE-COUNT
                          OR BUSINESS-DAY
                   IF CT-SERIAL(WS-SUB) = WS-TEST-SERIAL
                       MOVE "B" TO WS-DAY-TYPE
                   END-IF
               END-PERFORM
               IF HOLIDAY-DAY AND WS-CAL-DOW > 5
                   MOVE "W" TO WS-DAY-TYPE
               END-IF
           ELSE
               IF WS-CAL-DOW > 5
                   MOVE "W" TO WS-DAY-TYPE
               ELSE
                   MOVE "B" TO WS-DAY-TYPE
               END-IF
           END-IF.

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

      *A CALENDAR TOO BIG FOR THE TABLE SAYS SO ON THE REPORT AND
      *ENDS THE RUN NONZERO.
       950-CHECK-OVERFLOWS.
           IF CT-OVERFLOW > 0
               MOVE "CALENDAR TABLE" TO OV-TABLE-NAME
               MOVE CT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "STORFCST CALENDAR TABLE OVERFLOW - "
                   CT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="STORFCST"==.

       COPY PROCDTIO.
