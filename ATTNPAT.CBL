      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   ATTENDANCE-PATTERN REPORT FOR SUPERVISORS. RUNS
      *            RIGHT BEHIND PRG02 SO IT LANDS WITH TONIGHT'S
      *            WARNING LETTERS. READS BACK THE DATED ABSENCES
      *            PRG02 APPENDS TO ABSDTL.TXT FOR THE LAST 90 DAYS
      *            AND, PERSON BY PERSON, FLAGS:
      *              - WEEKEND-ADJACENT ABSENCES - OUT THE BUSINESS
      *                DAY BEFORE OR AFTER A WEEKEND
      *              - HOLIDAY-ADJACENT ABSENCES - OUT NEXT TO A
      *                WEEKDAY THE BUSINESS CALENDAR (PROCCAL.TXT)
      *                DOESN'T CARRY
      *              - RUNS OF ABSENCES ON CONSECUTIVE BUSINESS DAYS
      *            ONLY PEOPLE WITH A PATTERN, OR WITH A WARNING
      *            LETTER GOING OUT TONIGHT (THE CODE-00 ENTRIES
      *            PRG02 JUST WROTE TO EXCUSHST.TXT), ARE PRINTED.
      *            EVERY LINE OF A PERSON'S BLOCK LEADS WITH THEIR
      *            HOME LOCATION CODE SO DISTRIB CAN BUNDLE THE
      *            REPORT BY LOCATION. WITH NO CALENDAR ON DISK,
      *            SATURDAY AND SUNDAY ARE THE ONLY DAYS OFF AND NO
      *            HOLIDAYS ARE FLAGGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNPAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *THE OPERATOR-MAINTAINED BUSINESS CALENDAR CALRSLV.CBL READS -
      *ONE RECORD PER BUSINESS DATE. A WEEKDAY INSIDE THE CALENDAR'S
      *RANGE THAT ISN'T ON IT IS A HOLIDAY.
           SELECT CALENDAR-FILE
           ASSIGN TO "PROCCAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - THE 90-DAY WINDOW ENDS ON IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

           SELECT EMP-MASTER-FILE
           ASSIGN "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *EXCUSE NAMES FOR THE DETAIL LINES - A MISSING FILE JUST
      *PRINTS THE CODE.
           SELECT EXCUSE-CODE-FILE
           ASSIGN TO "EXCUSECD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EC-FILE-STATUS.

      *DATED ABSENCES, ONE PER POSTED ENTRY THAT NAMED A PERSON, IN
      *THE ORDER PRG02 POSTED THEM.
           SELECT ABSENCE-DETAIL-FILE
           ASSIGN USING WS-ABSDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AD-FILE-STATUS.

      *PRG02'S EXCUSE HISTORY - ITS CODE-00 ENTRIES DATED TODAY ARE
      *THE PEOPLE GETTING A WARNING LETTER TONIGHT.
           SELECT HISTORY-FILE
           ASSIGN USING WS-HISTORY-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HF-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "ATTNPAT.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS THE TEST
      *COPIES PRG02 WROTE (SEE TESTMODE.CPY).
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
       FD  CALENDAR-FILE.
       01  CA-RECORD.
           05  CA-DATE                 PIC X(8).
           05  FILLER                  PIC X.
           05  CA-MARKER               PIC X(4).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

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

       FD  EXCUSE-CODE-FILE.
       01  EC-RECORD.
           05  EC-CODE                 PIC 99.
           05  EC-EXCUSE               PIC X(15).
           05                          PIC X(63).

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

       FD  HISTORY-FILE.
       01  HF-RECORD.
           05  HF-DATE                 PIC 9(8).
           05  HF-CODE                 PIC 99.
           05  HF-COUNT                PIC 9(4).
           05  HF-EMP-NUM              PIC X.
           05  HF-EMP-ID               PIC 9(5).
           05  HF-EMP-ID-X REDEFINES HF-EMP-ID
                                       PIC X(5).
           05                          PIC X(60).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

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
           05  CA-FILE-STATUS          PIC XX.
           05  EC-FILE-STATUS          PIC XX.
           05  AD-FILE-STATUS          PIC XX.
           05  HF-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-ABSDTL-NAME          PIC X(12) VALUE
               "ABSDTL.TXT".
           05  WS-HISTORY-NAME         PIC X(12) VALUE
               "EXCUSHST.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

      *HOW FAR BACK A PATTERN IS LOOKED FOR, IN CALENDAR DAYS.
       01  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 90.

       01  WS-TODAY                    PIC 9(8).
       01  WS-PROC-SERIAL              PIC 9(7).
       01  WS-FROM-SERIAL              PIC 9(7).

      *ANY YYYYMMDD DATE BROKEN OUT FOR 910-DATE-TO-SERIAL.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL CLASS_EXAMPLE.CBL
      *USES (GOOD FOR 1900-2099), SO "THE DAY BEFORE" IS JUST THE
      *SERIAL LESS ONE ACROSS ANY MONTH OR YEAR END.
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

      *THE WINDOW'S ABSENCES, KEPT IN EMPLOYEE / DATE ORDER AS THEY
      *LOAD. A SECOND ENTRY FOR THE SAME PERSON ON THE SAME DAY (TWO
      *EXCUSES KEYED FOR ONE ABSENCE) IS THE SAME DAY OFF AND ISN'T
      *KEPT. AT-RUN-START POINTS AT THE FIRST DAY OF THE RUN THE
      *ABSENCE BELONGS TO (ZERO WHEN IT STANDS ALONE), AND AT-RUN-LEN
      *SAYS HOW MANY BUSINESS DAYS THAT RUN LASTED.
       01  AT-MAX-ABSENCES             PIC 9(4) VALUE 3000.
       01  AT-ABS-COUNT                PIC 9(4) VALUE 0.
       01  AT-OVERFLOW                 PIC 9(3) VALUE 0.

       01  AT-ABSENCE-TABLE.
           05  AT-ENTRY OCCURS 3000 TIMES.
               10  AT-EMP-ID           PIC 9(5).
               10  AT-ABS-DATE         PIC 9(8).
               10  AT-SERIAL           PIC 9(7).
               10  AT-EXCUSE-CODE      PIC 99.
               10  AT-DOW              PIC 9.
               10  AT-WEEKEND          PIC X.
               10  AT-HOLIDAY          PIC X.
               10  AT-RUN-START        PIC 9(4).
               10  AT-RUN-LEN          PIC 99.

      *PEOPLE GETTING A WARNING LETTER TONIGHT.
       01  LR-MAX-LETTERS              PIC 9(3) VALUE 500.
       01  LR-LETTER-COUNT             PIC 9(3) VALUE 0.
       01  LR-LETTER-TABLE.
           05  LR-EMP-ID OCCURS 500 TIMES
                                       PIC 9(5).

       01  XN-EXCUSE-COUNT             PIC 99 VALUE 0.
       01  XN-EXCUSE-TABLE.
           05  XN-ENTRY OCCURS 99 TIMES.
               10  XN-CODE             PIC 99.
               10  XN-NAME             PIC X(15).

       01  DN-DAY-NAMES-X.
           05                          PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  DN-DAY-NAMES REDEFINES DN-DAY-NAMES-X.
           05  DN-DAY-NAME OCCURS 7 TIMES
                                       PIC X(3).

       01  WS-SUBS.
           05  WS-SUB                  PIC 9(4).
           05  WS-INS-SUB              PIC 9(4).
           05  WS-FLAG-SUB             PIC 9(4).
           05  WS-XN-SUB               PIC 999.
           05  WS-EMP-START            PIC 9(4).
           05  WS-EMP-END              PIC 9(4).
           05  WS-RUN-BEGIN            PIC 9(4).
           05  WS-RUN-DAYS             PIC 99.
           05  WS-STEP-COUNT           PIC 99.
           05  WS-BLOCK-LINES          PIC 9(4).

      *WHAT KIND OF DAY WS-TEST-SERIAL IS - 930-DAY-TYPE SETS IT.
       01  WS-DAY-CHECK.
           05  WS-TEST-SERIAL          PIC 9(7).
           05  WS-NEXT-BUS-SERIAL      PIC 9(7).
           05  WS-DAY-TYPE             PIC X.
               88  BUSINESS-DAY        VALUE "B".
               88  WEEKEND-DAY         VALUE "W".
               88  HOLIDAY-DAY         VALUE "H".
           05  WS-GAP-HOLIDAY          PIC X.
           05  WS-GAP-WEEKEND          PIC X.
           05  WS-INSERT-OK            PIC X.

      *ONE PERSON'S TALLY FOR THE WINDOW.
       01  WS-PERSON-TOTALS.
           05  WS-DAYS-ABSENT          PIC 9(3).
           05  WS-WEEKEND-COUNT        PIC 9(3).
           05  WS-HOLIDAY-COUNT        PIC 9(3).
           05  WS-RUN-COUNT            PIC 99.
           05  WS-LONGEST-RUN          PIC 99.
           05  WS-LETTER-SWITCH        PIC X.
               88  LETTER-TONIGHT      VALUE "Y".
           05  WS-PERSON-LOC           PIC XX.
           05  WS-PERSON-NAME          PIC X(20).
           05  WS-SUPV-NAME            PIC X(20).

       01  WS-REPORT-COUNTS.
           05  WS-PEOPLE-COUNT         PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
           05  WS-LETTER-PRINTED       PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(27) VALUE
               "ATTENDANCE PATTERNS - LAST".
           05  HL-DAYS                 PIC ZZ9.
           05                          PIC X(9)  VALUE " DAYS TO ".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(4).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(4).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "ATTNPAT".

       01  NC-NO-CALENDAR-LINE.
           05                          PIC X(44) VALUE
               "NO PROCCAL.TXT - WEEKENDS ONLY, NO HOLIDAYS ".
           05                          PIC X(8)  VALUE "FLAGGED".

       01  EL-EMPLOYEE-LINE.
           05  EL-LOC                  PIC XX.
           05                          PIC XX.
           05                          PIC X(9)  VALUE "EMPLOYEE ".
           05  EL-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  EL-EMP-NAME             PIC X(20).
           05                          PIC XX.
           05  EL-NOTE                 PIC X(26).

       01  ES-SUPERVISOR-LINE.
           05  ES-LOC                  PIC XX.
           05                          PIC X(4).
           05                          PIC X(12) VALUE "SUPERVISOR: ".
           05  ES-SUPV-NAME            PIC X(20).

       01  CH-COLUMN-HEADING.
           05  CH-LOC                  PIC XX.
           05                          PIC X(4).
           05                          PIC X(12) VALUE "DATE".
           05                          PIC X(5)  VALUE "DAY".
           05                          PIC X(20) VALUE "EXCUSE".
           05                          PIC X(8)  VALUE "WEEKEND".
           05                          PIC X(8)  VALUE "HOLIDAY".
           05                          PIC X(3)  VALUE "RUN".

       01  DL-ABSENCE-LINE.
           05  DL-LOC                  PIC XX.
           05                          PIC X(4).
           05  DL-MM                   PIC 99/.
           05  DL-DD                   PIC 99/.
           05  DL-YY                   PIC 9(4).
           05                          PIC XX.
           05  DL-DAY                  PIC X(3).
           05                          PIC XX.
           05  DL-EXCUSE-CODE          PIC 99.
           05                          PIC X.
           05  DL-EXCUSE-NAME          PIC X(15).
           05                          PIC XX.
           05  DL-WEEKEND              PIC X(8).
           05  DL-HOLIDAY              PIC X(8).
           05  DL-RUN-TEXT             PIC X(7).
           05  DL-RUN-LEN              PIC ZZ.
           05  DL-RUN-DAYS             PIC X(5).

       01  ST-PERSON-TOTAL-LINE.
           05  ST-LOC                  PIC XX.
           05                          PIC X(4).
           05                          PIC X(8)  VALUE "ABSENT:".
           05  ST-DAYS                 PIC ZZ9.
           05                          PIC X(14) VALUE
               "  WEEKEND-ADJ:".
           05  ST-WEEKEND              PIC ZZ9.
           05                          PIC X(14) VALUE
               "  HOLIDAY-ADJ:".
           05  ST-HOLIDAY              PIC ZZ9.
           05                          PIC X(8)  VALUE "  RUNS:".
           05  ST-RUNS                 PIC Z9.
           05                          PIC X(11) VALUE
               "  LONGEST:".
           05  ST-LONGEST              PIC Z9.

       01  TL-TOTAL-LINE.
           05                          PIC X(22) VALUE
               "PEOPLE WITH ABSENCES:".
           05  TL-PEOPLE               PIC ZZZZ9.
           05                          PIC X(12) VALUE "  PRINTED:".
           05  TL-FLAGGED              PIC ZZZZ9.
           05                          PIC X(19) VALUE
               "  LETTERS TONIGHT:".
           05  TL-LETTERS              PIC ZZZZ9.

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
               MOVE "ABSDTLT.TXT" TO WS-ABSDTL-NAME
               MOVE "EXCUSHTT.TXT" TO WS-HISTORY-NAME
               DISPLAY "ATTNPAT - TEST RUN - READING TEST COPIES"
           END-IF
           PERFORM 100-INITIALIZE
           OPEN OUTPUT PRINT-FILE
           PERFORM 850-HEADINGS
           IF CT-DATE-COUNT = 0
               WRITE PRINT-RECORD FROM NC-NO-CALENDAR-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF
           PERFORM 200-FLAG-ABSENCE
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > AT-ABS-COUNT
           PERFORM 230-CLOSE-RUN
           MOVE 1 TO WS-EMP-START
           PERFORM 300-ONE-PERSON
               UNTIL WS-EMP-START > AT-ABS-COUNT
           PERFORM 800-TOTALS
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           MOVE WS-DATE-MM TO HL-MM
           MOVE WS-DATE-DD TO HL-DD
           MOVE WS-DATE-YYYY TO HL-YY
           MOVE WS-LOOKBACK-DAYS TO HL-DAYS
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-PROC-SERIAL
           COMPUTE WS-FROM-SERIAL =
               WS-PROC-SERIAL - WS-LOOKBACK-DAYS + 1
           PERFORM 110-LOAD-CALENDAR
           PERFORM 115-LOAD-EXCUSES
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 120-LOAD-LETTERS
           PERFORM 130-LOAD-ABSENCES.

      *NO CALENDAR ON DISK LEAVES THE TABLE EMPTY - 930-DAY-TYPE THEN
      *GOES BY THE DAY OF THE WEEK ALONE.
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

       115-LOAD-EXCUSES.
           OPEN INPUT EXCUSE-CODE-FILE
           IF EC-FILE-STATUS = "00"
               PERFORM UNTIL EC-FILE-STATUS NOT = "00"
                   READ EXCUSE-CODE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-CODE NUMERIC
                                   AND XN-EXCUSE-COUNT < 99
                               ADD 1 TO XN-EXCUSE-COUNT
                               MOVE EC-CODE TO
                                   XN-CODE(XN-EXCUSE-COUNT)
                               MOVE EC-EXCUSE TO
                                   XN-NAME(XN-EXCUSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCUSE-CODE-FILE
           END-IF.

      *PRG02 STAMPS ITS HISTORY WITH THE SYSTEM DATE, SO TONIGHT'S
      *OFFENDER ENTRIES ARE THE CODE-00 RECORDS DATED TODAY.
       120-LOAD-LETTERS.
           OPEN INPUT HISTORY-FILE
           IF HF-FILE-STATUS = "00"
               PERFORM UNTIL HF-FILE-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HF-DATE = WS-TODAY AND HF-CODE = 0
                                   AND HF-EMP-ID-X NUMERIC
                                   AND LR-LETTER-COUNT < LR-MAX-LETTERS
                               ADD 1 TO LR-LETTER-COUNT
                               MOVE HF-EMP-ID TO
                                   LR-EMP-ID(LR-LETTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *ONLY ABSENCES INSIDE THE WINDOW LOAD. AN UNREADABLE RECORD IS
      *SKIPPED - PRG02 NEVER WRITES ONE. AN ABSENCE A PROTECTED-LEAVE
      *CASE COVERED (AD-CASE-NUM FILLED IN) IS NOT A PATTERN TO
      *RAISE WITH A SUPERVISOR AND IS LEFT OUT.
       130-LOAD-ABSENCES.
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
                                   AND AD-CASE-NUM = SPACES
                               MOVE AD-ABS-DATE TO WS-DATE-WORK
                               PERFORM 910-DATE-TO-SERIAL
                               IF WS-CAL-SERIAL >= WS-FROM-SERIAL
                                   AND WS-CAL-SERIAL <= WS-PROC-SERIAL
                                   PERFORM 135-INSERT-ABSENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-DETAIL-FILE
           END-IF.

      *FINDS WHERE THE ABSENCE BELONGS IN EMPLOYEE / DATE ORDER AND
      *OPENS A SLOT THERE BY SHIFTING THE REST DOWN ONE.
       135-INSERT-ABSENCE.
           MOVE "Y" TO WS-INSERT-OK
           MOVE 0 TO WS-INS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ABS-COUNT
                      OR WS-INS-SUB > 0
               IF AT-EMP-ID(WS-SUB) = AD-EMP-ID
                       AND AT-SERIAL(WS-SUB) = WS-CAL-SERIAL
                   MOVE "N" TO WS-INSERT-OK
                   MOVE WS-SUB TO WS-INS-SUB
               ELSE
                   IF AT-EMP-ID(WS-SUB) > AD-EMP-ID
                           OR (AT-EMP-ID(WS-SUB) = AD-EMP-ID
                           AND AT-SERIAL(WS-SUB) > WS-CAL-SERIAL)
                       MOVE WS-SUB TO WS-INS-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INSERT-OK = "Y"
               IF AT-ABS-COUNT < AT-MAX-ABSENCES
                   IF WS-INS-SUB = 0
                       COMPUTE WS-INS-SUB = AT-ABS-COUNT + 1
                   ELSE
                       PERFORM VARYING WS-SUB FROM AT-ABS-COUNT BY -1
                               UNTIL WS-SUB < WS-INS-SUB
                           MOVE AT-ENTRY(WS-SUB) TO
                               AT-ENTRY(WS-SUB + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO AT-ABS-COUNT
                   INITIALIZE AT-ENTRY(WS-INS-SUB)
                   MOVE AD-EMP-ID TO AT-EMP-ID(WS-INS-SUB)
                   MOVE AD-ABS-DATE TO AT-ABS-DATE(WS-INS-SUB)
                   MOVE WS-CAL-SERIAL TO AT-SERIAL(WS-INS-SUB)
                   MOVE AD-EXCUSE-CODE TO AT-EXCUSE-CODE(WS-INS-SUB)
                   MOVE WS-CAL-DOW TO AT-DOW(WS-INS-SUB)
                   MOVE "N" TO AT-WEEKEND(WS-INS-SUB)
                               AT-HOLIDAY(WS-INS-SUB)
               ELSE
                   ADD 1 TO AT-OVERFLOW
               END-IF
           END-IF.

      *ONE ABSENCE: WHAT LIES BETWEEN IT AND THE WORKED DAY ON EITHER
      *SIDE, AND WHETHER IT CARRIES ON THE SAME PERSON'S RUN FROM
      *THE ABSENCE BEFORE IT. A GAP WITH A HOLIDAY IN IT COUNTS AS
      *HOLIDAY-ADJACENT EVEN WHEN A WEEKEND IS PART OF THE SAME GAP -
      *THE TUESDAY AFTER A MONDAY HOLIDAY IS A HOLIDAY PATTERN.
       200-FLAG-ABSENCE.
           MOVE "N" TO WS-GAP-HOLIDAY WS-GAP-WEEKEND
           COMPUTE WS-TEST-SERIAL = AT-SERIAL(WS-FLAG-SUB) - 1
           PERFORM 210-SCAN-GAP-BACK
           COMPUTE WS-TEST-SERIAL = AT-SERIAL(WS-FLAG-SUB) + 1
           PERFORM 215-SCAN-GAP-FORWARD
           IF WS-GAP-HOLIDAY = "Y"
               MOVE "Y" TO AT-HOLIDAY(WS-FLAG-SUB)
           ELSE
               IF WS-GAP-WEEKEND = "Y"
                   MOVE "Y" TO AT-WEEKEND(WS-FLAG-SUB)
               END-IF
           END-IF
           IF WS-FLAG-SUB = 1
               MOVE 1 TO WS-RUN-BEGIN
               MOVE 1 TO WS-RUN-DAYS
           ELSE
               IF AT-EMP-ID(WS-FLAG-SUB) NOT =
                       AT-EMP-ID(WS-FLAG-SUB - 1)
                   PERFORM 230-CLOSE-RUN
                   MOVE WS-FLAG-SUB TO WS-RUN-BEGIN
                   MOVE 1 TO WS-RUN-DAYS
               ELSE
                   MOVE AT-SERIAL(WS-FLAG-SUB - 1) TO WS-TEST-SERIAL
                   PERFORM 220-NEXT-BUSINESS-DAY
                   IF WS-NEXT-BUS-SERIAL = AT-SERIAL(WS-FLAG-SUB)
                       ADD 1 TO WS-RUN-DAYS
                   ELSE
                       PERFORM 230-CLOSE-RUN
                       MOVE WS-FLAG-SUB TO WS-RUN-BEGIN
                       MOVE 1 TO WS-RUN-DAYS
                   END-IF
               END-IF
           END-IF.

      *WALKS BACK OVER THE DAYS OFF BEFORE THE ABSENCE UNTIL A WORKED
      *DAY (NEVER MORE THAN TWO WEEKS - NO SHUTDOWN RUNS LONGER).
       210-SCAN-GAP-BACK.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 930-DAY-TYPE
           PERFORM UNTIL BUSINESS-DAY OR WS-STEP-COUNT > 14
               IF HOLIDAY-DAY
                   MOVE "Y" TO WS-GAP-HOLIDAY
               ELSE
                   MOVE "Y" TO WS-GAP-WEEKEND
               END-IF
               SUBTRACT 1 FROM WS-TEST-SERIAL
               ADD 1 TO WS-STEP-COUNT
               PERFORM 930-DAY-TYPE
           END-PERFORM.

       215-SCAN-GAP-FORWARD.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 930-DAY-TYPE
           PERFORM UNTIL BUSINESS-DAY OR WS-STEP-COUNT > 14
               IF HOLIDAY-DAY
                   MOVE "Y" TO WS-GAP-HOLIDAY
               ELSE
                   MOVE "Y" TO WS-GAP-WEEKEND
               END-IF
               ADD 1 TO WS-TEST-SERIAL
               ADD 1 TO WS-STEP-COUNT
               PERFORM 930-DAY-TYPE
           END-PERFORM.

      *THE FIRST WORKED DAY AFTER WS-TEST-SERIAL, LEFT IN
      *WS-NEXT-BUS-SERIAL.
       220-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-TEST-SERIAL
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 930-DAY-TYPE
           PERFORM UNTIL BUSINESS-DAY OR WS-STEP-COUNT > 14
               ADD 1 TO WS-TEST-SERIAL
               ADD 1 TO WS-STEP-COUNT
               PERFORM 930-DAY-TYPE
           END-PERFORM
           MOVE WS-TEST-SERIAL TO WS-NEXT-BUS-SERIAL.

      *A RUN IS TWO OR MORE ABSENCES ON BACK-TO-BACK BUSINESS DAYS -
      *EVERY DAY IN IT IS STAMPED WITH WHERE IT STARTED AND HOW LONG
      *IT WENT.
       230-CLOSE-RUN.
           IF AT-ABS-COUNT > 0 AND WS-RUN-DAYS >= 2
               PERFORM VARYING WS-SUB FROM WS-RUN-BEGIN BY 1
                       UNTIL WS-SUB >= WS-RUN-BEGIN + WS-RUN-DAYS
                   MOVE WS-RUN-BEGIN TO AT-RUN-START(WS-SUB)
                   MOVE WS-RUN-DAYS TO AT-RUN-LEN(WS-SUB)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-RUN-DAYS.

      *ONE PERSON'S ABSENCES, WS-EMP-START THRU WS-EMP-END. THE
      *PERSON PRINTS ONLY WITH A PATTERN OR A LETTER GOING OUT.
       300-ONE-PERSON.
           PERFORM VARYING WS-SUB FROM WS-EMP-START BY 1
                   UNTIL WS-SUB > AT-ABS-COUNT
                      OR AT-EMP-ID(WS-SUB) NOT =
                         AT-EMP-ID(WS-EMP-START)
               CONTINUE
           END-PERFORM
           COMPUTE WS-EMP-END = WS-SUB - 1
           ADD 1 TO WS-PEOPLE-COUNT
           INITIALIZE WS-PERSON-TOTALS
           PERFORM 310-TALLY-ABSENCE
               VARYING WS-SUB FROM WS-EMP-START BY 1
               UNTIL WS-SUB > WS-EMP-END
           MOVE "N" TO WS-LETTER-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LR-LETTER-COUNT
               IF LR-EMP-ID(WS-SUB) = AT-EMP-ID(WS-EMP-START)
                   MOVE "Y" TO WS-LETTER-SWITCH
               END-IF
           END-PERFORM
           IF WS-WEEKEND-COUNT > 0 OR WS-HOLIDAY-COUNT > 0
                   OR WS-RUN-COUNT > 0 OR LETTER-TONIGHT
               PERFORM 320-PRINT-PERSON
           END-IF
           COMPUTE WS-EMP-START = WS-EMP-END + 1.

       310-TALLY-ABSENCE.
           ADD 1 TO WS-DAYS-ABSENT
           IF AT-WEEKEND(WS-SUB) = "Y"
               ADD 1 TO WS-WEEKEND-COUNT
           END-IF
           IF AT-HOLIDAY(WS-SUB) = "Y"
               ADD 1 TO WS-HOLIDAY-COUNT
           END-IF
           IF AT-RUN-START(WS-SUB) = WS-SUB
               ADD 1 TO WS-RUN-COUNT
               IF AT-RUN-LEN(WS-SUB) > WS-LONGEST-RUN
                   MOVE AT-RUN-LEN(WS-SUB) TO WS-LONGEST-RUN
               END-IF
           END-IF.

       320-PRINT-PERSON.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-PERSON-LOC WS-SUPV-NAME
           MOVE "NOT ON EMPLOYEE MSTR" TO WS-PERSON-NAME
           MOVE AT-EMP-ID(WS-EMP-START) TO EM-LOOKUP-ID
           PERFORM 966-FIND-EMPLOYEE
           IF EM-FOUND-SLOT > 0
               MOVE EM-T-NAME(EM-FOUND-SLOT) TO WS-PERSON-NAME
               MOVE EM-T-LOC(EM-FOUND-SLOT) TO WS-PERSON-LOC
               IF EM-T-SUPV-ID(EM-FOUND-SLOT) > 0
                   MOVE EM-T-SUPV-ID(EM-FOUND-SLOT) TO EM-LOOKUP-ID
                   PERFORM 966-FIND-EMPLOYEE
                   IF EM-FOUND-SLOT > 0
                       MOVE EM-T-NAME(EM-FOUND-SLOT) TO WS-SUPV-NAME
                   END-IF
               END-IF
           END-IF
      *A PERSON'S BLOCK NEVER SPLITS ACROSS A PAGE.
           COMPUTE WS-BLOCK-LINES = WS-EMP-END - WS-EMP-START + 6
           IF PC-LINES-USED + WS-BLOCK-LINES > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           ADD WS-BLOCK-LINES TO PC-LINES-USED
           MOVE WS-PERSON-LOC TO EL-LOC ES-LOC CH-LOC DL-LOC ST-LOC
           MOVE AT-EMP-ID(WS-EMP-START) TO EL-EMP-ID
           MOVE WS-PERSON-NAME TO EL-EMP-NAME
           MOVE SPACES TO EL-NOTE
           IF LETTER-TONIGHT
               ADD 1 TO WS-LETTER-PRINTED
               MOVE "* WARNING LETTER TONIGHT" TO EL-NOTE
           END-IF
           WRITE PRINT-RECORD FROM EL-EMPLOYEE-LINE AFTER 2
           IF WS-SUPV-NAME NOT = SPACES
               MOVE WS-SUPV-NAME TO ES-SUPV-NAME
               WRITE PRINT-RECORD FROM ES-SUPERVISOR-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 1
           PERFORM 330-ABSENCE-LINE
               VARYING WS-SUB FROM WS-EMP-START BY 1
               UNTIL WS-SUB > WS-EMP-END
           MOVE WS-DAYS-ABSENT TO ST-DAYS
           MOVE WS-WEEKEND-COUNT TO ST-WEEKEND
           MOVE WS-HOLIDAY-COUNT TO ST-HOLIDAY
           MOVE WS-RUN-COUNT TO ST-RUNS
           MOVE WS-LONGEST-RUN TO ST-LONGEST
           WRITE PRINT-RECORD FROM ST-PERSON-TOTAL-LINE AFTER 1.

       330-ABSENCE-LINE.
           MOVE AT-ABS-DATE(WS-SUB) TO WS-DATE-WORK
           MOVE WS-DATE-MM TO DL-MM
           MOVE WS-DATE-DD TO DL-DD
           MOVE WS-DATE-YYYY TO DL-YY
           MOVE DN-DAY-NAME(AT-DOW(WS-SUB)) TO DL-DAY
           MOVE AT-EXCUSE-CODE(WS-SUB) TO DL-EXCUSE-CODE
           MOVE SPACES TO DL-EXCUSE-NAME
           PERFORM VARYING WS-XN-SUB FROM 1 BY 1
                   UNTIL WS-XN-SUB > XN-EXCUSE-COUNT
               IF XN-CODE(WS-XN-SUB) = AT-EXCUSE-CODE(WS-SUB)
                   MOVE XN-NAME(WS-XN-SUB) TO DL-EXCUSE-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO DL-WEEKEND DL-HOLIDAY DL-RUN-TEXT
                          DL-RUN-DAYS
           MOVE 0 TO DL-RUN-LEN
           IF AT-WEEKEND(WS-SUB) = "Y"
               MOVE "WEEKEND" TO DL-WEEKEND
           END-IF
           IF AT-HOLIDAY(WS-SUB) = "Y"
               MOVE "HOLIDAY" TO DL-HOLIDAY
           END-IF
           IF AT-RUN-LEN(WS-SUB) > 0
               MOVE "RUN OF" TO DL-RUN-TEXT
               MOVE AT-RUN-LEN(WS-SUB) TO DL-RUN-LEN
               MOVE " DAYS" TO DL-RUN-DAYS
           END-IF
           WRITE PRINT-RECORD FROM DL-ABSENCE-LINE AFTER 1.

       800-TOTALS.
           MOVE WS-PEOPLE-COUNT TO TL-PEOPLE
           MOVE WS-FLAGGED-COUNT TO TL-FLAGGED
           MOVE WS-LETTER-PRINTED TO TL-LETTERS
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 3.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE 2 TO PC-LINES-USED
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

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

      *WS-TEST-SERIAL IS A WORKED DAY, A WEEKEND, OR A HOLIDAY.
      *INSIDE THE CALENDAR'S RANGE A DAY IS WORKED ONLY IF IT IS ON
      *THE CALENDAR; OUTSIDE IT (OR WITH NO CALENDAR) EVERY WEEKDAY
      *IS WORKED.
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

      *A TABLE THAT HAD TO DROP RECORDS SAYS SO ON THE REPORT AND
      *ENDS THE RUN NONZERO.
       950-CHECK-OVERFLOWS.
           IF AT-OVERFLOW > 0
               MOVE "ABSENCE TABLE" TO OV-TABLE-NAME
               MOVE AT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "ATTNPAT ABSENCE TABLE OVERFLOW - "
                   AT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF CT-OVERFLOW > 0
               MOVE "CALENDAR TABLE" TO OV-TABLE-NAME
               MOVE CT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "ATTNPAT CALENDAR TABLE OVERFLOW - "
                   CT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE "EMPLOYEE MSTR" TO OV-TABLE-NAME
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "ATTNPAT EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="ATTNPAT"==.

       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.
