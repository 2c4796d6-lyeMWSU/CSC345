      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   PROTECTED-LEAVE CASE-STATUS REPORT FOR HR. RUNS
      *            BEHIND PRG02 AND, FOR EVERY CASE ON LEAVECAS.TXT,
      *            COUNTS THE DAYS PRG02 HAS POSTED AGAINST IT (THE
      *            ABSDTL.TXT ENTRIES CARRYING ITS CASE NUMBER) AND
      *            SHOWS THEM AGAINST THE DAYS APPROVED. A CASE THAT
      *            HAS USED UP ITS APPROVED DAYS, OR AN OPEN CASE
      *            WHOSE END DATE HAS PASSED, IS FLAGGED FOR HR TO
      *            CLOSE OR EXTEND. THE REPORT NAMES MEDICAL AND
      *            FAMILY LEAVE, SO IT GOES TO HR ONLY AND IS NOT
      *            SPLIT BY LOCATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *THE CASES THEMSELVES (SEE LEAVECAS.CPY).
           SELECT LEAVE-CASE-FILE
           ASSIGN "LEAVECAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LV-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - AN OPEN CASE THAT ENDED BEFORE
      *IT IS OVERDUE FOR CLOSING.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

           SELECT EMP-MASTER-FILE
           ASSIGN "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *DATED ABSENCES PRG02 POSTED - THE ONES A CASE COVERED CARRY
      *ITS CASE NUMBER.
           SELECT ABSENCE-DETAIL-FILE
           ASSIGN USING WS-ABSDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AD-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "LEAVERPT.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS THE TEST
      *COPY PRG02 WROTE (SEE TESTMODE.CPY).
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
       FD  LEAVE-CASE-FILE.
       01  LV-RECORD.
           05  LV-EMP-ID               PIC 9(5).
           05  LV-EMP-ID-X REDEFINES LV-EMP-ID
                                       PIC X(5).
           05  LV-CASE-NUM             PIC X(8).
           05  LV-START-DATE           PIC 9(8).
           05  LV-START-DATE-X REDEFINES LV-START-DATE
                                       PIC X(8).
           05  LV-END-DATE             PIC 9(8).
           05  LV-END-DATE-X REDEFINES LV-END-DATE
                                       PIC X(8).
           05  LV-STATUS               PIC X.
           05  LV-DAYS-APPROVED        PIC 9(3).
           05  LV-DAYS-APPROVED-X REDEFINES LV-DAYS-APPROVED
                                       PIC X(3).
           05  LV-CODE-ENTRY OCCURS 5 TIMES.
               10  LV-CODE             PIC 99.
               10  LV-CODE-X REDEFINES LV-CODE
                                       PIC XX.

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

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY TESTMODE.

       COPY EMPMST.

       COPY LEAVECAS.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  AD-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-ABSDTL-NAME          PIC X(12) VALUE
               "ABSDTL.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *DAYS POSTED AGAINST EACH CASE, IN STEP WITH LV-CASE-TABLE, AND
      *THE LATEST ABSENCE DATE AMONG THEM.
       01  CU-CASE-USAGE.
           05  CU-ENTRY OCCURS 300 TIMES.
               10  CU-DAYS-USED        PIC 9(4).
               10  CU-LAST-DATE        PIC 9(8).

       01  WS-SUBS.
           05  WS-SUB                  PIC 9(4).
           05  WS-CASE-SLOT            PIC 9(4).
           05  WS-CODE-SUB             PIC 9.
           05  WS-CODE-POS             PIC 99.

       01  WS-DAYS-LEFT                PIC S9(4).
       01  WS-UNMATCHED                PIC 9(5) VALUE 0.

       01  WS-REPORT-COUNTS.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
           05  WS-TOTAL-DAYS           PIC 9(6) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(34) VALUE
               "PROTECTED-LEAVE CASE STATUS AS OF ".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(8).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(5).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "LEAVERPT".

       01  CH-COLUMN-HEADING-1.
           05                          PIC X(9)  VALUE "CASE NO.".
           05                          PIC X(7)  VALUE "EMP#".
           05                          PIC X(21) VALUE "NAME".
           05                          PIC X(9)  VALUE "START".
           05                          PIC X(9)  VALUE "END".
           05                          PIC X(2)  VALUE "S".
           05                          PIC X(5)  VALUE "APPR".
           05                          PIC X(5)  VALUE "USED".
           05                          PIC X(5)  VALUE "LEFT".
           05                          PIC X(8)  VALUE "LAST".

       01  DL-CASE-LINE.
           05  DL-CASE-NUM             PIC X(8).
           05                          PIC X.
           05  DL-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  DL-EMP-NAME             PIC X(20).
           05                          PIC X.
           05  DL-START-DATE           PIC 9(8).
           05                          PIC X.
           05  DL-END-DATE             PIC X(8).
           05                          PIC X.
           05  DL-STATUS               PIC X.
           05                          PIC X.
           05  DL-APPROVED             PIC ZZZ9.
           05                          PIC X.
           05  DL-USED                 PIC ZZZ9.
           05                          PIC X.
           05  DL-LEFT                 PIC ZZZ9-.
           05  DL-LEFT-X REDEFINES DL-LEFT
                                       PIC X(5).
           05  DL-LAST-DATE            PIC X(8).

       01  DC-CODES-LINE.
           05                          PIC X(16) VALUE SPACES.
           05                          PIC X(16) VALUE
               "COVERED CODES: ".
           05  DC-CODES                PIC X(15).
           05                          PIC XX.
           05  DC-FLAG                 PIC X(31).

       01  TL-TOTAL-LINE-1.
           05                          PIC X(13) VALUE "OPEN CASES:".
           05  TL-OPEN                 PIC ZZZZ9.
           05                          PIC X(15) VALUE
               "  CLOSED CASES:".
           05  TL-CLOSED               PIC ZZZZ9.
           05                          PIC X(17) VALUE
               "  NEED HR ACTION:".
           05  TL-FLAGGED              PIC ZZZZ9.

       01  TL-TOTAL-LINE-2.
           05                          PIC X(24) VALUE
               "PROTECTED DAYS POSTED:".
           05  TL-DAYS                 PIC ZZZZZ9.
           05                          PIC X(25) VALUE
               "  CASE NOT ON FILE:".
           05  TL-UNMATCHED            PIC ZZZZ9.

       01  NC-NO-CASES-LINE.
           05                          PIC X(30) VALUE
               "NO CASES ON LEAVECAS.TXT".

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
               DISPLAY "LEAVERPT - TEST RUN - READING TEST COPIES"
           END-IF
           PERFORM 100-INITIALIZE
           OPEN OUTPUT PRINT-FILE
           PERFORM 850-HEADINGS
           IF LV-CASE-COUNT = 0
               WRITE PRINT-RECORD FROM NC-NO-CASES-LINE AFTER 2
           END-IF
           PERFORM 300-ONE-CASE
               VARYING WS-CASE-SLOT FROM 1 BY 1
               UNTIL WS-CASE-SLOT > LV-CASE-COUNT
           PERFORM 800-TOTALS
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           MOVE WS-DATE-MM TO HL-MM
           MOVE WS-DATE-DD TO HL-DD
           MOVE WS-DATE-YYYY TO HL-YY
           INITIALIZE CU-CASE-USAGE
           PERFORM 960-LOAD-LEAVE-CASES
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 130-LOAD-ABSENCES.

      *EVERY COVERED ABSENCE ON FILE COUNTS, HOWEVER OLD - A CASE'S
      *DAYS RUN FOR THE LIFE OF THE CASE. ONE WHOSE CASE IS NO
      *LONGER ON LEAVECAS.TXT IS COUNTED APART.
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
                                   AND AD-CASE-NUM NOT = SPACES
                               PERFORM 135-APPLY-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-DETAIL-FILE
           END-IF.

       135-APPLY-ABSENCE.
           MOVE 0 TO WS-SUB
           PERFORM VARYING LV-NDX FROM 1 BY 1
                   UNTIL LV-NDX > LV-CASE-COUNT
                      OR WS-SUB > 0
               IF LV-T-CASE-NUM(LV-NDX) = AD-CASE-NUM
                       AND LV-T-EMP-ID(LV-NDX) = AD-EMP-ID
                   SET WS-SUB TO LV-NDX
               END-IF
           END-PERFORM
           IF WS-SUB = 0
               ADD 1 TO WS-UNMATCHED
           ELSE
               ADD AD-COUNT TO CU-DAYS-USED(WS-SUB)
               ADD AD-COUNT TO WS-TOTAL-DAYS
               IF AD-ABS-DATE > CU-LAST-DATE(WS-SUB)
                   MOVE AD-ABS-DATE TO CU-LAST-DATE(WS-SUB)
               END-IF
           END-IF.

      *TWO LINES PER CASE - THE CASE ITSELF, THEN ITS COVERED CODES
      *AND ANY FLAG. A CASE NEVER SPLITS ACROSS A PAGE.
       300-ONE-CASE.
           IF PC-LINES-USED + 3 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           MOVE LV-T-CASE-NUM(WS-CASE-SLOT) TO DL-CASE-NUM
           MOVE LV-T-EMP-ID(WS-CASE-SLOT) TO DL-EMP-ID
           MOVE LV-T-EMP-ID(WS-CASE-SLOT) TO EM-LOOKUP-ID
           PERFORM 966-FIND-EMPLOYEE
           IF EM-FOUND-SLOT > 0
               MOVE EM-T-NAME(EM-FOUND-SLOT) TO DL-EMP-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO DL-EMP-NAME
           END-IF
           MOVE LV-T-START-DATE(WS-CASE-SLOT) TO DL-START-DATE
           IF LV-T-END-DATE(WS-CASE-SLOT) = LV-NO-END-DATE
               MOVE "OPEN-END" TO DL-END-DATE
           ELSE
               MOVE LV-T-END-DATE(WS-CASE-SLOT) TO DL-END-DATE
           END-IF
           MOVE LV-T-STATUS(WS-CASE-SLOT) TO DL-STATUS
           MOVE LV-T-DAYS-APPROVED(WS-CASE-SLOT) TO DL-APPROVED
           MOVE CU-DAYS-USED(WS-CASE-SLOT) TO DL-USED
           IF CU-LAST-DATE(WS-CASE-SLOT) > 0
               MOVE CU-LAST-DATE(WS-CASE-SLOT) TO DL-LAST-DATE
           ELSE
               MOVE SPACES TO DL-LAST-DATE
           END-IF
           IF LV-T-DAYS-APPROVED(WS-CASE-SLOT) > 0
               COMPUTE WS-DAYS-LEFT =
                   LV-T-DAYS-APPROVED(WS-CASE-SLOT)
                   - CU-DAYS-USED(WS-CASE-SLOT)
               MOVE WS-DAYS-LEFT TO DL-LEFT
           ELSE
               MOVE SPACES TO DL-LEFT-X
               MOVE 0 TO WS-DAYS-LEFT
           END-IF
           WRITE PRINT-RECORD FROM DL-CASE-LINE AFTER 2
           PERFORM 310-CODES-AND-FLAG
           WRITE PRINT-RECORD FROM DC-CODES-LINE AFTER 1
           ADD 3 TO PC-LINES-USED
           IF LV-T-OPEN(WS-CASE-SLOT)
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

      *ONLY AN OPEN CASE CAN NEED ACTION - ONE PAST ITS APPROVED DAYS
      *IS STILL PROTECTING ABSENCES IT SHOULDN'T, ONE PAST ITS END
      *DATE HAS STOPPED PROTECTING ANYTHING BUT WAS NEVER CLOSED.
       310-CODES-AND-FLAG.
           MOVE SPACES TO DC-CODES DC-FLAG
           MOVE 1 TO WS-CODE-POS
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 5
               IF LV-T-CODE(WS-CASE-SLOT, WS-CODE-SUB) > 0
                   MOVE LV-T-CODE(WS-CASE-SLOT, WS-CODE-SUB) TO
                       DC-CODES(WS-CODE-POS:2)
                   ADD 3 TO WS-CODE-POS
               END-IF
           END-PERFORM
           IF LV-T-OPEN(WS-CASE-SLOT)
               IF LV-T-DAYS-APPROVED(WS-CASE-SLOT) > 0
                       AND WS-DAYS-LEFT <= 0
                   MOVE "** APPROVED DAYS USED UP **" TO DC-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
               IF LV-T-END-DATE(WS-CASE-SLOT) < PR-PROC-DATE
                   MOVE "** ENDED - NOT CLOSED **" TO DC-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               END-IF
           END-IF.

       800-TOTALS.
           MOVE WS-OPEN-COUNT TO TL-OPEN
           MOVE WS-CLOSED-COUNT TO TL-CLOSED
           MOVE WS-FLAGGED-COUNT TO TL-FLAGGED
           MOVE WS-TOTAL-DAYS TO TL-DAYS
           MOVE WS-UNMATCHED TO TL-UNMATCHED
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE-1 AFTER 3
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE-2 AFTER 1.

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
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-1 AFTER 2
           ADD 2 TO PC-LINES-USED.

      *A TABLE THAT HAD TO DROP RECORDS SAYS SO ON THE REPORT AND
      *ENDS THE RUN NONZERO.
       950-CHECK-OVERFLOWS.
           IF LV-OVERFLOW > 0
               MOVE "LEAVE CASES" TO OV-TABLE-NAME
               MOVE LV-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "LEAVERPT LEAVE CASE TABLE OVERFLOW - "
                   LV-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE "EMPLOYEE MSTR" TO OV-TABLE-NAME
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "LEAVERPT EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="LEAVERPT"==.

       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.

       COPY LEAVECSP.
