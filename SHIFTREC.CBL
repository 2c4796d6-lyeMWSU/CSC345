      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   SHIFT RECONCILIATION FOR THE SUPERVISORS' MORNING
      *            LIST. SETS THE PROCESSING DATE'S SHIFT SCHEDULE
      *            (SHIFTSCH.TXT) AGAINST WHO CALLED IN (THE DATED
      *            ABSENCES PRG02 APPENDS TO ABSDTL.TXT) AND WHO
      *            PRODUCED (THE GOOD COMPLETIONS P3 WRITES TO
      *            P3PIECE.TXT), AND LISTS THREE CASES:
      *              - SCHEDULED, NO EXCUSE, NO OUTPUT - A NO-CALL/
      *                NO-SHOW
      *              - EXCUSED BUT STILL SHOWING COMPLETIONS
      *              - NOT SCHEDULED BUT SHOWING COMPLETIONS
      *            EVERY DETAIL LINE LEADS WITH THE PERSON'S HOME
      *            LOCATION CODE SO DISTRIB CAN BUNDLE THE LIST BY
      *            LOCATION.
      *
      *            SHIFTSCH.TXT LAYOUT (ONE RECORD PER PERSON PER
      *            SCHEDULED DAY - A DAY OFF HAS NO RECORD):
      *              COLS  1-5   EMPLOYEE NUMBER
      *              COLS  6-13  WORK DATE YYYYMMDD
      *              COLS 14-17  SHIFT START HHMM
      *              COLS 18-21  SHIFT END HHMM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *WHO SHOULD HAVE WORKED - MAINTAINED BY THE SUPERVISORS AHEAD
      *OF TIME, SO IT CARRIES PAST AND FUTURE DATES. ONLY THE
      *PROCESSING DATE'S RECORDS ARE READ.
           SELECT SCHEDULE-FILE
           ASSIGN TO "SHIFTSCH.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SC-FILE-STATUS.

      *WHO CALLED IN - ANY ABSENCE DATED THE PROCESSING DATE,
      *PROTECTED LEAVE INCLUDED, IS AN EXCUSE ON RECORD.
           SELECT ABSENCE-DETAIL-FILE
           ASSIGN USING WS-ABSDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AD-FILE-STATUS.

      *WHO PRODUCED - P3'S GOOD COMPLETIONS BY PERSON AND JOB,
      *STAMPED WITH THE PROCESSING DATE IT RAN FOR.
           SELECT PIECE-WORK-FILE
           ASSIGN USING WS-PIECE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PW-FILE-STATUS.

      *EXCUSE NAMES FOR THE DETAIL LINES - A MISSING FILE JUST
      *PRINTS THE CODE.
           SELECT EXCUSE-CODE-FILE
           ASSIGN TO "EXCUSECD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EC-FILE-STATUS.

           SELECT EMP-MASTER-FILE
           ASSIGN "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - THE DAY BEING RECONCILED.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "SHIFTREC.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS THE TEST
      *COPIES PRG02 AND P3 WROTE (SEE TESTMODE.CPY).
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
       FD  SCHEDULE-FILE.
       01  SC-RECORD.
           05  SC-EMP-ID               PIC 9(5).
           05  SC-EMP-ID-X REDEFINES SC-EMP-ID
                                       PIC X(5).
           05  SC-WORK-DATE            PIC 9(8).
           05  SC-WORK-DATE-X REDEFINES SC-WORK-DATE
                                       PIC X(8).
           05  SC-SHIFT-START          PIC X(4).
           05  SC-SHIFT-END            PIC X(4).
           05                          PIC X(59).

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

      *THE SAME LAYOUT P3 WRITES.
       FD  PIECE-WORK-FILE.
       01  PW-RECORD.
           05  PW-DATE                 PIC 9(8).
           05  PW-EMP-ID               PIC 9(5).
           05  PW-EMP-NAME             PIC X(20).
           05  PW-JOB-NUM              PIC 99.
           05  PW-UNITS                PIC 9(6).
           05                          PIC X(39).

       FD  EXCUSE-CODE-FILE.
       01  EC-RECORD.
           05  EC-CODE                 PIC 99.
           05  EC-EXCUSE               PIC X(15).
           05                          PIC X(63).

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

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

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
           05  SC-FILE-STATUS          PIC XX.
           05  AD-FILE-STATUS          PIC XX.
           05  PW-FILE-STATUS          PIC XX.
           05  EC-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-ABSDTL-NAME          PIC X(12) VALUE
               "ABSDTL.TXT".
           05  WS-PIECE-NAME           PIC X(12) VALUE
               "P3PIECE.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

      *ONE ENTRY PER PERSON WHO TURNS UP ON ANY OF THE THREE FILES
      *FOR THE DAY, KEPT IN EMPLOYEE-NUMBER ORDER AS THEY LOAD, WITH
      *WHAT EACH FILE SAID ABOUT THEM. A PERSON SCHEDULED TWICE
      *(A SPLIT SHIFT) KEEPS THE FIRST SHIFT'S TIMES; TWO ABSENCES
      *KEEP THE FIRST EXCUSE; COMPLETIONS ON SEVERAL JOBS ADD UP.
       01  PT-MAX-PEOPLE               PIC 9(4) VALUE 1000.
       01  PT-PERSON-COUNT             PIC 9(4) VALUE 0.
       01  PT-OVERFLOW                 PIC 9(3) VALUE 0.

       01  PT-PERSON-TABLE.
           05  PT-ENTRY OCCURS 1000 TIMES.
               10  PT-EMP-ID           PIC 9(5).
               10  PT-SCHEDULED        PIC X.
               10  PT-SHIFT-START      PIC X(4).
               10  PT-SHIFT-END        PIC X(4).
               10  PT-EXCUSED          PIC X.
               10  PT-EXCUSE-CODE      PIC 99.
               10  PT-LEAVE-CASE       PIC X(8).
               10  PT-PRODUCED         PIC X.
               10  PT-UNITS            PIC 9(7).

       01  XN-EXCUSE-COUNT             PIC 99 VALUE 0.
       01  XN-EXCUSE-TABLE.
           05  XN-ENTRY OCCURS 99 TIMES.
               10  XN-CODE             PIC 99.
               10  XN-NAME             PIC X(15).

       01  WS-SUBS.
           05  WS-SUB                  PIC 9(4).
           05  WS-INS-SUB              PIC 9(4).
           05  WS-XN-SUB               PIC 999.

      *WHAT 140-FIND-PERSON WAS ASKED FOR AND WHERE IT LANDED.
       01  WS-FIND-WORK.
           05  WS-FIND-ID              PIC 9(5).
           05  WS-FIND-SLOT            PIC 9(4).

       01  WS-PROC-DATE-WORK           PIC 9(8).
       01  WS-PROC-DATE-PARTS REDEFINES WS-PROC-DATE-WORK.
           05  WS-PROC-YYYY            PIC 9(4).
           05  WS-PROC-MM              PIC 99.
           05  WS-PROC-DD              PIC 99.

      *WHICH OF THE THREE CASES 300-SECTION IS PRINTING.
       01  WS-SECTION                  PIC 9.
           88  SECTION-NO-SHOW         VALUE 1.
           88  SECTION-EXCUSED-WORKED  VALUE 2.
           88  SECTION-UNSCHEDULED     VALUE 3.
       01  WS-SECTION-COUNT            PIC 9(5).
       01  WS-CASE-SWITCH              PIC X.
           88  CASE-APPLIES            VALUE "Y".

       01  WS-REPORT-COUNTS.
           05  WS-SCHEDULED-COUNT      PIC 9(5) VALUE 0.
           05  WS-EXCUSED-COUNT        PIC 9(5) VALUE 0.
           05  WS-PRODUCED-COUNT       PIC 9(5) VALUE 0.
           05  WS-NO-SHOW-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXC-WORKED-COUNT     PIC 9(5) VALUE 0.
           05  WS-UNSCHED-COUNT        PIC 9(5) VALUE 0.
           05  WS-STALE-COUNT          PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(25) VALUE
               "SHIFT RECONCILIATION FOR".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(13).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(7).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "SHIFTREC".

       01  HS-SECTION-TITLE            PIC X(60).

       01  HS-SECTION-TITLES.
           05                          PIC X(60) VALUE
               "SCHEDULED - NO EXCUSE, NO OUTPUT (NO-CALL/NO-SHOW)".
           05                          PIC X(60) VALUE
               "EXCUSED - BUT SHOWING COMPLETIONS".
           05                          PIC X(60) VALUE
               "NOT SCHEDULED - BUT SHOWING COMPLETIONS".
       01  HS-TITLE-TABLE REDEFINES HS-SECTION-TITLES.
           05  HS-TITLE OCCURS 3 TIMES PIC X(60).

      *THE CASE LABEL RIDES ON EVERY DETAIL LINE SO A LOCATION'S
      *BUNDLE, WHICH CARRIES ONLY THE LINES LEADING WITH ITS CODE,
      *STILL SAYS WHICH LIST EACH PERSON CAME OFF.
       01  CH-COLUMN-HEADING.
           05                          PIC X(4)  VALUE "LOC".
           05                          PIC X(6)  VALUE "EMP#".
           05                          PIC X(21) VALUE "NAME".
           05                          PIC X(10) VALUE "SHIFT".
           05                          PIC X(19) VALUE "EXCUSE".
           05                          PIC X(8)  VALUE "  UNITS".
           05                          PIC X(10) VALUE "CASE".

       01  HS-CASE-LABELS.
           05                          PIC X(10) VALUE "NO-SHOW".
           05                          PIC X(10) VALUE "EXCUSED".
           05                          PIC X(10) VALUE "UNSCHED".
       01  HS-LABEL-TABLE REDEFINES HS-CASE-LABELS.
           05  HS-LABEL OCCURS 3 TIMES PIC X(10).

       01  DL-CASE-LINE.
           05  DL-LOC                  PIC XX.
           05                          PIC XX.
           05  DL-EMP-ID               PIC 9(5).
           05                          PIC X.
           05  DL-EMP-NAME             PIC X(20).
           05                          PIC X.
           05  DL-SHIFT.
               10  DL-SHIFT-START      PIC X(4).
               10  DL-SHIFT-DASH       PIC X.
               10  DL-SHIFT-END        PIC X(4).
           05                          PIC X.
           05  DL-EXCUSE-CODE          PIC 99.
           05                          PIC X.
           05  DL-EXCUSE-NAME          PIC X(15).
           05                          PIC X.
           05  DL-UNITS                PIC ZZZ,ZZZ.
           05                          PIC X.
           05  DL-CASE                 PIC X(10).

       01  DL-NONE-LINE.
           05                          PIC X(30) VALUE
               "    NONE".

       01  ST-SECTION-TOTAL-LINE.
           05                          PIC X(4).
           05                          PIC X(8)  VALUE "PEOPLE:".
           05  ST-COUNT                PIC ZZZZ9.

       01  WN-STALE-LINE.
           05                          PIC X(10) VALUE
               "** WARNING".
           05  WN-STALE-COUNT          PIC ZZZZ9.
           05                          PIC X(46) VALUE
               " P3PIECE RECORDS NOT FROM THIS DATE IGNORED **".

       01  TL-TOTAL-LINE.
           05                          PIC X(11) VALUE
               "SCHEDULED:".
           05  TL-SCHEDULED            PIC ZZZZ9.
           05                          PIC X(12) VALUE
               "  EXCUSED:".
           05  TL-EXCUSED              PIC ZZZZ9.
           05                          PIC X(13) VALUE
               "  PRODUCED:".
           05  TL-PRODUCED             PIC ZZZZ9.

       01  TL-CASE-TOTAL-LINE.
           05                          PIC X(11) VALUE
               "NO-SHOWS:".
           05  TL-NO-SHOW              PIC ZZZZ9.
           05                          PIC X(19) VALUE
               "  EXCUSED/WORKED:".
           05  TL-EXC-WORKED           PIC ZZZZ9.
           05                          PIC X(17) VALUE
               "  UNSCHEDULED:".
           05  TL-UNSCHED              PIC ZZZZ9.

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
               MOVE "P3PIECET.TXT" TO WS-PIECE-NAME
               DISPLAY "SHIFTREC - TEST RUN - READING TEST COPIES"
           END-IF
           PERFORM 100-INITIALIZE
           OPEN OUTPUT PRINT-FILE
           PERFORM 850-HEADINGS
           IF WS-STALE-COUNT > 0
               MOVE WS-STALE-COUNT TO WN-STALE-COUNT
               WRITE PRINT-RECORD FROM WN-STALE-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF
           PERFORM 300-SECTION
               VARYING WS-SECTION FROM 1 BY 1
               UNTIL WS-SECTION > 3
           PERFORM 800-TOTALS
           PERFORM 950-CHECK-OVERFLOWS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-WORK
           MOVE WS-PROC-MM TO HL-MM
           MOVE WS-PROC-DD TO HL-DD
           MOVE WS-PROC-YYYY TO HL-YY
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 110-LOAD-EXCUSES
           PERFORM 120-LOAD-SCHEDULE
           PERFORM 125-LOAD-ABSENCES
           PERFORM 130-LOAD-OUTPUT.

       110-LOAD-EXCUSES.
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

      *NO SCHEDULE ON DISK LEAVES NOBODY SCHEDULED - EVERY PERSON
      *WITH OUTPUT THEN LISTS AS UNSCHEDULED, WHICH IS WHAT THE
      *SUPERVISORS NEED TO SEE.
       120-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF SC-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF SC-EMP-ID-X NUMERIC
                                   AND SC-WORK-DATE-X NUMERIC
                                   AND SC-WORK-DATE = PR-PROC-DATE
                               MOVE SC-EMP-ID TO WS-FIND-ID
                               PERFORM 140-FIND-PERSON
                               PERFORM 122-APPLY-SCHEDULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       122-APPLY-SCHEDULE.
           IF WS-FIND-SLOT > 0
               IF PT-SCHEDULED(WS-FIND-SLOT) = "N"
                   MOVE "Y" TO PT-SCHEDULED(WS-FIND-SLOT)
                   MOVE SC-SHIFT-START TO PT-SHIFT-START(WS-FIND-SLOT)
                   MOVE SC-SHIFT-END TO PT-SHIFT-END(WS-FIND-SLOT)
                   ADD 1 TO WS-SCHEDULED-COUNT
               END-IF
           END-IF.

       125-LOAD-ABSENCES.
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
                                   AND AD-ABS-DATE = PR-PROC-DATE
                               MOVE AD-EMP-ID TO WS-FIND-ID
                               PERFORM 140-FIND-PERSON
                               PERFORM 127-APPLY-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-DETAIL-FILE
           END-IF.

       127-APPLY-ABSENCE.
           IF WS-FIND-SLOT > 0
               IF PT-EXCUSED(WS-FIND-SLOT) = "N"
                   MOVE "Y" TO PT-EXCUSED(WS-FIND-SLOT)
                   MOVE AD-EXCUSE-CODE TO PT-EXCUSE-CODE(WS-FIND-SLOT)
                   MOVE AD-CASE-NUM TO PT-LEAVE-CASE(WS-FIND-SLOT)
                   ADD 1 TO WS-EXCUSED-COUNT
               END-IF
           END-IF.

      *A RECORD STAMPED WITH ANY OTHER DATE IS LEFT OVER FROM A RUN
      *THAT DIDN'T HAPPEN TONIGHT - IT IS COUNTED AND WARNED ABOUT,
      *NOT TAKEN AS TONIGHT'S OUTPUT.
       130-LOAD-OUTPUT.
           OPEN INPUT PIECE-WORK-FILE
           IF PW-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PIECE-WORK-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PW-DATE = PR-PROC-DATE
                               MOVE PW-EMP-ID TO WS-FIND-ID
                               PERFORM 140-FIND-PERSON
                               PERFORM 132-APPLY-OUTPUT
                           ELSE
                               ADD 1 TO WS-STALE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIECE-WORK-FILE
           END-IF.

       132-APPLY-OUTPUT.
           IF WS-FIND-SLOT > 0
               IF PT-PRODUCED(WS-FIND-SLOT) = "N"
                   MOVE "Y" TO PT-PRODUCED(WS-FIND-SLOT)
                   ADD 1 TO WS-PRODUCED-COUNT
               END-IF
               ADD PW-UNITS TO PT-UNITS(WS-FIND-SLOT)
           END-IF.

      *FINDS WS-FIND-ID IN THE PERSON TABLE, OPENING A SLOT FOR IT IN
      *EMPLOYEE-NUMBER ORDER (SHIFTING THE REST DOWN ONE) WHEN IT
      *ISN'T THERE YET. A FULL TABLE LEAVES WS-FIND-SLOT ZERO.
       140-FIND-PERSON.
           MOVE 0 TO WS-FIND-SLOT
           MOVE 0 TO WS-INS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PT-PERSON-COUNT
                      OR WS-FIND-SLOT > 0
                      OR WS-INS-SUB > 0
               IF PT-EMP-ID(WS-SUB) = WS-FIND-ID
                   MOVE WS-SUB TO WS-FIND-SLOT
               ELSE
                   IF PT-EMP-ID(WS-SUB) > WS-FIND-ID
                       MOVE WS-SUB TO WS-INS-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIND-SLOT = 0
               IF PT-PERSON-COUNT < PT-MAX-PEOPLE
                   IF WS-INS-SUB = 0
                       COMPUTE WS-INS-SUB = PT-PERSON-COUNT + 1
                   ELSE
                       PERFORM VARYING WS-SUB FROM PT-PERSON-COUNT
                               BY -1
                               UNTIL WS-SUB < WS-INS-SUB
                           MOVE PT-ENTRY(WS-SUB) TO
                               PT-ENTRY(WS-SUB + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO PT-PERSON-COUNT
                   INITIALIZE PT-ENTRY(WS-INS-SUB)
                   MOVE WS-FIND-ID TO PT-EMP-ID(WS-INS-SUB)
                   MOVE "N" TO PT-SCHEDULED(WS-INS-SUB)
                               PT-EXCUSED(WS-INS-SUB)
                               PT-PRODUCED(WS-INS-SUB)
                   MOVE WS-INS-SUB TO WS-FIND-SLOT
               ELSE
                   ADD 1 TO PT-OVERFLOW
               END-IF
           END-IF.

      *ONE OF THE THREE CASES - ITS TITLE, ITS PEOPLE IN EMPLOYEE
      *ORDER, AND HOW MANY. A SECTION NEVER STARTS WITHIN A FEW LINES
      *OF THE FOOT OF A PAGE.
       300-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           IF PC-LINES-USED + 6 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           MOVE HS-TITLE(WS-SECTION) TO HS-SECTION-TITLE
           WRITE PRINT-RECORD FROM HS-SECTION-TITLE AFTER 3
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           ADD 5 TO PC-LINES-USED
           PERFORM 310-CHECK-PERSON
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > PT-PERSON-COUNT
           IF WS-SECTION-COUNT = 0
               WRITE PRINT-RECORD FROM DL-NONE-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF
           MOVE WS-SECTION-COUNT TO ST-COUNT
           WRITE PRINT-RECORD FROM ST-SECTION-TOTAL-LINE AFTER 2
           ADD 2 TO PC-LINES-USED.

       310-CHECK-PERSON.
           MOVE "N" TO WS-CASE-SWITCH
           EVALUATE TRUE
               WHEN SECTION-NO-SHOW
                   IF PT-SCHEDULED(WS-SUB) = "Y"
                           AND PT-EXCUSED(WS-SUB) = "N"
                           AND PT-PRODUCED(WS-SUB) = "N"
                       MOVE "Y" TO WS-CASE-SWITCH
                       ADD 1 TO WS-NO-SHOW-COUNT
                   END-IF
               WHEN SECTION-EXCUSED-WORKED
                   IF PT-EXCUSED(WS-SUB) = "Y"
                           AND PT-PRODUCED(WS-SUB) = "Y"
                       MOVE "Y" TO WS-CASE-SWITCH
                       ADD 1 TO WS-EXC-WORKED-COUNT
                   END-IF
               WHEN SECTION-UNSCHEDULED
                   IF PT-SCHEDULED(WS-SUB) = "N"
                           AND PT-PRODUCED(WS-SUB) = "Y"
                       MOVE "Y" TO WS-CASE-SWITCH
                       ADD 1 TO WS-UNSCHED-COUNT
                   END-IF
           END-EVALUATE
           IF CASE-APPLIES
               ADD 1 TO WS-SECTION-COUNT
               PERFORM 320-CASE-LINE
           END-IF.

       320-CASE-LINE.
           IF PC-LINES-USED + 1 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
               WRITE PRINT-RECORD FROM HS-SECTION-TITLE AFTER 2
               WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
               ADD 4 TO PC-LINES-USED
           END-IF
           MOVE SPACES TO DL-CASE-LINE
           MOVE PT-EMP-ID(WS-SUB) TO DL-EMP-ID
           MOVE "NOT ON EMPLOYEE MSTR" TO DL-EMP-NAME
           MOVE PT-EMP-ID(WS-SUB) TO EM-LOOKUP-ID
           PERFORM 966-FIND-EMPLOYEE
           IF EM-FOUND-SLOT > 0
               MOVE EM-T-NAME(EM-FOUND-SLOT) TO DL-EMP-NAME
               MOVE EM-T-LOC(EM-FOUND-SLOT) TO DL-LOC
           END-IF
           IF PT-SCHEDULED(WS-SUB) = "Y"
               MOVE PT-SHIFT-START(WS-SUB) TO DL-SHIFT-START
               MOVE "-" TO DL-SHIFT-DASH
               MOVE PT-SHIFT-END(WS-SUB) TO DL-SHIFT-END
           ELSE
               MOVE "NOT SCHED" TO DL-SHIFT
           END-IF
           IF PT-EXCUSED(WS-SUB) = "Y"
               MOVE PT-EXCUSE-CODE(WS-SUB) TO DL-EXCUSE-CODE
               PERFORM VARYING WS-XN-SUB FROM 1 BY 1
                       UNTIL WS-XN-SUB > XN-EXCUSE-COUNT
                   IF XN-CODE(WS-XN-SUB) = PT-EXCUSE-CODE(WS-SUB)
                       MOVE XN-NAME(WS-XN-SUB) TO DL-EXCUSE-NAME
                   END-IF
               END-PERFORM
               IF PT-LEAVE-CASE(WS-SUB) NOT = SPACES
                   MOVE "PROTECTED LEAVE" TO DL-EXCUSE-NAME
               END-IF
           END-IF
           MOVE PT-UNITS(WS-SUB) TO DL-UNITS
           MOVE HS-LABEL(WS-SECTION) TO DL-CASE
           WRITE PRINT-RECORD FROM DL-CASE-LINE AFTER 1
           ADD 1 TO PC-LINES-USED.

       800-TOTALS.
           MOVE WS-SCHEDULED-COUNT TO TL-SCHEDULED
           MOVE WS-EXCUSED-COUNT TO TL-EXCUSED
           MOVE WS-PRODUCED-COUNT TO TL-PRODUCED
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 3
           MOVE WS-NO-SHOW-COUNT TO TL-NO-SHOW
           MOVE WS-EXC-WORKED-COUNT TO TL-EXC-WORKED
           MOVE WS-UNSCHED-COUNT TO TL-UNSCHED
           WRITE PRINT-RECORD FROM TL-CASE-TOTAL-LINE AFTER 1.

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

      *A TABLE THAT HAD TO DROP RECORDS, OR A STALE P3 FILE, SAYS SO
      *AND ENDS THE RUN NONZERO.
       950-CHECK-OVERFLOWS.
           IF PT-OVERFLOW > 0
               MOVE "PERSON TABLE" TO OV-TABLE-NAME
               MOVE PT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "SHIFTREC PERSON TABLE OVERFLOW - "
                   PT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE "EMPLOYEE MSTR" TO OV-TABLE-NAME
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "SHIFTREC EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-STALE-COUNT > 0
               DISPLAY "SHIFTREC - " WS-STALE-COUNT
                   " P3PIECE RECORDS NOT FROM THE PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="SHIFTREC"==.

       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.
