           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS P3HF-FILE-STATUS.

      *INDIVIDUAL EMPLOYEE MASTER (SEE EMPMST.CPY) - A RECORD THAT
      *NAMES A PERSON POSTS TO THE CATEGORY COLUMN THE MASTER GIVES
      *THEM, AND WORK DONE AWAY FROM THEIR HOME LOCATION SHOWS.
           SELECT      EMP-MASTER-FILE
           ASSIGN TO   "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *THE SAME CONTROL-TOTAL FEED THE MASTER-BUILD CHAIN APPENDS TO,
      *SO BUILDRPT COVERS THE PERSONNEL CHAIN TOO.
           SELECT      BUILD-SUMMARY-FILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BS-FILE-STATUS.

      *ONE RECORD PER LOCATION PER RUN - THE PROCESSING DATE AND THE
      *LOCATION'S TOTAL COMPLETIONS - APPENDED THE WAY P3 KEEPS
      *P3HIST.TXT, SO THE WEEKLY LOCATION SCORECARD (LOCSCORE.CBL)
      *CAN ADD UP A WEEK OF JOBS WITHOUT ANYONE KEEPING THE PRINTOUTS.
           SELECT      LOC-HISTORY-FILE
           ASSIGN USING WS-LOCHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LH-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" SENDS THE
      *CONTROL-TOTAL APPEND TO A TEST COPY (SEE TESTMODE.CPY).
           SELECT RUN-MODE-FILE
           05  P3HF-ROW-TOTAL          PIC 9(6).
           05                          PIC X(66).

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

       FD  BUILD-SUMMARY-FILE.
       01  BS-RECORD.
           05  BS-DATE                 PIC 9(8).
           05  BS-REJECT-COUNT         PIC 9(5).
           05                          PIC X(39).

       FD  LOC-HISTORY-FILE.
       01  LH-RECORD.
           05  LH-DATE                 PIC 9(8).
           05  LH-LOC                  PIC XX.
           05  LH-TOTAL                PIC 9(6).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       01  WS-BLDSUM-NAME              PIC X(12) VALUE
                                       "BUILDSUM.TXT".

       01  WS-LOCHIST-NAME             PIC X(12) VALUE
                                       "P4HIST.TXT".

       COPY RUNLOG.

       COPY EMPMST.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  LC-FILE-STATUS          PIC XX.
           05  P3HF-FILE-STATUS        PIC XX.
           05  BS-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  LH-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC X(4).

       01  WS-RUN-DATE                 PIC 9(8).

      *COLUMNS 8-12 CARRY THE EMPLOYEE NUMBER OFF EMPMSTR.TXT. WHEN
      *PRESENT THE CATEGORY COLUMN COMES OFF THE MASTER AND THE
      *COLUMN-3 CATEGORY LETTER IS IGNORED; BLANK IS AN OLD-STYLE
      *RECORD POSTED ON THE LETTER ALONE.
       01  INPUT-RECORD.
           05  IR-JOB                  PIC XX.
           05  IR-EMP                  PIC X.
           05  IR-NUM-COMPLETED        PIC S9(4).
           05  IR-EMP-ID               PIC 9(5).
           05  IR-EMP-ID-X REDEFINES IR-EMP-ID
                                       PIC X(5).
           05  FILLER                  PIC XX.
           05  IR-REC-NUM              PIC 99.

       01  WS-EMPLOYEE-CHECK.
           05  WS-EMPLOYEE-OK          PIC X.
               88  EMPLOYEE-VALID      VALUE "Y".
           05  WS-THIS-EMP-SLOT        PIC 9(4) VALUE 0.

      *COMPLETIONS CREDITED TO EACH PERSON ON THE MASTER, AND HOW
      *MANY OF THEM WERE POSTED AT A LOCATION OTHER THAN THE
      *PERSON'S HOME LOCATION.
       01  PP-PERSON-TOTALS.
           05  PP-PERSON OCCURS 500 TIMES.
               10  PP-TOTAL            PIC 9(6) VALUE 0.
               10  PP-AWAY             PIC 9(6) VALUE 0.

       01  WS-PERSON-SUB               PIC 9(4).

       01  TT-TABLE.
           05  PIC X(38)               VALUE
           "ALALABAMA     A00000D00000M00000T00000".
           05                          PIC X(20) VALUE
                                       "EXCEPTION REPORT".

       01  HL-PERSON-TITLE.
           05                          PIC X(30) VALUE
                                       "COMPLETIONS BY EMPLOYEE".

       01  CH-PERSON-HEADING.
           05                          PIC X(8)  VALUE "EMP NO.".
           05                          PIC X(22) VALUE "NAME".
           05                          PIC X(6)  VALUE "HOME".
           05                          PIC X(10) VALUE "COMPLETED".
           05                          PIC X(10) VALUE "   AWAY".

       01  DL-PERSON-LINE.
           05  DLE-EMP-ID              PIC 9(5).
           05                          PIC XXX.
           05  DLE-EMP-NAME            PIC X(20).
           05                          PIC XX.
           05  DLE-LOC                 PIC XX.
           05                          PIC XX.
           05  DLE-TOTAL               PIC ZZZ,ZZ9.
           05                          PIC XXX.
           05  DLE-AWAY                PIC ZZZ,ZZ9.
           05                          PIC XX.
           05  DLE-AWAY-FLAG           PIC X(10).

       COPY FEEDCTL.

       PROCEDURE DIVISION.
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "BLDSUMT.TXT" TO WS-BLDSUM-NAME
               MOVE "P4HISTT.TXT" TO WS-LOCHIST-NAME
               DISPLAY "P4 - TEST RUN - CONTROL TOTALS REDIRECTED"
           END-IF
           PERFORM 030-OPEN
               UNTIL COM-NDX > 4
           PERFORM 700-TOTALS
           PERFORM 730-MISSING-SUBMISSIONS
           PERFORM 740-PERSON-REPORT
           PERFORM 720-RECONCILE-P3
           PERFORM 940-SAVE-BUILD-SUMMARY
           PERFORM 945-SAVE-LOC-HISTORY
           PERFORM 950-CHECK-OVERFLOWS
           PERFORM 020-CLOSE.

           MOVE SPACES TO ER-STAR
           MOVE ZEROS TO ER-50
           PERFORM 115-LOAD-LOCATIONS
           PERFORM 120-LOAD-LOC-LIMITS
           PERFORM 965-LOAD-EMP-MASTER.

       115-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE

           ADD 1 TO WS-INPUT-COUNT
           PERFORM 215-CHECK-LOCATION
           PERFORM 217-CHECK-EMPLOYEE

           IF NOT LOCATION-VALID
               PERFORM 225-UNKNOWN-LOCATION
           ELSE
           IF NOT EMPLOYEE-VALID
               PERFORM 227-UNKNOWN-EMPLOYEE
           ELSE
               IF IR-NUM-COMPLETED > 0 AND IR-NUM-COMPLETED NUMERIC
                   IF IR-NUM-COMPLETED > LT-LOC-THRESH (ITEM-NDX)
                   WRITE PRINT-RECORD FROM SL-STAR-LINE AFTER 1
               END-IF
           END-IF
           END-IF
      *TOTALS
           IF PC-LINES-USED > PC-LINES-PER-PAGE
               MOVE ZEROS TO PC-LINES-USED
                   MOVE "Y" TO TT-SUBMITTED (ITEM-NDX)
           END-SEARCH.

      *A RECORD THAT NAMES A PERSON MUST FIND THEM ACTIVE ON THE
      *EMPLOYEE MASTER WITH A CATEGORY TO POST UNDER. A CATEGORY-ONLY
      *RECORD PASSES HERE - 240-TABLE MATCHES ITS LETTER AS BEFORE.
       217-CHECK-EMPLOYEE.
           MOVE "Y" TO WS-EMPLOYEE-OK
           MOVE 0 TO WS-THIS-EMP-SLOT
           IF IR-EMP-ID-X NOT = SPACES
               MOVE "N" TO WS-EMPLOYEE-OK
               IF IR-EMP-ID-X NUMERIC
                   MOVE IR-EMP-ID TO EM-LOOKUP-ID
                   PERFORM 966-FIND-EMPLOYEE
                   IF EM-FOUND-ACTIVE
                       AND EM-T-CATEGORY(EM-FOUND-SLOT) > 0
                       MOVE "Y" TO WS-EMPLOYEE-OK
                       MOVE EM-FOUND-SLOT TO WS-THIS-EMP-SLOT
                   END-IF
               END-IF
           END-IF.

       227-UNKNOWN-EMPLOYEE.
           MOVE IR-REC-NUM TO ER-NUM
           MOVE IR-RECORD TO ER-CONTENTS
           MOVE "UNKNOWN EMPLOYEE" TO ER-MESSAGE

           WRITE PRINT-RECORD FROM ER-EXCEPTION-REPORT AFTER 2
           WRITE PRINT-RECORD FROM SL-STAR-LINE AFTER 1
           MOVE SPACES TO ER-MESSAGE.

       225-UNKNOWN-LOCATION.
           MOVE IR-REC-NUM TO ER-NUM
           MOVE IR-RECORD TO ER-CONTENTS
       230-VALID.
           PERFORM 240-TABLE.

      *A RECORD THAT NAMES A PERSON POSTS STRAIGHT TO THE COLUMN
      *OF THE CATEGORY THE MASTER GIVES THEM, AND TO THE PERSON.
       240-TABLE.
           IF WS-THIS-EMP-SLOT > 0
               SET COM-NDX TO EM-T-CATEGORY (WS-THIS-EMP-SLOT)
               ADD IR-NUM-COMPLETED TO
                   TT-NUM-COM (ITEM-NDX, COM-NDX)
               ADD IR-NUM-COMPLETED TO PP-TOTAL (WS-THIS-EMP-SLOT)
               IF IR-JOB NOT = EM-T-LOC (WS-THIS-EMP-SLOT)
                   ADD IR-NUM-COMPLETED TO PP-AWAY (WS-THIS-EMP-SLOT)
               END-IF
           ELSE
           SET COM-NDX TO 1
           SEARCH TT-NUM-COMPLETED
               AT END
               WHEN IR-EMP = TT-EMP-TYPE (ITEM-NDX, COM-NDX)
                   ADD IR-NUM-COMPLETED TO
                       TT-NUM-COM (ITEM-NDX, COM-NDX)
           END-SEARCH
           END-IF.

       250-EXCEPTION-HEADINGS.
           WRITE PRINT-RECORD FROM HEADING-TITLE-TWO AFTER 1
               MOVE 8 TO RETURN-CODE
           END-IF.

      *JOB CREDIT BY ACTUAL PERSON, WITH WORK POSTED AWAY FROM THE
      *PERSON'S HOME LOCATION ON THE MASTER CALLED OUT - EITHER A
      *LOAN TO ANOTHER LOCATION OR A HOME LOCATION THAT NEEDS
      *UPDATING. THE LIST RUNS AS LONG AS THE MASTER, SO IT PAGES
      *ON THE SAME LINE COUNT AS THE REST OF THE REPORT.
       740-PERSON-REPORT.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD FROM HL-PERSON-TITLE AFTER 3
           WRITE PRINT-RECORD FROM CH-PERSON-HEADING AFTER 2
           ADD 5 TO PC-LINES-USED
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               IF PP-TOTAL (WS-PERSON-SUB) > 0
                   IF PC-LINES-USED > PC-LINES-PER-PAGE
                       PERFORM 745-PERSON-HEADINGS
                   END-IF
                   MOVE EM-T-ID (WS-PERSON-SUB) TO DLE-EMP-ID
                   MOVE EM-T-NAME (WS-PERSON-SUB) TO DLE-EMP-NAME
                   MOVE EM-T-LOC (WS-PERSON-SUB) TO DLE-LOC
                   MOVE PP-TOTAL (WS-PERSON-SUB) TO DLE-TOTAL
                   MOVE PP-AWAY (WS-PERSON-SUB) TO DLE-AWAY
                   IF PP-AWAY (WS-PERSON-SUB) > 0
                       MOVE "* AWAY" TO DLE-AWAY-FLAG
                   ELSE
                       MOVE SPACES TO DLE-AWAY-FLAG
                   END-IF
                   WRITE PRINT-RECORD FROM DL-PERSON-LINE AFTER 1
                   ADD 1 TO PC-LINES-USED
               END-IF
           END-PERFORM.

      *A NEW PAGE PART WAY THROUGH THE EMPLOYEE LIST REPEATS ITS
      *TITLE AND COLUMN HEADINGS UNDER THE PAGE HEADING.
       745-PERSON-HEADINGS.
           MOVE ZEROS TO PC-LINES-USED
           PERFORM 850-HEADINGS
           WRITE PRINT-RECORD FROM HL-PERSON-TITLE AFTER 1
           WRITE PRINT-RECORD FROM CH-PERSON-HEADING AFTER 2
           ADD 3 TO PC-LINES-USED.

       720-RECONCILE-P3.
           MOVE 0 TO WS-P3-GRAND-TOTAL
           OPEN INPUT P3-HISTORY-FILE
               DISPLAY "P4 LOCATION TABLE OVERFLOW - "
                   WS-LOC-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               DISPLAY "P4 EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *APPENDS THIS RUN'S INPUT/VALID/REJECT COUNTS TO THE SAME FEED
           WRITE BS-RECORD
           CLOSE BUILD-SUMMARY-FILE.

      *APPENDS EVERY LOCATION'S TOTAL FOR THE NIGHT, ZERO INCLUDED -
      *A RERUN'S LATER RECORDS THEN REPLACE THE FIRST RUN'S FIGURES
      *FOR THAT DATE WHEREVER THE HISTORY IS READ BACK.
       945-SAVE-LOC-HISTORY.
           OPEN EXTEND LOC-HISTORY-FILE
           IF LH-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOC-HISTORY-FILE
           END-IF
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > TT-ITEM-COUNT
               MOVE PR-PROC-DATE TO LH-DATE
               MOVE TT-JOB (ITEM-NDX) TO LH-LOC
               MOVE 0 TO LH-TOTAL
               PERFORM VARYING COM-NDX FROM 1 BY 1
                       UNTIL COM-NDX > 4
                   ADD TT-NUM-COM (ITEM-NDX, COM-NDX) TO LH-TOTAL
               END-PERFORM
               WRITE LH-RECORD
           END-PERFORM
           CLOSE LOC-HISTORY-FILE.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==IR-RECORD==
           ==FC-DETAIL-PARA== BY ==210-PROCESSING==.
       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.
