               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EN-FILE-STATUS.

      *INDIVIDUAL EMPLOYEE MASTER (SEE EMPMST.CPY) - AN ABSENCE THAT
      *CARRIES AN EMPLOYEE NUMBER IS CHARGED TO THAT PERSON, AND THE
      *OFFENDER LIST AND WARNING LETTERS GO TO PEOPLE, NOT CATEGORIES.
           SELECT EMP-MASTER-FILE
               ASSIGN "EMPMSTR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EM-FILE-STATUS.

      *REPEAT-OFFENDER THRESHOLD, MAINTAINED BY HR WITHOUT A
      *RECOMPILE. NO FILE LEAVES THE DEFAULT IN EFFECT.
           SELECT OFFENDER-LIMIT-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

      *ABSENCE-BALANCE LEDGER - ONE RECORD PER PERSON WITH A SICK,
      *PERSONAL, AND VACATION BALANCE. A VALID ENTRY UNDER A CODE
      *EXCUSECD.TXT MARKS CHARGEABLE DRAWS DOWN THE MATCHING BUCKET;
      *ABSACCR.CBL ADDS THE MONTHLY ACCRUAL AND PRINTS THE
      *STATEMENTS. THE WHOLE FILE IS LOADED AND REWRITTEN EACH RUN.
           SELECT ABSENCE-BALANCE-FILE
               ASSIGN USING WS-ABSBAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AB-FILE-STATUS.

      *ONE RECORD PER POSTED ABSENCE THAT NAMES A PERSON - WHO, WHICH
      *DAY, WHICH EXCUSE - APPENDED EVERY RUN. ATTNPAT.CBL READS IT
      *BACK FOR THE ATTENDANCE-PATTERN REPORT.
           SELECT ABSENCE-DETAIL-FILE
               ASSIGN USING WS-ABSDTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AD-FILE-STATUS.

      *PROTECTED-LEAVE CASES HR HAS OPENED (SEE LEAVECAS.CPY) - AN
      *ABSENCE A CASE COVERS STILL POSTS, BUT STAYS OFF THE
      *OFFENDER COUNT AND OUT OF THE LETTERS.
           SELECT LEAVE-CASE-FILE
               ASSIGN "LEAVECAS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LV-FILE-STATUS.

      *HR'S DISCIPLINARY WARNING LETTERS - ONE FORMATTED LETTER PER
      *REPEAT OFFENDER, ON THEIR OWN PRINT FILE SO DISTRIB CAN BUNDLE
      *THEM SEPARATELY FROM THE REPORT.
       FD  EXCUSE-CODE-FILE.
       01  ECF-RECORD                  PIC X(80).

      *HF-CODE 00 MARKS A REPEAT-OFFENDER ENTRY (HF-EMP-ID SAYS WHO,
      *HF-COUNT IS THE RUN'S TOTAL) - THE TREND LOADER ALREADY SKIPS
      *CODE 00, SO THE OLD PER-CODE RECORDS AND THESE COEXIST. A FILE
      *WRITTEN BEFORE HF-EMP-NUM EXISTED HAS SPACES THERE; ENTRIES
      *WRITTEN BEFORE THE EMPLOYEE MASTER NAMED ONLY A CATEGORY IN
      *HF-EMP-NUM AND HAVE SPACES IN HF-EMP-ID - THEY NO LONGER COUNT
      *TOWARD ANYONE'S WARNING NUMBER.
       FD  HISTORY-FILE.
       01  HF-RECORD.
           05  HF-DATE                 PIC 9(8).
           05  HF-EMP-NUM              PIC 9.
           05  HF-EMP-NUM-X REDEFINES HF-EMP-NUM
                                       PIC X.
           05  HF-EMP-ID               PIC 9(5).
           05  HF-EMP-ID-X REDEFINES HF-EMP-ID
                                       PIC X(5).
           05                          PIC X(60).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(80).
       01  RJ-RECORD.
           05  RJ-RECORD-NUM           PIC Z9.
           05                          PIC XX.
           05  RJ-INPUT-REC            PIC X(24).
           05                          PIC XX.
           05  RJ-REASON               PIC X(30).

           05  EN-IN-EMP-NUM           PIC 9.
           05  EN-IN-NAME              PIC X(16).

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

       FD  OFFENDER-LIMIT-FILE.
       01  OL-RECORD                   PIC 9(3).

       FD  RESUBMIT-FILE.
       01  RB-RECORD                   PIC X(24).

       FD  REVIEW-LIMIT-FILE.
       01  RV-RECORD                   PIC 99.

       FD  PENDING-APPROVAL-FILE.
       01  PA-RECORD                   PIC X(24).

       FD  APPROVED-FILE.
       01  AP-RECORD                   PIC X(24).

       FD  BUILD-SUMMARY-FILE.
       01  BS-RECORD.
       FD  LETTER-FILE.
       01  LETTER-REC                  PIC X(80).

      *BUCKET 1 SICK, 2 PERSONAL, 3 VACATION. AB-OPEN-BAL IS THE
      *BALANCE AFTER THE LAST MONTH-END ACCRUAL, AB-USED WHAT HAS
      *BEEN CHARGED SINCE - THE BALANCE LEFT IS THE DIFFERENCE.
       FD  ABSENCE-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-EMP-ID               PIC 9(5).
           05  AB-LAST-ACCRUAL         PIC 9(6).
           05  AB-BUCKET OCCURS 3 TIMES.
               10  AB-OPEN-BAL         PIC S9(3)V99.
               10  AB-USED             PIC 9(3)V99.
      *THE MONTH-END STATEMENT FIGURES ABSACCR KEEPS - CARRIED
      *THROUGH UNTOUCHED.
           05  AB-STMT-BUCKET OCCURS 3 TIMES.
               10  AB-STMT-OPEN        PIC S9(3)V99.
               10  AB-STMT-USED        PIC 9(3)V99.
               10  AB-STMT-ACCRUED     PIC 9V99.

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

      *AD-POST-DATE IS THE PROCESSING DATE THE ABSENCE POSTED UNDER -
      *A CORRECTED REJECT OR AN APPROVED HOLD CAN POST DAYS AFTER
      *THE ABSENCE ITSELF. AD-CASE-NUM IS THE PROTECTED-LEAVE CASE
      *THAT COVERED IT, BLANK WHEN NONE DID.
       FD  ABSENCE-DETAIL-FILE.
       01  AD-RECORD.
           05  AD-EMP-ID               PIC 9(5).
           05  AD-ABS-DATE             PIC 9(8).
           05  AD-EXCUSE-CODE          PIC 99.
           05  AD-COUNT                PIC 99.
           05  AD-LOC-CODE             PIC XX.
           05  AD-POST-DATE            PIC 9(8).
           05  AD-CASE-NUM             PIC X(8).

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

               "EXCUSAPP.TXT".
           05  WS-BLDSUM-NAME          PIC X(12) VALUE
               "BUILDSUM.TXT".
           05  WS-ABSBAL-NAME          PIC X(12) VALUE
               "ABSBAL.TXT".
           05  WS-ABSDTL-NAME          PIC X(12) VALUE
               "ABSDTL.TXT".

       COPY RUNLOG.

       COPY EMPMST.

       COPY LEAVECAS.

       01  SWITCHES.
           05  END-OF-DATA             PIC XXX.
           05  HF-FILE-STATUS          PIC XX.
           05  PA-FILE-STATUS          PIC XX.
           05  AP-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  AB-FILE-STATUS          PIC XX.
           05  AD-FILE-STATUS          PIC XX.

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.

       01  HD-HELD-LINE.
           05                          PIC X(34).
           05  HD-HELD-REASON          PIC X(40).

      *ABSENCE-BALANCE LEDGER IN STORAGE, THE SAME SHAPE AS AB-RECORD.
      *A PERSON WITH NO LEDGER RECORD HAS A ZERO BALANCE - THE FIRST
      *CHARGE THAT POSTS FOR THEM ADDS ONE.
       01  BT-MAX-BALANCES             PIC 9(4) VALUE 500.
       01  BT-BAL-COUNT                PIC 9(4) VALUE 0.
       01  BT-OVERFLOW                 PIC 9(3) VALUE 0.

       01  BT-BALANCE-TABLE.
           05  BT-ENTRY OCCURS 500 TIMES.
               10  BT-EMP-ID           PIC 9(5).
               10  BT-LAST-ACCRUAL     PIC 9(6).
               10  BT-BUCKET OCCURS 3 TIMES.
                   15  BT-OPEN-BAL     PIC S9(3)V99.
                   15  BT-USED         PIC 9(3)V99.
               10  BT-STMT-BUCKET OCCURS 3 TIMES.
                   15  BT-STMT-OPEN    PIC S9(3)V99.
                   15  BT-STMT-USED    PIC 9(3)V99.
                   15  BT-STMT-ACCRUED PIC 9V99.

      *WS-BUCKET-SUB IS ZERO FOR AN ENTRY NOBODY'S BALANCE PAYS FOR -
      *A CODE WITH NO CHARGE BUCKET, OR A CATEGORY-ONLY RECORD THAT
      *NAMES NO PERSON TO CHARGE.
       01  WS-BALANCE-CHECK.
           05  WS-BUCKET-SUB           PIC 9    VALUE 0.
           05  WS-BAL-SLOT             PIC 9(4) VALUE 0.
           05  WS-BAL-LEFT             PIC S9(4)V99.
           05  WS-BALANCE-OK           PIC X.
               88  BALANCE-SHORT       VALUE "N".
       01  WS-BAL-SUB                  PIC 9(4).
       01  WS-BALANCE-HELD-COUNT       PIC 9(5) VALUE 0.

       01  BH-BALANCE-HELD-LINE.
           05                          PIC X(21).
           05                          PIC X(42) VALUE
               "HELD - ABSENCE BALANCE WOULD GO NEGATIVE:".
           05  BH-COUNT                PIC ZZZZ9.

       01  WS-PERCENT-CALC.
           05  WS-PERCENT-OF-TOTAL     PIC 999V9.
               10  ET-EFF-DATE         PIC 9(8).
               10  ET-EXP-DATE         PIC 9(8).
               10  ET-ACTIVE           PIC X.
               10  ET-BUCKET           PIC X.

       01  ET-EXCUSE-COUNT             PIC 99 VALUE 0.

      *EXCUSECD.TXT AS MAINTAINED BY EXCUSMNT.CBL - THE EFFECTIVE AND
      *EXPIRY DATES AND ACTIVE FLAG ARE OPTIONAL SO A FILE STILL IN
      *THE OLD SHORT LAYOUT LOADS WITH EVERY CODE TREATED AS ACTIVE.
      *ECF-BUCKET SAYS WHICH ABSENCE BALANCE THE CODE IS CHARGED TO -
      *S SICK, P PERSONAL, V VACATION, BLANK NOT CHARGED.
       01  ECF-INPUT-REC.
           05  ECF-CODE                PIC 99.
           05  ECF-EXCUSE              PIC X(15).
           05  ECF-EFF-DATE            PIC 9(8).
           05  ECF-EXP-DATE            PIC 9(8).
           05  ECF-ACTIVE              PIC X.
           05  ECF-BUCKET              PIC X.

       01  WS-EXCUSE-CHECK.
           05  WS-EXCUSE-FOUND         PIC X.
               88  EXCUSE-NUM-VALID    VALUE "Y".
               88  EXCUSE-NOT-IN-EFFECT VALUE "R".

      *"M" IS AN EMPLOYEE NUMBER NOT ON THE MASTER, "T" ONE WHOSE
      *MASTER RECORD SAYS TERMINATED. WS-THIS-CATEGORY IS THE 1-4
      *CATEGORY THE ENTRY ROLLS UP UNDER (OFF THE MASTER WHEN THE
      *RECORD NAMES A PERSON) AND WS-THIS-EMP-SLOT THE PERSON'S SLOT
      *IN THE MASTER TABLE - ZERO FOR AN OLD-STYLE CATEGORY-ONLY
      *RECORD.
       01  WS-EMPLOYEE-CHECK.
           05  WS-EMPLOYEE-OK          PIC X.
               88  EMPLOYEE-NUM-VALID  VALUE "Y".
               88  EMPLOYEE-NOT-ON-MASTER VALUE "M".
               88  EMPLOYEE-TERMINATED VALUE "T".
           05  WS-THIS-CATEGORY        PIC 9    VALUE 0.
           05  WS-THIS-EMP-SLOT        PIC 9(4) VALUE 0.
           05  WS-THIS-CASE-NUM        PIC X(8) VALUE SPACES.

      *THE DAY THE ABSENCE HAPPENED - OFF COLUMNS 17-24 WHEN THE FEED
      *CARRIES IT, TONIGHT'S PROCESSING DATE WHEN IT IS BLANK. A DATE
      *AFTER THE PROCESSING DATE CAN'T HAVE HAPPENED YET AND REJECTS.
       01  WS-ABS-DATE-CHECK.
           05  WS-ABS-DATE-OK          PIC X.
               88  ABS-DATE-VALID      VALUE "Y".
           05  WS-THIS-ABS-DATE        PIC 9(8) VALUE 0.
           05  WS-ABS-DATE-PARTS REDEFINES WS-THIS-ABS-DATE.
               10  WS-ABS-YYYY         PIC 9(4).
               10  WS-ABS-MM           PIC 99.
               10  WS-ABS-DD           PIC 99.

      *EMPLOYEE-CATEGORY NAMES LOADED FROM EMPLOYEE-FILE - A MISSING
      *FILE (OR AN EMPLOYEE NUMBER IT DOESN'T COVER) LEAVES THE ENTRY
                                       PIC 9(4) VALUE 0.
               10  EC-EMP-TOTAL        PIC 9(5) VALUE 0.

      *PER-PERSON EXCUSE USAGE, KEYED BY THE PERSON'S SLOT IN THE
      *EMPLOYEE MASTER TABLE AND BY EXCUSE-TABLE SLOT - WHAT THE
      *OFFENDER LIST AND THE WARNING LETTERS NOW WORK FROM. THE PRIOR
      *WARNING COUNT AND THIS RUN'S OFFENDER FLAG RIDE IN THE SAME
      *ENTRY. ABSENCES AN OPEN LEAVE CASE COVERS ARE TALLIED APART IN
      *PT-PROTECTED AND NEVER REACH THE SLOT COUNTS OR PT-TOTAL.
       01  PT-PERSON-TALLIES.
           05  PT-PERSON OCCURS 500 TIMES.
               10  PT-SLOT-COUNT OCCURS 99 TIMES
                                       PIC 9(4) VALUE 0.
               10  PT-TOTAL            PIC 9(5) VALUE 0.
               10  PT-PROTECTED        PIC 9(5) VALUE 0.
               10  PT-PRIOR-WARNING    PIC 9(3) VALUE 0.
               10  PT-OFFENDER-FLAG    PIC X    VALUE "N".

      *OLD-STYLE ENTRIES THAT NAME ONLY A CATEGORY, BY CATEGORY - THEY
      *CAN'T EARN A LETTER, BUT A CATEGORY OVER THE LIMIT ON THEM
      *ALONE STILL SHOWS ON THE OFFENDER PAGE SO HR CAN CHASE WHO.
       01  WS-UNIDENTIFIED-TOTALS.
           05  WS-UNIDENTIFIED-TOTAL OCCURS 4 TIMES
                                       PIC 9(5) VALUE 0.

       01  WS-PERSON-SUB               PIC 9(4).
       01  WS-SUPV-NAME                PIC X(20).

      *AN EMPLOYEE WHOSE TOTAL EXCUSE COUNT FOR THE RUN CROSSES THIS
      *MANY GOES ON THE REPEAT-OFFENDER LIST FOR HR.
       01  WS-OFFENDER-LIMIT           PIC 9(3) VALUE 10.
      *P4LOC.TXT. BLANK MEANS AN OLD-STYLE RECORD AND ROLLS UP UNDER
      *"UNASSIGNED" RATHER THAN REJECTING A FEED BUILT BEFORE THE
      *FIELD EXISTED.
      *COLUMNS 12-16 CARRY THE EMPLOYEE NUMBER OFF EMPMSTR.TXT. WHEN
      *IT IS PRESENT THE PERSON'S CATEGORY COMES OFF THE MASTER AND
      *COLUMN 9 IS IGNORED; BLANK IS AN OLD-STYLE RECORD THAT STILL
      *EDITS AND ROLLS UP ON THE COLUMN-9 CATEGORY ALONE.
      *COLUMNS 17-24 CARRY THE DATE OF THE ABSENCE (YYYYMMDD). BLANK
      *IS A RECORD FROM A FEED THAT DOESN'T SEND IT - IT POSTS AS
      *TONIGHT'S ABSENCE.
       01  IR-INPUT-REC.
           05  IR-EXCUSE-NUM           PIC 99.
           05                          PIC XXX.
           05                          PIC X.
           05  IR-EMP-NUM              PIC 9.
           05  IR-LOC-CODE             PIC XX.
           05  IR-EMP-ID               PIC 9(5).
           05  IR-EMP-ID-X REDEFINES IR-EMP-ID
                                       PIC X(5).
           05  IR-ABS-DATE             PIC 9(8).
           05  IR-ABS-DATE-X REDEFINES IR-ABS-DATE
                                       PIC X(8).

       01  SR-STAR-REC.
           05  SR-EXCUSE-NUMBER        PIC XX.
           05  SR-NUM-USING            PIC XX.
           05  SR-EMP-NUM              PIC X.
           05  SR-LOC-CODE             PIC XX.
           05  SR-EMP-ID               PIC X(5).
           05  SR-ABS-DATE             PIC X(8).

       01  SR-SUMMARY-REPORT.
           05  SR-TABLE OCCURS 99      PIC 9(4) VALUE 0.
           05                          PIC X(30).
           05  DL-RECORD-NUM           PIC Z9.
           05                          PIC XX.
           05  DL-INPUT-REC            PIC X(24).
           05                          PIC X(22).

       01  DL-DETAIL-LINE-X.
           05                          PIC X(27).
           05  SL-NUM-USING            PIC XX.
           05                          PIC X.
           05  SL-EMP-NUM              PIC X.
           05  SL-LOC-CODE             PIC XX.
           05  SL-EMP-ID               PIC X(5).
           05  SL-ABS-DATE             PIC X(8).

       01  TL-TOTAL-LINE.
           05                          PIC X(21).

       01  HL-EMPLOYEE-TITLE.
           05                          PIC X(30).
           05                          PIC X(33) VALUE
               "EXCUSE USAGE BY EMPLOYEE CATEGORY".

       01  EH-EMPLOYEE-HEADING.
           05                          PIC X(10) VALUE "CATEGORY".
           05  EH-EMP-NUM              PIC 9.
           05                          PIC XX.
           05  EH-EMP-NAME             PIC X(16).

       01  HL-PERSON-TITLE.
           05                          PIC X(30).
           05                          PIC X(24) VALUE
                                       "EXCUSE USAGE BY PERSON".

       01  PH-PERSON-HEADING.
           05                          PIC X(9) VALUE "EMPLOYEE".
           05  PH-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  PH-EMP-NAME             PIC X(20).
           05                          PIC XX.
           05                          PIC X(5) VALUE "LOC: ".
           05  PH-LOC-CODE             PIC XX.
           05                          PIC XX.
           05                          PIC X(5) VALUE "CAT: ".
           05  PH-CATEGORY             PIC 9.

       01  ED-EMPLOYEE-DETAIL.
           05                          PIC X(5).
           05  ED-EXCUSE-NAME          PIC X(15).
           05                          PIC XX.
           05  EL-EMP-TOTAL            PIC ZZZZ9.

       01  EP-PROTECTED-LINE.
           05                          PIC X(5).
           05                          PIC X(15) VALUE
                                       "PROTECTED LEAVE".
           05                          PIC XX.
           05  EP-PROTECTED            PIC ZZZZ9.
           05                          PIC X(25) VALUE
               "  NOT COUNTED TO OFFENDER".

       01  HL-OFFENDER-TITLE.
           05                          PIC X(24) VALUE
                                       "REPEAT OFFENDERS - OVER".
                                       " EXCUSES".

       01  OL-OFFENDER-LINE.
           05  OL-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  OL-EMP-NAME             PIC X(20).
           05                          PIC XX.
           05  OL-EMP-COUNT            PIC ZZZZ9.

       01  OU-UNIDENTIFIED-LINE.
           05                          PIC X(9) VALUE "CATEGORY ".
           05  OU-CATEGORY             PIC 9.
           05                          PIC XX.
           05  OU-CAT-NAME             PIC X(16).
           05                          PIC X(4).
           05  OU-COUNT                PIC ZZZZ9.
           05                          PIC X(29) VALUE
               "  NO EMPLOYEE NO. - NO LETTER".

       01  OL-NONE-LINE.
           05                          PIC X(34) VALUE
                   "NO EMPLOYEES OVER THE THRESHOLD".

      *WHICH PEOPLE CROSSED THE THRESHOLD THIS RUN (PT-OFFENDER-FLAG,
      *SET IN 610-CHECK-OFFENDER, SAVED TO HISTORY AS CODE-00
      *ENTRIES) AND HOW MANY PRIOR OFFENSES HISTORY-FILE ALREADY
      *HOLDS FOR EACH (PT-PRIOR-WARNING) - THE WARNING NUMBER ON THE
      *LETTER IS PRIORS PLUS ONE.
       01  WS-WARNING-NUM              PIC 9(3) VALUE 0.

       01  LH-LETTER-HEADING.

       01  LT-TO-LINE.
           05                          PIC X(4)  VALUE "TO: ".
           05  LT-EMP-NAME             PIC X(20).
           05                          PIC X(12) VALUE
               "  (EMPLOYEE ".
           05  LT-EMP-NUM              PIC 9(5).
           05                          PIC X     VALUE ")".

       01  LS-SUPERVISOR-LINE.
           05                          PIC X(4)  VALUE "CC: ".
           05  LS-SUPV-NAME            PIC X(20).
           05                          PIC X(14) VALUE
               "  (SUPERVISOR)".

       01  LW-WARNING-LINE.
           05                          PIC X(20) VALUE
               "THIS IS WARNING NO. ".
               MOVE "EXCUSRJT.TXT" TO WS-REJECT-NAME
               MOVE "EXCUSAPT.TXT" TO WS-PENDING-NAME
               MOVE "BLDSUMT.TXT" TO WS-BLDSUM-NAME
               MOVE "ABSDTLT.TXT" TO WS-ABSDTL-NAME
               DISPLAY "PRG02 - TEST RUN - OUTPUTS REDIRECTED"
           END-IF
      *INITIALIZATION SECTION
           PERFORM 550-LOCATION-REPORT
           PERFORM 600-REPEAT-OFFENDERS
           PERFORM 900-SAVE-HISTORY
           PERFORM 905-SAVE-BALANCES
           PERFORM 940-SAVE-BUILD-SUMMARY
           PERFORM 950-CHECK-OVERFLOWS
      *TERMINATION SECTION
           CLOSE INPUT-FILE EXCUSE-CODE-FILE PRINT-FILE
                 REJECT-FILE LETTER-FILE ABSENCE-DETAIL-FILE
           PERFORM 976-LOG-END
           STOP RUN.
      *
           MOVE SPACES TO PRINT-REC
           PERFORM 120-LOAD-EXCUSES
           PERFORM 125-LOAD-EMPLOYEES
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 128-LOAD-LOCATIONS
           PERFORM 127-LOAD-OFFENDER-LIMIT
           PERFORM 129-LOAD-REVIEW-LIMIT
           PERFORM 130-LOAD-HISTORY
           PERFORM 140-LOAD-BALANCES
           PERFORM 978-GET-PROC-DATE
           PERFORM 960-LOAD-LEAVE-CASES
           PERFORM 145-OPEN-ABSENCE-DETAIL.

      *THE SUPERVISOR REVIEW THRESHOLD, SAME TOLERANT PATTERN AS THE
      *OFFENDER LIMIT - NO FILE LEAVES THE DEFAULT IN EFFECT.
               MOVE "I" TO ET-ACTIVE(ET-EXCUSE-COUNT)
           ELSE
               MOVE "A" TO ET-ACTIVE(ET-EXCUSE-COUNT)
           END-IF
           MOVE SPACE TO ET-BUCKET(ET-EXCUSE-COUNT)
           IF ECF-BUCKET = "S" OR "P" OR "V"
               MOVE ECF-BUCKET TO ET-BUCKET(ET-EXCUSE-COUNT)
           END-IF.

      *LOADS THE EMPLOYEE-CATEGORY NAMES OFF EMPLOYEE-FILE, THE SAME
               END-PERFORM
           END-IF.

      *A BLANK DATE IS TONIGHT'S ABSENCE. A KEYED DATE MUST BE A REAL
      *CALENDAR DATE NO LATER THAN THE PROCESSING DATE.
       209-CHECK-ABS-DATE.
           MOVE "Y" TO WS-ABS-DATE-OK
           IF IR-ABS-DATE-X = SPACES
               MOVE PR-PROC-DATE TO WS-THIS-ABS-DATE
           ELSE
           IF IR-ABS-DATE-X NOT NUMERIC
               MOVE "N" TO WS-ABS-DATE-OK
               MOVE 0 TO WS-THIS-ABS-DATE
           ELSE
               MOVE IR-ABS-DATE TO WS-THIS-ABS-DATE
               IF WS-ABS-YYYY < 1900
                       OR WS-ABS-MM < 1 OR WS-ABS-MM > 12
                       OR WS-ABS-DD < 1 OR WS-ABS-DD > 31
                       OR WS-THIS-ABS-DATE > PR-PROC-DATE
                   MOVE "N" TO WS-ABS-DATE-OK
               ELSE
                   IF (WS-ABS-MM = 4 OR 6 OR 9 OR 11)
                           AND WS-ABS-DD > 30
                       MOVE "N" TO WS-ABS-DATE-OK
                   END-IF
                   IF WS-ABS-MM = 2 AND WS-ABS-DD > 29
                       MOVE "N" TO WS-ABS-DATE-OK
                   END-IF
               END-IF
           END-IF
           END-IF.

      *HR'S REPEAT-OFFENDER THRESHOLD - NO FILE LEAVES THE DEFAULT IN
      *EFFECT, THE SAME PATTERN AS THE TAX-RATE AND REORDER-POINT
      *FILES ON THE P7 SIDE.
                   ADD HF-COUNT TO
                       WS-TREND-COUNT(WS-TP-SUB + 1, HF-CODE)
               END-IF
               IF HF-CODE = 0 AND HF-EMP-ID-X NUMERIC
                       AND HF-EMP-ID > 0
                   MOVE HF-EMP-ID TO EM-LOOKUP-ID
                   PERFORM 966-FIND-EMPLOYEE
                   IF EM-FOUND-SLOT > 0
                       ADD 1 TO PT-PRIOR-WARNING(EM-FOUND-SLOT)
                   END-IF
               END-IF
           END-IF.

      *THE LEDGER IS LOADED WHOLE - A MISSING FILE IS AN EMPTY LEDGER,
      *AND EVERY CHARGEABLE ENTRY THEN HOLDS FOR APPROVAL UNTIL
      *ABSACCR.CBL HAS RUN ITS FIRST ACCRUAL.
       140-LOAD-BALANCES.
           OPEN INPUT ABSENCE-BALANCE-FILE
           IF AB-FILE-STATUS = "00"
               PERFORM UNTIL AB-FILE-STATUS NOT = "00"
                   READ ABSENCE-BALANCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BT-BAL-COUNT < BT-MAX-BALANCES
                               ADD 1 TO BT-BAL-COUNT
                               MOVE AB-RECORD TO
                                   BT-ENTRY(BT-BAL-COUNT)
                           ELSE
                               ADD 1 TO BT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-BALANCE-FILE
           END-IF.

      *THE DETAIL FILE ONLY EVER GROWS - OPEN EXTEND CREATES IT THE
      *FIRST NIGHT THERE IS NOTHING TO EXTEND.
       145-OPEN-ABSENCE-DETAIL.
           OPEN EXTEND ABSENCE-DETAIL-FILE
           IF AD-FILE-STATUS NOT = "00"
               OPEN OUTPUT ABSENCE-DETAIL-FILE
           END-IF.

      *FINDS (OR ADDS) HF-DATE'S SLOT AMONG THE LAST 3 PRIOR DATES AND
      *LEAVES ITS PERIOD NUMBER (1-3) IN WS-TP-SUB. A 4TH DISTINCT
      *DATE BUMPS THE OLDEST OF THE 3 OUT OF THE WINDOW.
           PERFORM 205-CHECK-EXCUSE
           PERFORM 207-CHECK-EMPLOYEE
           PERFORM 208-CHECK-LOCATION
           PERFORM 209-CHECK-ABS-DATE

           IF EXCUSE-NUM-VALID AND IR-NUM-COUNT NUMERIC
                   AND IR-NUM-COUNT > 0
                   AND IR-NUM-COUNT <= WS-MAX-NUM-COUNT
                   AND EMPLOYEE-NUM-VALID
                   AND LOCATION-CODE-VALID
                   AND ABS-DATE-VALID
               IF IR-NUM-COUNT > WS-REVIEW-LIMIT
                       AND WS-APPROVED-PASS = "N"
                   PERFORM 230-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 215-CHECK-BALANCE
                   IF BALANCE-SHORT AND WS-APPROVED-PASS = "N"
                       PERFORM 235-HOLD-FOR-BALANCE
                   ELSE
                       PERFORM 220-VALID
                   END-IF
               END-IF
           ELSE
               PERFORM 210-INVALID
               END-SEARCH
           END-IF.

      *A RECORD THAT NAMES A PERSON MUST FIND AN ACTIVE ENTRY ON THE
      *EMPLOYEE MASTER, AND ROLLS UP UNDER THE CATEGORY THE MASTER
      *GIVES THAT PERSON. A CATEGORY-ONLY RECORD EDITS AS IT ALWAYS
      *DID - CATEGORIES RUN 1-4, THE SAME RANGE THE P3EMP.TXT MASTER
      *AND P3.CBL'S INPUT EDIT COVER.
       207-CHECK-EMPLOYEE.
           MOVE 0 TO WS-THIS-CATEGORY
           MOVE 0 TO WS-THIS-EMP-SLOT
           IF IR-EMP-ID-X = SPACES
               IF IR-EMP-NUM NUMERIC
                       AND IR-EMP-NUM > 0 AND IR-EMP-NUM <= 4
                   MOVE "Y" TO WS-EMPLOYEE-OK
                   MOVE IR-EMP-NUM TO WS-THIS-CATEGORY
               ELSE
                   MOVE "N" TO WS-EMPLOYEE-OK
               END-IF
           ELSE
           IF IR-EMP-ID-X NOT NUMERIC
               MOVE "N" TO WS-EMPLOYEE-OK
           ELSE
               MOVE IR-EMP-ID TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
               IF EM-FOUND-ACTIVE
                   MOVE "Y" TO WS-EMPLOYEE-OK
                   MOVE EM-FOUND-SLOT TO WS-THIS-EMP-SLOT
                   MOVE EM-T-CATEGORY(EM-FOUND-SLOT) TO
                       WS-THIS-CATEGORY
               ELSE
               IF EM-FOUND-TERMINATED
                   MOVE "T" TO WS-EMPLOYEE-OK
               ELSE
                   MOVE "M" TO WS-EMPLOYEE-OK
               END-IF
               END-IF
           END-IF
           END-IF.

      *A CHARGEABLE CODE ON A RECORD THAT NAMES A PERSON MUST BE
      *COVERED BY WHAT IS LEFT IN THAT PERSON'S BUCKET. LEAVES THE
      *BUCKET (ZERO WHEN NOTHING IS CHARGED) AND THE LEDGER SLOT
      *(ZERO WHEN THE PERSON HAS NO RECORD YET) FOR 225-CHARGE-
      *BALANCE.
       215-CHECK-BALANCE.
           MOVE "Y" TO WS-BALANCE-OK
           MOVE 0 TO WS-BUCKET-SUB WS-BAL-SLOT
           IF WS-THIS-EMP-SLOT > 0
               EVALUATE ET-BUCKET(ET-NDX)
                   WHEN "S"
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN "P"
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN "V"
                       MOVE 3 TO WS-BUCKET-SUB
               END-EVALUATE
           END-IF
           IF WS-BUCKET-SUB > 0
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > BT-BAL-COUNT
                          OR WS-BAL-SLOT > 0
                   IF BT-EMP-ID(WS-BAL-SUB) = IR-EMP-ID
                       MOVE WS-BAL-SUB TO WS-BAL-SLOT
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-BAL-LEFT
               IF WS-BAL-SLOT > 0
                   COMPUTE WS-BAL-LEFT =
                       BT-OPEN-BAL(WS-BAL-SLOT, WS-BUCKET-SUB)
                     - BT-USED(WS-BAL-SLOT, WS-BUCKET-SUB)
               END-IF
               IF WS-BAL-LEFT - IR-NUM-COUNT < 0
                   MOVE "N" TO WS-BALANCE-OK
               END-IF
           END-IF.

       210-INVALID.
           ELSE
               MOVE SPACES TO SR-NUM-USING
           END-IF
           MOVE SPACES TO SR-EMP-NUM SR-EMP-ID
           IF NOT EMPLOYEE-NUM-VALID
               IF IR-EMP-ID-X = SPACES
                   MOVE ALL "*" TO SR-EMP-NUM
               ELSE
                   MOVE ALL "*" TO SR-EMP-ID
               END-IF
           END-IF
           IF NOT LOCATION-CODE-VALID
               MOVE ALL "*" TO SR-LOC-CODE
           ELSE
               MOVE SPACES TO SR-LOC-CODE
           END-IF
           IF NOT ABS-DATE-VALID
               MOVE ALL "*" TO SR-ABS-DATE
           ELSE
               MOVE SPACES TO SR-ABS-DATE
           END-IF
      *WRITE PRINT REC
           MOVE SR-EXCUSE-NUMBER TO SL-EXCUSE-NUMBER
           MOVE SR-NUM-USING TO SL-NUM-USING
           MOVE SR-EMP-NUM TO SL-EMP-NUM
           MOVE SR-LOC-CODE TO SL-LOC-CODE
           MOVE SR-EMP-ID TO SL-EMP-ID
           MOVE SR-ABS-DATE TO SL-ABS-DATE
           WRITE PRINT-REC FROM DL-DETAIL-LINE
               AFTER 2
           WRITE PRINT-REC FROM SL-STAR-LINE
                           OR IR-NUM-COUNT > WS-MAX-NUM-COUNT
                       MOVE "TIMES-USED OUT OF RANGE" TO RJ-REASON
                   ELSE
                       IF EMPLOYEE-NOT-ON-MASTER
                           MOVE "EMPLOYEE NOT ON MASTER" TO
                               RJ-REASON
                       ELSE
                       IF EMPLOYEE-TERMINATED
                           MOVE "EMPLOYEE TERMINATED" TO RJ-REASON
                       ELSE
                       IF NOT EMPLOYEE-NUM-VALID
                           MOVE "INVALID EMPLOYEE NUMBER" TO
                               RJ-REASON
                       ELSE
                       IF NOT LOCATION-CODE-VALID
                           MOVE "INVALID LOCATION CODE" TO RJ-REASON
                       ELSE
                           MOVE "INVALID ABSENCE DATE" TO RJ-REASON
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
      *IS FILED. THIS IS NOT THE REJECT WORKFLOW: THE RECORD PASSED
      *EVERY EDIT.
       230-HOLD-FOR-APPROVAL.
           MOVE "HELD FOR SUPERVISOR APPROVAL" TO HD-HELD-REASON
           PERFORM 232-WRITE-HOLD.

      *A CHARGE THAT WOULD TAKE THE PERSON'S BALANCE BELOW ZERO GOES
      *TO THE SAME QUEUE - THE SUPERVISOR DECIDES WHETHER IT POSTS
      *ANYWAY (THE BALANCE THEN GOES NEGATIVE) OR IS RECODED.
       235-HOLD-FOR-BALANCE.
           ADD 1 TO WS-BALANCE-HELD-COUNT
           MOVE "HELD - BALANCE WOULD GO NEGATIVE" TO HD-HELD-REASON
           PERFORM 232-WRITE-HOLD.

       232-WRITE-HOLD.
           ADD 1 TO WS-HELD-COUNT
           MOVE TC-RECORD-NUM TO DL-RECORD-NUM
           MOVE IR-INPUT-REC TO DL-INPUT-REC
           SET SUB TO ET-NDX
           ADD IR-NUM-COUNT TO SR-TABLE(SUB)
           ADD IR-NUM-COUNT TO TC-TOTALS
           IF WS-THIS-CATEGORY > 0
               ADD IR-NUM-COUNT TO
                   EC-SLOT-COUNT(WS-THIS-CATEGORY, SUB)
               ADD IR-NUM-COUNT TO EC-EMP-TOTAL(WS-THIS-CATEGORY)
           END-IF
           MOVE SPACES TO WS-THIS-CASE-NUM
           IF WS-THIS-EMP-SLOT > 0
               PERFORM 222-CHECK-LEAVE-CASE
           END-IF
           IF WS-THIS-CASE-NUM NOT = SPACES
               ADD IR-NUM-COUNT TO PT-PROTECTED(WS-THIS-EMP-SLOT)
           ELSE
           IF WS-THIS-EMP-SLOT > 0
               ADD IR-NUM-COUNT TO
                   PT-SLOT-COUNT(WS-THIS-EMP-SLOT, SUB)
               ADD IR-NUM-COUNT TO PT-TOTAL(WS-THIS-EMP-SLOT)
           ELSE
               ADD IR-NUM-COUNT TO
                   WS-UNIDENTIFIED-TOTAL(WS-THIS-CATEGORY)
           END-IF
           END-IF
           IF WS-THIS-LOC-SLOT > 0
               ADD IR-NUM-COUNT TO LT-TOTAL(WS-THIS-LOC-SLOT)
           ELSE
               ADD IR-NUM-COUNT TO WS-UNASSIGNED-TOTAL
           END-IF
           IF WS-BUCKET-SUB > 0
               PERFORM 225-CHARGE-BALANCE
           END-IF
           IF WS-THIS-EMP-SLOT > 0
               PERFORM 227-WRITE-ABSENCE-DETAIL
           END-IF
           ADD 1 TO WS-VALID-COUNT.

      *THE ABSENCE IS PROTECTED WHEN AN OPEN CASE FOR THE PERSON RUNS
      *OVER ITS DATE AND NAMES ITS EXCUSE CODE. IT STILL COUNTS IN
      *EVERY ROLLUP AND STILL DRAWS DOWN THE BALANCE - ONLY THE
      *OFFENDER COUNT AND THE LETTERS LEAVE IT OUT.
       222-CHECK-LEAVE-CASE.
           MOVE IR-EMP-ID TO LV-LOOKUP-ID
           MOVE WS-THIS-ABS-DATE TO LV-LOOKUP-DATE
           MOVE IR-EXCUSE-NUM TO LV-LOOKUP-CODE
           PERFORM 961-FIND-LEAVE-CASE
           IF LV-FOUND-SLOT > 0
               MOVE LV-T-CASE-NUM(LV-FOUND-SLOT) TO WS-THIS-CASE-NUM
           END-IF.

      *A CATEGORY-ONLY ENTRY NAMES NOBODY, SO IT HAS NO PLACE ON A
      *PERSON'S ATTENDANCE RECORD.
       227-WRITE-ABSENCE-DETAIL.
           MOVE IR-EMP-ID TO AD-EMP-ID
           MOVE WS-THIS-ABS-DATE TO AD-ABS-DATE
           MOVE IR-EXCUSE-NUM TO AD-EXCUSE-CODE
           MOVE IR-NUM-COUNT TO AD-COUNT
           MOVE IR-LOC-CODE TO AD-LOC-CODE
           MOVE PR-PROC-DATE TO AD-POST-DATE
           MOVE WS-THIS-CASE-NUM TO AD-CASE-NUM
           WRITE AD-RECORD.

      *DRAWS THE ENTRY DOWN AGAINST THE BUCKET 215-CHECK-BALANCE
      *PICKED, OPENING A LEDGER RECORD FOR A PERSON WHO HAS NONE.
       225-CHARGE-BALANCE.
           IF WS-BAL-SLOT = 0
               IF BT-BAL-COUNT < BT-MAX-BALANCES
                   ADD 1 TO BT-BAL-COUNT
                   MOVE BT-BAL-COUNT TO WS-BAL-SLOT
                   INITIALIZE BT-ENTRY(WS-BAL-SLOT)
                   MOVE IR-EMP-ID TO BT-EMP-ID(WS-BAL-SLOT)
               ELSE
                   ADD 1 TO BT-OVERFLOW
               END-IF
           END-IF
           IF WS-BAL-SLOT > 0
               ADD IR-NUM-COUNT TO
                   BT-USED(WS-BAL-SLOT, WS-BUCKET-SUB)
           END-IF.

       300-SUMMARY.
           MOVE SUB TO DL-RECORD-NUM-X
           MOVE ET-EXCUSE(SUB) TO DL-EXCUSE-NAME-X
           MOVE TL-HIGHEST TO TL-HIGHEST-TOTAL
           ADD 1 TO PC-LINES-USED
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC FROM TL-TOTAL-LINE AFTER 2
           IF WS-BALANCE-HELD-COUNT > 0
               MOVE WS-BALANCE-HELD-COUNT TO BH-COUNT
               WRITE PRINT-REC FROM BH-BALANCE-HELD-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

      *PRINTS THIS RUN'S EXCUSE COUNTS ALONGSIDE THE LAST 3 PRIOR
      *RUNS LOADED BY 130-LOAD-HISTORY. WS-TREND-COUNT IS KEYED BY
               ADD 1 TO PC-LINES-USED
           END-PERFORM.

      *ROLLS UP EACH EMPLOYEE CATEGORY'S EXCUSE USAGE FOR THE RUN,
      *SHOWING THE DISPLAY NAME FROM THE P3EMP.TXT MASTER AND ONE LINE
      *PER EXCUSE THE CATEGORY ACTUALLY USED - THEN THE SAME BREAKDOWN
      *PERSON BY PERSON OFF THE EMPLOYEE MASTER.
       500-EMPLOYEE-REPORT.
           IF PC-LINES-USED > PC-LINES-PER-PAGE
               MOVE ZEROS TO PC-LINES-USED
           PERFORM 510-EMPLOYEE-SECTION
               VARYING WS-EMP-SUB
               FROM 1 BY 1
               UNTIL WS-EMP-SUB > 4
           IF PC-LINES-USED > PC-LINES-PER-PAGE
               MOVE ZEROS TO PC-LINES-USED
               PERFORM 850-HEADINGS
           END-IF
           WRITE PRINT-REC FROM HL-PERSON-TITLE AFTER 2
           ADD 2 TO PC-LINES-USED
           PERFORM 540-PERSON-SECTION
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT.

       510-EMPLOYEE-SECTION.
           IF EC-EMP-TOTAL(WS-EMP-SUB) > 0
               ADD 1 TO PC-LINES-USED
           END-IF.

      *ONE SECTION PER PERSON WHO USED AN EXCUSE THIS RUN - NUMBER,
      *NAME, HOME LOCATION, AND CATEGORY OFF THE MASTER. PROTECTED
      *LEAVE SHOWS ON ITS OWN LINE UNDER THE COUNTED TOTAL.
       540-PERSON-SECTION.
           IF PT-TOTAL(WS-PERSON-SUB) > 0
                   OR PT-PROTECTED(WS-PERSON-SUB) > 0
               IF PC-LINES-USED > PC-LINES-PER-PAGE
                   MOVE ZEROS TO PC-LINES-USED
                   PERFORM 850-HEADINGS
               END-IF
               MOVE EM-T-ID(WS-PERSON-SUB) TO PH-EMP-ID
               MOVE EM-T-NAME(WS-PERSON-SUB) TO PH-EMP-NAME
               MOVE EM-T-LOC(WS-PERSON-SUB) TO PH-LOC-CODE
               MOVE EM-T-CATEGORY(WS-PERSON-SUB) TO PH-CATEGORY
               WRITE PRINT-REC FROM PH-PERSON-HEADING AFTER 2
               ADD 2 TO PC-LINES-USED
               PERFORM 545-PERSON-DETAIL
                   VARYING SUB
                   FROM 1 BY 1
                   UNTIL SUB > ET-EXCUSE-COUNT
               MOVE PT-TOTAL(WS-PERSON-SUB) TO EL-EMP-TOTAL
               WRITE PRINT-REC FROM EL-EMP-TOTAL-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
               IF PT-PROTECTED(WS-PERSON-SUB) > 0
                   MOVE PT-PROTECTED(WS-PERSON-SUB) TO EP-PROTECTED
                   WRITE PRINT-REC FROM EP-PROTECTED-LINE AFTER 1
                   ADD 1 TO PC-LINES-USED
               END-IF
           END-IF.

       545-PERSON-DETAIL.
           IF PT-SLOT-COUNT(WS-PERSON-SUB, SUB) > 0
               MOVE ET-EXCUSE(SUB) TO ED-EXCUSE-NAME
               MOVE PT-SLOT-COUNT(WS-PERSON-SUB, SUB) TO ED-COUNT
               WRITE PRINT-REC FROM ED-EMPLOYEE-DETAIL AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

      *ROLLS THE RUN'S ABSENCES UP BY LOCATION ALONGSIDE THE EMPLOYEE
      *ROLLUP, SO A SPIKE AT THE WAREHOUSE STOPS HIDING INSIDE THE
      *COMPANY TOTAL. OLD-STYLE RECORDS WITH NO LOCATION CODE SHOW
               ADD 1 TO PC-LINES-USED
           END-IF.

      *LISTS ANY PERSON WHOSE TOTAL EXCUSE COUNT FOR THE RUN CROSSED
      *THE HR THRESHOLD, SO NOBODY HAS TO EYEBALL THE ROLLUP FOR IT.
      *A CATEGORY OVER THE LIMIT ON CATEGORY-ONLY ENTRIES ALONE IS
      *LISTED TOO, BUT GETS NO LETTER - THERE IS NOBODY TO SEND IT
      *TO.
       600-REPEAT-OFFENDERS.
           MOVE WS-OFFENDER-LIMIT TO HO-LIMIT
           WRITE PRINT-REC FROM HL-OFFENDER-TITLE AFTER 2
           ADD 2 TO PC-LINES-USED
           MOVE 0 TO WS-OFFENDER-COUNT
           PERFORM 610-CHECK-OFFENDER
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT
           PERFORM 615-CHECK-UNIDENTIFIED
               VARYING WS-EMP-SUB
               FROM 1 BY 1
               UNTIL WS-EMP-SUB > 4
           END-IF.

       610-CHECK-OFFENDER.
           IF PT-TOTAL(WS-PERSON-SUB) > WS-OFFENDER-LIMIT
               ADD 1 TO WS-OFFENDER-COUNT
               MOVE "Y" TO PT-OFFENDER-FLAG(WS-PERSON-SUB)
               MOVE EM-T-ID(WS-PERSON-SUB) TO OL-EMP-ID
               MOVE EM-T-NAME(WS-PERSON-SUB) TO OL-EMP-NAME
               MOVE PT-TOTAL(WS-PERSON-SUB) TO OL-EMP-COUNT
               WRITE PRINT-REC FROM OL-OFFENDER-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
               PERFORM 620-WRITE-LETTER
           END-IF.

       615-CHECK-UNIDENTIFIED.
           IF WS-UNIDENTIFIED-TOTAL(WS-EMP-SUB) > WS-OFFENDER-LIMIT
               ADD 1 TO WS-OFFENDER-COUNT
               MOVE WS-EMP-SUB TO WS-LOOKUP-EMP-NUM
               PERFORM 126-FIND-EMPLOYEE-NAME
               MOVE WS-EMP-SUB TO OU-CATEGORY
               MOVE WS-FOUND-EMP-NAME TO OU-CAT-NAME
               MOVE WS-UNIDENTIFIED-TOTAL(WS-EMP-SUB) TO OU-COUNT
               WRITE PRINT-REC FROM OU-UNIDENTIFIED-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

      *ONE FORMATTED WARNING LETTER PER OFFENDER, A PAGE EACH - THE
      *NAME AND SUPERVISOR COME OFF THE EMPLOYEE MASTER, THE
      *BREAKDOWN OFF THE SAME PER-PERSON COUNTS 540-PERSON-SECTION
      *PRINTS, AND THE WARNING NUMBER OFF THE PRIOR OFFENSES ON
      *HISTORY-FILE. HR USED TO TYPE THESE BY HAND FROM THE OFFENDER
      *PAGE.
       620-WRITE-LETTER.
           COMPUTE WS-WARNING-NUM =
               PT-PRIOR-WARNING(WS-PERSON-SUB) + 1
           WRITE LETTER-REC FROM LH-LETTER-HEADING AFTER PAGE
           MOVE EM-T-NAME(WS-PERSON-SUB) TO LT-EMP-NAME
           MOVE EM-T-ID(WS-PERSON-SUB) TO LT-EMP-NUM
           WRITE LETTER-REC FROM LT-TO-LINE AFTER 2
           MOVE SPACES TO WS-SUPV-NAME
           IF EM-T-SUPV-ID(WS-PERSON-SUB) > 0
               MOVE EM-T-SUPV-ID(WS-PERSON-SUB) TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
               IF EM-FOUND-SLOT > 0
                   MOVE EM-T-NAME(EM-FOUND-SLOT) TO WS-SUPV-NAME
               END-IF
           END-IF
           IF WS-SUPV-NAME NOT = SPACES
               MOVE WS-SUPV-NAME TO LS-SUPV-NAME
               WRITE LETTER-REC FROM LS-SUPERVISOR-LINE AFTER 1
           END-IF
           MOVE WS-WARNING-NUM TO LW-WARNING-NUM
           WRITE LETTER-REC FROM LW-WARNING-LINE AFTER 2
           MOVE PT-TOTAL(WS-PERSON-SUB) TO LC-EMP-TOTAL
           MOVE WS-OFFENDER-LIMIT TO LC-LIMIT
           WRITE LETTER-REC FROM LC-COUNT-LINE AFTER 1
           WRITE LETTER-REC FROM LB-BREAKDOWN-TITLE AFTER 2
           WRITE LETTER-REC FROM LF-FOOTER-2 AFTER 1.

       630-LETTER-BREAKDOWN.
           IF PT-SLOT-COUNT(WS-PERSON-SUB, SUB) > 0
               MOVE ET-EXCUSE(SUB) TO LD-EXCUSE-NAME
               MOVE PT-SLOT-COUNT(WS-PERSON-SUB, SUB) TO LD-COUNT
               WRITE LETTER-REC FROM LD-BREAKDOWN-LINE AFTER 1
           END-IF.

           END-PERFORM
      *ONE CODE-00 ENTRY PER REPEAT OFFENDER, SO THE NEXT RUN'S
      *LETTERS KNOW WHICH WARNING NUMBER THEY'RE UP TO.
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               IF PT-OFFENDER-FLAG(WS-PERSON-SUB) = "Y"
                   MOVE SPACES TO HF-RECORD
                   MOVE WS-RUN-DATE TO HF-DATE
                   MOVE 0 TO HF-CODE
                   MOVE PT-TOTAL(WS-PERSON-SUB) TO HF-COUNT
                   MOVE EM-T-CATEGORY(WS-PERSON-SUB) TO HF-EMP-NUM
                   MOVE EM-T-ID(WS-PERSON-SUB) TO HF-EMP-ID
                   WRITE HF-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

      *REWRITES THE LEDGER WITH TONIGHT'S CHARGES - NEVER FROM A TABLE
      *THAT COULDN'T HOLD THE WHOLE FILE. A TEST RUN WRITES A TEST
      *COPY AND LEAVES THE REAL BALANCES ALONE.
       905-SAVE-BALANCES.
           IF BT-OVERFLOW > 0
               DISPLAY "PRG02 - BALANCE LEDGER NOT SAVED"
           ELSE
               IF TEST-RUN
                   MOVE "ABSBALT.TXT" TO WS-ABSBAL-NAME
               END-IF
               OPEN OUTPUT ABSENCE-BALANCE-FILE
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > BT-BAL-COUNT
                   MOVE BT-ENTRY(WS-BAL-SUB) TO AB-RECORD
                   WRITE AB-RECORD
               END-PERFORM
               CLOSE ABSENCE-BALANCE-FILE
           END-IF.

      *APPENDS THIS RUN'S INPUT/VALID/REJECT COUNTS TO THE SAME FEED
      *THE MASTER-BUILD CHAIN USES, SO BUILDRPT'S END-OF-NIGHT
      *SUMMARY COVERS THE WHOLE SHOP, NOT JUST THE MASTER BUILDS.
                   WS-EMP-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE "EMPLOYEE MSTR" TO OV-TABLE-NAME
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-REC FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "PRG02 EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF BT-OVERFLOW > 0
               MOVE "BALANCE LEDGER" TO OV-TABLE-NAME
               MOVE BT-OVERFLOW TO OV-COUNT
               WRITE PRINT-REC FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "PRG02 BALANCE LEDGER OVERFLOW - "
                   BT-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-LOC-OVERFLOW > 0
               MOVE "LOCATION TABLE" TO OV-TABLE-NAME
               MOVE WS-LOC-OVERFLOW TO OV-COUNT
               DISPLAY "PRG02 LOCATION TABLE OVERFLOW - "
                   WS-LOC-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF LV-OVERFLOW > 0
               MOVE "LEAVE CASES" TO OV-TABLE-NAME
               MOVE LV-OVERFLOW TO OV-COUNT
               WRITE PRINT-REC FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "PRG02 LEAVE CASE TABLE OVERFLOW - "
                   LV-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       800-SUMMARY-HEADING.
       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.

       COPY LEAVECSP.
