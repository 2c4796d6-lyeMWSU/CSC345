           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EN-FILE-STATUS.

      *INDIVIDUAL EMPLOYEE MASTER (SEE EMPMST.CPY) - A COMPLETION
      *THAT NAMES A PERSON IS CREDITED TO THAT PERSON AS WELL AS TO
      *THE CATEGORY COLUMN THE MASTER PUTS THEM IN.
           SELECT      EMP-MASTER-FILE
           ASSIGN TO   "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *THE TIME CLOCK'S DAILY HOURS-WORKED FEED - ONE RECORD PER
      *PERSON PER JOB THEY CLOCKED TO, SET AGAINST THE COMPLETIONS FOR
      *THE EFFICIENCY REPORT. A MISSING FEED JUST LEAVES THAT REPORT
      *WITH NO HOURS.
           SELECT      HOURS-FILE
           ASSIGN TO   "TIMECLK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HR-FILE-STATUS.

      *EXPECTED UNITS PER HOUR FOR EACH JOB NUMBER, MAINTAINED BY
      *OPERATIONS THE SAME WAY AS P3LIMIT.TXT. A JOB NOT ON FILE HAS
      *NO STANDARD AND IS LEFT OUT OF THE EFFICIENCY PERCENTAGES.
           SELECT      STANDARDS-FILE
           ASSIGN TO   "P3STD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SD-FILE-STATUS.

      *THE SAME CONTROL-TOTAL FEED THE MASTER-BUILD CHAIN APPENDS TO,
      *SO BUILDRPT COVERS THE PERSONNEL CHAIN TOO.
           SELECT      BUILD-SUMMARY-FILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BS-FILE-STATUS.

      *TONIGHT'S GOOD COMPLETIONS BY PERSON AND JOB FOR PIECEPAY.CBL
      *TO PRICE INTO THE PIECE-RATE PAYROLL EXTRACT. ONLY WHAT
      *230-VALID POSTED TO A NAMED PERSON GOES ON IT - REJECTS AND
      *DUPLICATES NEVER REACH PJ-PERSON-JOBS, AND A CATEGORY-ONLY
      *RECORD HAS NOBODY TO PAY.
           SELECT      PIECE-WORK-FILE
           ASSIGN USING WS-PIECE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PW-FILE-STATUS.

      *GOOD, REWORKED AND SCRAPPED UNITS BY PERSON AND JOB, ONE
      *RECORD PER NIGHT, APPENDED FOR THE WEEKLY FIRST-PASS-YIELD
      *REPORT (FPYRPT.CBL). THE JOB-LEVEL FIGURES GO ON HISTORY-FILE.
           SELECT      QUALITY-HISTORY-FILE
           ASSIGN USING WS-QHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS QH-FILE-STATUS.

      *HOURLY LABOR RATE FOR EACH JOB NUMBER, MAINTAINED BY ACCOUNTING
      *THE SAME WAY AS P3STD.TXT. THE TIME CLOCK'S HOURS TO A JOB AT
      *ITS RATE ARE THAT JOB'S LABOR COST. A JOB NOT ON FILE CAN'T BE
      *COSTED AND IS FLAGGED ON THE JOB-COST REPORT.
           SELECT      LABOR-RATE-FILE
           ASSIGN TO   "P3LABOR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LR-FILE-STATUS.

      *ACCOUNT CODES FOR THE LABOR JOURNAL LINES - THE SAME
      *GLACCTS.TXT CHART THE P7 AND P8 SIDES LOAD, WITH KEYS LABEXP
      *AND LABACR. NO FILE LEAVES THE COMPILED-IN CHART IN EFFECT.
           SELECT      GL-ACCOUNT-FILE
           ASSIGN TO   "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

      *THE SAME BALANCED-JOURNAL FEED THE P7 AND P8 SIDES WRITE -
      *TONIGHT'S LABOR DISTRIBUTION APPENDS TO IT (OPEN EXTEND) SO
      *GLPOST BOOKS IT WITH EVERYTHING ELSE.
           SELECT      GL-JOURNAL-FILE
           ASSIGN USING WS-GLJRNL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" SENDS THE HISTORY AND
           05  HF-DATE                 PIC 9(8).
           05  HF-JOB-NUM              PIC 99.
           05  HF-ROW-TOTAL            PIC 9(6).
           05  HF-REWORK               PIC 9(6).
           05  HF-SCRAP                PIC 9(6).
           05                          PIC X(54).

       FD  EMPLOYEE-FILE.
       01  EN-INPUT-REC.
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

      *HOURS ARE 99V99 - "0750" IS SEVEN AND A HALF HOURS.
       FD  HOURS-FILE.
       01  HR-RECORD.
           05  HR-EMP-ID               PIC 9(5).
           05  HR-EMP-ID-X REDEFINES HR-EMP-ID
                                       PIC X(5).
           05  HR-JOB-NUM              PIC 99.
           05  HR-JOB-NUM-X REDEFINES HR-JOB-NUM
                                       PIC XX.
           05  HR-HOURS                PIC 99V99.
           05  HR-HOURS-X REDEFINES HR-HOURS
                                       PIC X(4).
           05                          PIC X(69).

      *UNITS PER HOUR ARE 999V99 - "0112500" IS JOB 01 AT 125 AN HOUR.
       FD  STANDARDS-FILE.
       01  SD-RECORD.
           05  SD-JOB-NUM              PIC 99.
           05  SD-JOB-NUM-X REDEFINES SD-JOB-NUM
                                       PIC XX.
           05  SD-UNITS-PER-HOUR       PIC 9(3)V99.
           05  SD-UNITS-PER-HOUR-X REDEFINES SD-UNITS-PER-HOUR
                                       PIC X(5).
           05                          PIC X(73).

       FD  BUILD-SUMMARY-FILE.
       01  BS-RECORD.
           05  BS-DATE                 PIC 9(8).
           05  BS-REJECT-COUNT         PIC 9(5).
           05                          PIC X(39).

       FD  PIECE-WORK-FILE.
       01  PW-RECORD.
           05  PW-DATE                 PIC 9(8).
           05  PW-EMP-ID               PIC 9(5).
           05  PW-EMP-NAME             PIC X(20).
           05  PW-JOB-NUM              PIC 99.
           05  PW-UNITS                PIC 9(6).
           05                          PIC X(39).

       FD  QUALITY-HISTORY-FILE.
       01  QH-RECORD.
           05  QH-DATE                 PIC 9(8).
           05  QH-EMP-ID               PIC 9(5).
           05  QH-JOB-NUM              PIC 99.
           05  QH-GOOD                 PIC 9(6).
           05  QH-REWORK               PIC 9(6).
           05  QH-SCRAP                PIC 9(6).
           05  QH-RUN-TIME             PIC 9(8).
           05                          PIC X(39).

      *RATES ARE 999V99 - "0118500" IS JOB 01 AT 185.00 AN HOUR.
       FD  LABOR-RATE-FILE.
       01  LR-RECORD.
           05  LR-JOB-NUM              PIC 99.
           05  LR-JOB-NUM-X REDEFINES LR-JOB-NUM
                                       PIC XX.
           05  LR-HOURLY-RATE          PIC 9(3)V99.
           05  LR-HOURLY-RATE-X REDEFINES LR-HOURLY-RATE
                                       PIC X(5).
           05                          PIC X(73).

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  GL-JOURNAL-FILE.
       01  GJ-RECORD.
           05  GJ-DATE                 PIC 9(8).
           05  GJ-ACCOUNT              PIC 9(5).
           05  GJ-DC                   PIC X.
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESC                 PIC X(20).
           05                          PIC X(35).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

               "P3HIST.TXT".
           05  WS-BLDSUM-NAME          PIC X(12) VALUE
               "BUILDSUM.TXT".
           05  WS-PIECE-NAME           PIC X(12) VALUE
               "P3PIECE.TXT".
           05  WS-QHIST-NAME           PIC X(12) VALUE
               "P3QHIST.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".

       COPY RUNLOG.

       COPY EMPMST.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  HF-FILE-STATUS          PIC XX.
           05  EN-FILE-STATUS          PIC XX.
           05  BS-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  HR-FILE-STATUS          PIC XX.
           05  SD-FILE-STATUS          PIC XX.
           05  PW-FILE-STATUS          PIC XX.
           05  QH-FILE-STATUS          PIC XX.
           05  LR-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC X(4).
       01  WS-DATE-NUM REDEFINES WS-DATE
                                   PIC 9(8).

      *COLUMNS 8-12 CARRY THE EMPLOYEE NUMBER OFF EMPMSTR.TXT. WHEN
      *PRESENT THE CATEGORY COLUMN COMES OFF THE MASTER AND COLUMN 3
      *IS IGNORED; BLANK IS AN OLD-STYLE RECORD CREDITED TO THE
      *COLUMN-3 CATEGORY ALONE.
      *COLUMNS 13-16 AND 17-20 ARE THE UNITS THAT HAD TO BE REWORKED
      *BEFORE THEY PASSED (ALREADY INSIDE THE GOOD COUNT) AND THE
      *UNITS SCRAPPED (NOT IN IT). BLANK IS NONE - AN OLD FEED.
       01  INPUT-RECORD.
           05  IR-JOB-NUM              PIC S99.
               88  IR-VALID-JOB        VALUE 1 THRU 11.
           05  IR-NUM-COMPLETED        PIC S9(4).
           05  IR-NUM-COMPLETED-X      REDEFINES IR-NUM-COMPLETED
                                       PIC X(4).
           05  IR-EMP-ID               PIC 9(5).
           05  IR-EMP-ID-X             REDEFINES IR-EMP-ID
                                       PIC X(5).
           05  IR-REWORK               PIC 9(4).
           05  IR-REWORK-X             REDEFINES IR-REWORK
                                       PIC X(4).
           05  IR-SCRAP                PIC 9(4).
           05  IR-SCRAP-X              REDEFINES IR-SCRAP
                                       PIC X(4).

      *WHAT 217-CHECK-QUALITY MADE OF THE REWORK AND SCRAP COLUMNS.
       01  WS-QUALITY-CHECK.
           05  WS-QUALITY-OK           PIC X.
               88  QUALITY-VALID       VALUE "Y".
           05  WS-THIS-REWORK          PIC 9(4) VALUE 0.
           05  WS-THIS-SCRAP           PIC 9(4) VALUE 0.

      *WHAT 215-CHECK-EMPLOYEE DECIDED - THE CATEGORY COLUMN (1-4)
      *THE RECORD POSTS TO AND, FOR A RECORD THAT NAMES A PERSON,
      *THEIR SLOT IN THE EMPLOYEE MASTER TABLE.
       01  WS-EMPLOYEE-CHECK.
           05  WS-EMPLOYEE-OK          PIC X.
               88  EMPLOYEE-VALID      VALUE "Y".
           05  WS-THIS-CATEGORY        PIC 9    VALUE 0.
           05  WS-THIS-EMP-SLOT        PIC 9(4) VALUE 0.

       01  SS-SUBSCRIPTS.
           05  SS-SUB                  PIC S99.
               10  DC-SEEN OCCURS 4 TIMES
                                       PIC X VALUE "N".

      *THE SAME DUPLICATE CHECK PER (PERSON, JOB) FOR RECORDS THAT
      *NAME A PERSON - TWO PEOPLE IN ONE CATEGORY ON THE SAME JOB ARE
      *NOT A DUPLICATE, THE SAME PERSON TWICE IS.
       01  PD-PERSON-DUP-CHECK.
           05  PD-PERSON OCCURS 500 TIMES.
               10  PD-SEEN OCCURS 11 TIMES
                                       PIC X VALUE "N".

      *COMPLETIONS CREDITED TO EACH PERSON BY JOB, KEYED BY THE
      *PERSON'S SLOT IN THE EMPLOYEE MASTER TABLE.
       01  PJ-PERSON-JOBS.
           05  PJ-PERSON OCCURS 500 TIMES.
               10  PJ-JOB-COMPLETE OCCURS 11 TIMES
                                       PIC 9(6) VALUE 0.
               10  PJ-TOTAL            PIC 9(6) VALUE 0.

       01  WS-PERSON-SUB               PIC 9(4).

      *REWORKED AND SCRAPPED UNITS BEHIND THE GOOD COUNTS ABOVE - BY
      *JOB FOR EVERY VALID RECORD, AND BY PERSON AND JOB FOR THE ONES
      *THAT NAME SOMEONE.
       01  QJ-JOB-QUALITY.
           05  QJ-JOB OCCURS 11 TIMES.
               10  QJ-REWORK           PIC 9(6) VALUE 0.
               10  QJ-SCRAP            PIC 9(6) VALUE 0.

       01  QP-PERSON-QUALITY.
           05  QP-PERSON OCCURS 500 TIMES.
               10  QP-JOB OCCURS 11 TIMES.
                   15  QP-REWORK       PIC 9(6) VALUE 0.
                   15  QP-SCRAP        PIC 9(6) VALUE 0.

       01  WS-QUALITY-TOTALS.
           05  WS-TOTAL-REWORK         PIC 9(7) VALUE 0.
           05  WS-TOTAL-SCRAP          PIC 9(7) VALUE 0.

      *HOURS CLOCKED BY EACH PERSON TO EACH JOB, OFF HOURS-FILE, IN
      *STEP WITH PJ-PERSON-JOBS. PE- HOLDS WHAT THE EFFICIENCY REPORT
      *WORKS OUT FOR THE PERSON - STANDARD HOURS EARNED BY WHAT THEY
      *COMPLETED, THE HOURS THAT CAN BE RATED (JOBS WITH A STANDARD),
      *AND THE RESULTING PERCENTAGE.
       01  PH-PERSON-HOURS.
           05  PH-PERSON OCCURS 500 TIMES.
               10  PH-JOB-HOURS OCCURS 11 TIMES
                                       PIC 9(4)V99 VALUE 0.
               10  PH-TOTAL-HOURS      PIC 9(4)V99 VALUE 0.

       01  PE-PERSON-EFFICIENCY.
           05  PE-PERSON OCCURS 500 TIMES.
               10  PE-EARNED-HOURS     PIC 9(6)V99 VALUE 0.
               10  PE-RATED-HOURS      PIC 9(4)V99 VALUE 0.
               10  PE-EFFICIENCY       PIC 9(4)V9  VALUE 0.
               10  PE-RATED            PIC X       VALUE "N".
               10  PE-WORST            PIC X       VALUE "N".

      *EXPECTED UNITS PER HOUR BY JOB - ZERO IS "NO STANDARD".
       01  SD-STANDARDS-TABLE.
           05  SD-STD-UPH OCCURS 11 TIMES
                                       PIC 9(3)V99 VALUE 0.

      *THE JOB-LEVEL ROLLUP OF THE SAME HOURS AND UNITS. ONLY UNITS
      *FROM A PERSON WHO ALSO CLOCKED HOURS TO THE JOB COUNT HERE -
      *CATEGORY-ONLY COMPLETIONS HAVE NO HOURS TO SET AGAINST.
       01  JE-JOB-EFFICIENCY.
           05  JE-JOB OCCURS 11 TIMES.
               10  JE-HOURS            PIC 9(6)V99 VALUE 0.
               10  JE-UNITS            PIC 9(7)    VALUE 0.

      *HOURLY LABOR RATE BY JOB - ZERO IS "NO RATE". JC- IS WHAT THE
      *JOB-COST REPORT WORKS OUT FROM THE JE- HOURS AT THOSE RATES.
       01  LR-LABOR-RATE-TABLE.
           05  LR-RATE OCCURS 11 TIMES PIC 9(3)V99 VALUE 0.

       01  JC-JOB-COST.
           05  JC-LABOR OCCURS 11 TIMES
                                       PIC 9(9)V99 VALUE 0.

       01  JC-COST-TOTALS.
           05  JC-TOTAL-HOURS          PIC 9(7)V99 VALUE 0.
           05  JC-TOTAL-UNITS          PIC 9(8)    VALUE 0.
           05  JC-TOTAL-LABOR          PIC 9(10)V99 VALUE 0.
           05  JC-UNIT-COST            PIC 9(7)V99.
           05  JC-NO-RATE-COUNT        PIC 99      VALUE 0.
           05  JC-LINE-COUNT           PIC 99      VALUE 0.

      *THE CHART FOR THE LABOR JOURNAL LINES - OVERRIDDEN BY
      *GLACCTS.TXT WHEN PRESENT.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-LABEXP          PIC 9(5) VALUE 51100.
           05  GL-ACCT-LABACR          PIC 9(5) VALUE 21700.

       01  GL-WORK.
           05  GL-DEBIT-TOTAL          PIC 9(10)V99 VALUE 0.
           05  GL-CREDIT-TOTAL         PIC 9(10)V99 VALUE 0.
           05  GL-AMOUNT               PIC S9(9)V99 VALUE 0.
           05  GL-SIDE                 PIC X.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-DESC-HOLD            PIC X(20).
           05  GL-OUT-OF-BALANCE       PIC X VALUE "N".

      *HOW MANY OF THE LOWEST-RATED PEOPLE ARE FLAGGED AS THE WORST
      *PERFORMERS, AND THE WORK FIELDS FOR PICKING THEM.
       01  WS-WORST-LIMIT              PIC 99     VALUE 5.
       01  WS-WORST-SUB                PIC 99.
       01  WS-WORST-SLOT               PIC 9(4).
       01  WS-WORST-EFF                PIC 9(4)V9.

       01  WS-EFFICIENCY-WORK.
           05  WS-ACTUAL-UPH           PIC 9(5)V99.
           05  WS-JOB-EFFICIENCY       PIC 9(4)V9.
           05  WS-HOURS-READ           PIC 9(5)   VALUE 0.
           05  WS-HOURS-REJECTED       PIC 9(5)   VALUE 0.
           05  WS-NO-OUTPUT-COUNT      PIC 9(5)   VALUE 0.
           05  WS-HOURS-REASON         PIC X(20).

      *PER-JOB EXCEPTION THRESHOLD, LOADED FROM LIMIT-FILE AT
      *100-INITIALIZE. DEFAULTS TO 50 (THE OLD HARDCODED VALUE) FOR
      *ANY JOB NOT LISTED IN THE FILE.
           05  RJ-BAD-EMP              PIC 9(4) VALUE 0.
           05  RJ-OVER-THRESHOLD       PIC 9(4) VALUE 0.
           05  RJ-DUPLICATE            PIC 9(4) VALUE 0.
           05  RJ-BAD-QUALITY          PIC 9(4) VALUE 0.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).

      *THIS RUN'S PER-JOB TOTALS (SUMMED FRESH, NOT FROM TC-ROW-TOTAL
      *WHICH ACCUMULATES ACROSS JOBS) AND LAST RUN'S, FOR THE
           05  ER-STAR                 PIC X.
           05  ER-NUM                  PIC 99-.
           05  FILLER                  PIC X(4).
           05  ER-CONTENTS             PIC X(20).
           05  FILLER                  PIC XXXX.
           05  ER-50                   PIC Z,ZZZ.

           05  SL-JOB-NUMBER           PIC XX.
           05  SL-EMPLOYEE-NUMBER      PIC X.
           05  SL-NUMBER-COMPLETED     PIC XXXX.
           05  SL-EMPLOYEE-ID          PIC X(5).
           05  SL-REWORK-SCRAP         PIC X(8).
           05  SL-DUPLICATE            PIC X(9).


           05                          PIC X(3) VALUE "NO.".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05                          PIC X(10) VALUE "CONTENTS".
           05  FILLER                  PIC X(14) VALUE SPACES.
           05                          PIC X(5) VALUE "ABOVE".

       01  HEADING-FIVE.
           05                          PIC X.
           05                          PIC X(3) VALUE ALL "_".
           05                          PIC X(4).
           05                          PIC X(20) VALUE ALL "_".
           05                          PIC X(4).
           05                          PIC X(5) VALUE ALL "_".

                                       "  DUPLICATE:".
           05  RT-DUPLICATE            PIC ZZZ9.

       01  RT-REJECT-TOTALS-LINE-2.
           05                          PIC X(20) VALUE
                                       "  BAD REWORK/SCRAP:".
           05  RT-BAD-QUALITY          PIC ZZZ9.

       01  QT-QUALITY-TOTALS-LINE.
           05                          PIC X(23) VALUE
                                       "UNITS REWORKED:".
           05  QT-REWORK               PIC Z,ZZZ,ZZ9.
           05                          PIC X(20) VALUE
                                       "  UNITS SCRAPPED:".
           05  QT-SCRAP                PIC Z,ZZZ,ZZ9.

       01  HL-PRIOR-TITLE.
           05                          PIC X(30) VALUE
                                       "PRIOR-PERIOD COMPARISON".
           05                          PIC X(4).
           05  DLP-PRIOR-PERIOD        PIC ZZZ,ZZ9.

       01  HL-PERSON-TITLE.
           05                          PIC X(30) VALUE
                                       "COMPLETIONS BY EMPLOYEE".

       01  CH-PERSON-HEADING.
           05                          PIC X(8)  VALUE "EMP NO.".
           05                          PIC X(22) VALUE "NAME".
           05                          PIC X(5)  VALUE "LOC".
           05                          PIC X(18) VALUE "JOB NAME".
           05                          PIC X(9)  VALUE "COMPLETED".

       01  DL-PERSON-LINE.
           05  DLE-EMP-ID              PIC 9(5).
           05                          PIC XXX.
           05  DLE-EMP-NAME            PIC X(20).
           05                          PIC XX.
           05  DLE-LOC                 PIC XX.
           05                          PIC XXX.
           05  DLE-JOB-NAME            PIC X(16).
           05                          PIC XX.
           05  DLE-COMPLETED           PIC ZZZ,ZZ9.

       01  DL-PERSON-TOTAL-LINE.
           05                          PIC X(35).
           05                          PIC X(18) VALUE
                                       "EMPLOYEE TOTAL".
           05  DLT-PERSON-TOTAL        PIC ZZZ,ZZ9.

       01  HL-EFFICIENCY-TITLE.
           05                          PIC X(40) VALUE
               "LABOR EFFICIENCY - ACTUAL VS STANDARD".

       01  HL-HOURS-REJECT-TITLE.
           05                          PIC X(30) VALUE
               "HOURS FEED EXCEPTIONS".

       01  DL-HOURS-REJECT-LINE.
           05  DLH-IMAGE               PIC X(11).
           05                          PIC XXX.
           05  DLH-REASON              PIC X(20).

       01  CH-JOB-EFF-HEADING.
           05                          PIC X(18) VALUE "JOB NAME".
           05                          PIC X(10) VALUE "   HOURS".
           05                          PIC X(10) VALUE "   UNITS".
           05                          PIC X(10) VALUE "  ACT U/H".
           05                          PIC X(10) VALUE "  STD U/H".
           05                          PIC X(8)  VALUE "   EFF%".

       01  DL-JOB-EFF-LINE.
           05  DLJ-JOB-NAME            PIC X(16).
           05                          PIC XX.
           05  DLJ-HOURS               PIC ZZZ,ZZ9.99.
           05  DLJ-UNITS               PIC Z,ZZZ,ZZ9.
           05                          PIC X.
           05  DLJ-ACTUAL-UPH          PIC ZZ,ZZ9.99.
           05                          PIC X.
           05  DLJ-STD-UPH             PIC ZZZ9.99.
           05  DLJ-STD-UPH-X REDEFINES DLJ-STD-UPH
                                       PIC X(7).
           05                          PIC XX.
           05  DLJ-EFFICIENCY          PIC ZZZ9.9.
           05  DLJ-EFFICIENCY-X REDEFINES DLJ-EFFICIENCY
                                       PIC X(6).

       01  CH-EMP-EFF-HEADING.
           05                          PIC X(8)  VALUE "EMP NO.".
           05                          PIC X(21) VALUE "NAME".
           05                          PIC X(9)  VALUE "   HOURS".
           05                          PIC X(9)  VALUE "   UNITS".
           05                          PIC X(10) VALUE "  STD HRS".
           05                          PIC X(8)  VALUE "   EFF%".

       01  DL-EMP-EFF-LINE.
           05  DLF-EMP-ID              PIC 9(5).
           05                          PIC XXX.
           05  DLF-EMP-NAME            PIC X(20).
           05                          PIC X.
           05  DLF-HOURS               PIC Z,ZZ9.99.
           05                          PIC X.
           05  DLF-UNITS               PIC ZZZ,ZZ9.
           05                          PIC XX.
           05  DLF-EARNED              PIC ZZ,ZZ9.99.
           05                          PIC XX.
           05  DLF-EFFICIENCY          PIC ZZZ9.9.
           05  DLF-EFFICIENCY-X REDEFINES DLF-EFFICIENCY
                                       PIC X(6).
           05                          PIC XX.
           05  DLF-FLAG                PIC X(11).

       01  HL-NO-OUTPUT-TITLE.
           05                          PIC X(30) VALUE
               "HOURS WITH NO OUTPUT".

       01  DL-NO-OUTPUT-LINE.
           05  DLN-EMP-ID              PIC 9(5).
           05                          PIC XXX.
           05  DLN-EMP-NAME            PIC X(20).
           05                          PIC XX.
           05  DLN-JOB-NAME            PIC X(16).
           05                          PIC XX.
           05  DLN-HOURS               PIC Z,ZZ9.99.
           05                          PIC XX.
           05                          PIC X(15) VALUE
               "** NO OUTPUT **".

       01  DL-NO-OUTPUT-NONE.
           05                          PIC X(30) VALUE
               "NONE".

       01  TL-EFFICIENCY-TOTALS.
           05                          PIC X(20) VALUE
               "HOURS RECORDS READ:".
           05  TLE-READ                PIC ZZZZ9.
           05                          PIC X(13) VALUE
               "  REJECTED:".
           05  TLE-REJECTED            PIC ZZZZ9.
           05                          PIC X(15) VALUE
               "  NO OUTPUT:".
           05  TLE-NO-OUTPUT           PIC ZZZZ9.

       01  HL-JOB-COST-TITLE.
           05                          PIC X(40) VALUE
               "LABOR JOB COST".

       01  CH-JOB-COST-HEADING.
           05                          PIC X(18) VALUE "JOB NAME".
           05                          PIC X(10) VALUE "     HOURS".
           05                          PIC X(8)  VALUE "    RATE".
           05                          PIC X(11) VALUE "      UNITS".
           05                          PIC X(15) VALUE
               "  LABOR DOLLARS".
           05                          PIC X(11) VALUE "  COST/UNIT".

       01  DL-JOB-COST-LINE.
           05  DLC-JOB-NAME            PIC X(16).
           05                          PIC XX.
           05  DLC-HOURS               PIC ZZZ,ZZ9.99.
           05                          PIC XX.
           05  DLC-RATE                PIC ZZ9.99.
           05  DLC-RATE-X REDEFINES DLC-RATE
                                       PIC X(6).
           05                          PIC XX.
           05  DLC-UNITS               PIC Z,ZZZ,ZZ9.
           05                          PIC XX.
           05  DLC-LABOR               PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC XX.
           05  DLC-UNIT-COST           PIC ZZ,ZZ9.99.
           05  DLC-UNIT-COST-X REDEFINES DLC-UNIT-COST
                                       PIC X(9).

       01  DL-JOB-COST-TOTAL.
           05                          PIC X(18) VALUE "TOTAL".
           05  DLCT-HOURS              PIC ZZZ,ZZ9.99.
           05                          PIC X(10).
           05  DLCT-UNITS              PIC Z,ZZZ,ZZ9.
           05                          PIC XX.
           05  DLCT-LABOR              PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC XX.
           05  DLCT-UNIT-COST          PIC ZZ,ZZ9.99.
           05  DLCT-UNIT-COST-X REDEFINES DLCT-UNIT-COST
                                       PIC X(9).

       01  DL-JOB-COST-NONE.
           05                          PIC X(30) VALUE
               "NONE".

       01  TL-NO-RATE-LINE.
           05                          PIC X(36) VALUE
               "JOBS WITH HOURS BUT NO LABOR RATE:".
           05  TLC-NO-RATE             PIC Z9.

       01  GP-TOTAL-LINE.
           05                          PIC X(9)  VALUE "DEBITS: ".
           05  GP-DEBITS               PIC $$$,$$$,$$9.99.
           05                          PIC X(11) VALUE "  CREDITS: ".
           05  GP-CREDITS              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  GP-RESULT               PIC X(20).

       COPY FEEDCTL.

       PROCEDURE DIVISION.
           IF TEST-RUN
               MOVE "P3HISTT.TXT" TO WS-HISTORY-NAME
               MOVE "BLDSUMT.TXT" TO WS-BLDSUM-NAME
               MOVE "P3PIECET.TXT" TO WS-PIECE-NAME
               MOVE "P3QHISTT.TXT" TO WS-QHIST-NAME
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               DISPLAY "P3 - TEST RUN - OUTPUTS REDIRECTED"
           END-IF
           PERFORM 030-OPEN
               UNTIL SS-SUB > 4
           PERFORM 700-TOTALS
           PERFORM 400-PRIOR-PERIOD-REPORT
           PERFORM 500-PERSON-REPORT
           PERFORM 600-EFFICIENCY-REPORT
           PERFORM 680-JOB-COST-REPORT
           PERFORM 900-SAVE-JOB-HISTORY
           PERFORM 905-SAVE-QUALITY-HISTORY
           PERFORM 910-SAVE-PIECE-WORK
           PERFORM 920-GL-JOURNAL
           PERFORM 940-SAVE-BUILD-SUMMARY
           PERFORM 950-CHECK-OVERFLOWS
           PERFORM 020-CLOSE.
               MOVE WS-FOUND-EMP-NAME TO HT-EMP-NAME(SS-SUB)
           END-PERFORM
           PERFORM 110-LOAD-LIMITS
           PERFORM 120-LOAD-STANDARDS
           PERFORM 125-LOAD-LABOR-RATES
           PERFORM 138-LOAD-GL-ACCOUNTS
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 130-LOAD-PRIOR-PERIOD.

      *LOADS THE EMPLOYEE-CATEGORY NAMES OFF EMPLOYEE-FILE. A MISSING
           END-PERFORM
           MOVE "NO" TO EOD.

      *LOADS THE UNITS-PER-HOUR STANDARDS. A MISSING FILE, OR A JOB
      *NOT ON IT, LEAVES THAT JOB WITH NO STANDARD.
       120-LOAD-STANDARDS.
           OPEN INPUT STANDARDS-FILE
           IF SD-FILE-STATUS = "00"
               PERFORM UNTIL SD-FILE-STATUS NOT = "00"
                   READ STANDARDS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SD-JOB-NUM-X NUMERIC
                                   AND SD-UNITS-PER-HOUR-X NUMERIC
                                   AND SD-JOB-NUM > 0
                                   AND SD-JOB-NUM <= 11
                               MOVE SD-UNITS-PER-HOUR TO
                                   SD-STD-UPH(SD-JOB-NUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDARDS-FILE
           END-IF.

      *LOADS THE HOURLY LABOR RATES. A MISSING FILE, OR A JOB NOT ON
      *IT, LEAVES THAT JOB WITH NO RATE.
       125-LOAD-LABOR-RATES.
           OPEN INPUT LABOR-RATE-FILE
           IF LR-FILE-STATUS = "00"
               PERFORM UNTIL LR-FILE-STATUS NOT = "00"
                   READ LABOR-RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-JOB-NUM-X NUMERIC
                                   AND LR-HOURLY-RATE-X NUMERIC
                                   AND LR-JOB-NUM > 0
                                   AND LR-JOB-NUM <= 11
                               MOVE LR-HOURLY-RATE TO
                                   LR-RATE(LR-JOB-NUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LABOR-RATE-FILE
           END-IF.

      *READS HISTORY-FILE FOR THE MOST RECENT PRIOR RUN'S PER-JOB
      *TOTALS SO 400-PRIOR-PERIOD-REPORT HAS SOMETHING TO COMPARE
      *AGAINST. HISTORY-FILE IS APPEND-ORDER, SO EACH TIME A NEWER
               END-IF
           END-IF.

      *OVERRIDES THE COMPILED-IN CHART WITH WHATEVER GLACCTS.TXT
      *CARRIES - THE P7 AND P8 SIDES' KEYS ARE IGNORED HERE.
       138-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "LABEXP"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-LABEXP
                               WHEN "LABACR"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-LABACR
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       200-PROCESSING.
           PERFORM UNTIL EOD = "YES"
               READ INPUT-FILE INTO INPUT-RECORD

       210-PROCESSING.
           ADD 1 TO SS-REC-NUM
           PERFORM 215-CHECK-EMPLOYEE
           PERFORM 217-CHECK-QUALITY

           IF IR-VALID-JOB AND IR-JOB-NUM NUMERIC
               AND EMPLOYEE-VALID
               AND QUALITY-VALID
               AND IR-NUM-COMPLETED > 0
               AND IR-NUM-COMPLETED NUMERIC
               AND IR-NUM-COMPLETED NOT > LT-THRESH(IR-JOB-NUM)
           END-IF.


      *A RECORD THAT NAMES A PERSON MUST FIND THEM ACTIVE ON THE
      *EMPLOYEE MASTER WITH A CATEGORY TO POST UNDER; A CATEGORY-ONLY
      *RECORD EDITS ON THE CATEGORY AS IT ALWAYS DID.
       215-CHECK-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-OK
           MOVE 0 TO WS-THIS-CATEGORY
           MOVE 0 TO WS-THIS-EMP-SLOT
           IF IR-EMP-ID-X = SPACES
               IF IR-VALID-EMP AND IR-EMP-NUM NUMERIC
                   MOVE "Y" TO WS-EMPLOYEE-OK
                   MOVE IR-EMP-NUM TO WS-THIS-CATEGORY
               END-IF
           ELSE
               IF IR-EMP-ID-X NUMERIC
                   MOVE IR-EMP-ID TO EM-LOOKUP-ID
                   PERFORM 966-FIND-EMPLOYEE
                   IF EM-FOUND-ACTIVE
                       AND EM-T-CATEGORY(EM-FOUND-SLOT) > 0
                       MOVE "Y" TO WS-EMPLOYEE-OK
                       MOVE EM-FOUND-SLOT TO WS-THIS-EMP-SLOT
                       MOVE EM-T-CATEGORY(EM-FOUND-SLOT) TO
                           WS-THIS-CATEGORY
                   END-IF
               END-IF
           END-IF.

      *REWORK AND SCRAP MAY EACH BE BLANK OR A COUNT. REWORKED UNITS
      *ARE PART OF THE GOOD COUNT, SO THERE CAN'T BE MORE OF THEM
      *THAN WERE COMPLETED.
       217-CHECK-QUALITY.
           MOVE "Y" TO WS-QUALITY-OK
           MOVE 0 TO WS-THIS-REWORK
           MOVE 0 TO WS-THIS-SCRAP
           IF IR-REWORK-X NOT = SPACES
               IF IR-REWORK-X NUMERIC
                   MOVE IR-REWORK TO WS-THIS-REWORK
               ELSE
                   MOVE "N" TO WS-QUALITY-OK
               END-IF
           END-IF
           IF IR-SCRAP-X NOT = SPACES
               IF IR-SCRAP-X NUMERIC
                   MOVE IR-SCRAP TO WS-THIS-SCRAP
               ELSE
                   MOVE "N" TO WS-QUALITY-OK
               END-IF
           END-IF
           IF QUALITY-VALID AND WS-THIS-REWORK > 0
               IF IR-NUM-COMPLETED NOT NUMERIC
                       OR WS-THIS-REWORK > IR-NUM-COMPLETED
                   MOVE "N" TO WS-QUALITY-OK
               END-IF
           END-IF.

       220-EXCEPTION.
           INITIALIZE SL-STAR-LINE
           MOVE SPACES TO ER-STAR
               MOVE ALL "*" TO SL-JOB-NUMBER
               ADD 1 TO RJ-BAD-JOB
           END-IF
           IF EMPLOYEE-VALID
               MOVE SPACES TO SL-EMPLOYEE-NUMBER
           ELSE
               IF IR-EMP-ID-X = SPACES
                   MOVE ALL "*" TO SL-EMPLOYEE-NUMBER
               ELSE
                   MOVE ALL "*" TO SL-EMPLOYEE-ID
               END-IF
               ADD 1 TO RJ-BAD-EMP
           END-IF
           IF QUALITY-VALID
               MOVE SPACES TO SL-REWORK-SCRAP
           ELSE
               MOVE ALL "*" TO SL-REWORK-SCRAP
               ADD 1 TO RJ-BAD-QUALITY
           END-IF

           IF IR-NUM-COMPLETED NUMERIC AND IR-NUM-COMPLETED > 0
               MOVE SPACES TO SL-NUMBER-COMPLETED
           WRITE PRINT-RECORD FROM ER-ERROR-REPORT AFTER 2
           WRITE PRINT-RECORD FROM SL-STAR-LINE AFTER 1.

      *A CATEGORY-ONLY RECORD IS A DUPLICATE WHEN ITS (JOB, CATEGORY)
      *PAIR HAS ALREADY POSTED; A RECORD THAT NAMES A PERSON IS ONE
      *WHEN THAT PERSON HAS ALREADY POSTED TO THE JOB.
       230-VALID.
           IF WS-THIS-EMP-SLOT > 0
               IF PD-SEEN(WS-THIS-EMP-SLOT, IR-JOB-NUM) = "Y"
                   PERFORM 235-DUPLICATE
               ELSE
                   MOVE "Y" TO PD-SEEN(WS-THIS-EMP-SLOT, IR-JOB-NUM)
                   ADD IR-NUM-COMPLETED TO
                       ST-NUM-COMPLETE(IR-JOB-NUM, WS-THIS-CATEGORY)
                   ADD IR-NUM-COMPLETED TO
                       PJ-JOB-COMPLETE(WS-THIS-EMP-SLOT, IR-JOB-NUM)
                   ADD IR-NUM-COMPLETED TO PJ-TOTAL(WS-THIS-EMP-SLOT)
                   ADD WS-THIS-REWORK TO
                       QP-REWORK(WS-THIS-EMP-SLOT, IR-JOB-NUM)
                   ADD WS-THIS-SCRAP TO
                       QP-SCRAP(WS-THIS-EMP-SLOT, IR-JOB-NUM)
                   PERFORM 232-ADD-JOB-QUALITY
                   ADD 1 TO WS-VALID-COUNT
               END-IF
           ELSE
               IF DC-SEEN(IR-JOB-NUM, WS-THIS-CATEGORY) = "Y"
                   PERFORM 235-DUPLICATE
               ELSE
                   MOVE "Y" TO DC-SEEN(IR-JOB-NUM, WS-THIS-CATEGORY)
                   ADD IR-NUM-COMPLETED TO
                       ST-NUM-COMPLETE(IR-JOB-NUM, WS-THIS-CATEGORY)
                   PERFORM 232-ADD-JOB-QUALITY
                   ADD 1 TO WS-VALID-COUNT
               END-IF
           END-IF.

       232-ADD-JOB-QUALITY.
           ADD WS-THIS-REWORK TO QJ-REWORK(IR-JOB-NUM)
                                 WS-TOTAL-REWORK
           ADD WS-THIS-SCRAP TO QJ-SCRAP(IR-JOB-NUM)
                                WS-TOTAL-SCRAP.

      *A SECOND INPUT RECORD FOR A (JOB, EMPLOYEE) PAIR ALREADY SEEN
      *THIS RUN GETS FLAGGED HERE INSTEAD OF BEING FOLDED INTO THE
      *TOTAL WITH NO TRACE.
           MOVE RJ-BAD-EMP TO RT-BAD-EMP
           MOVE RJ-OVER-THRESHOLD TO RT-OVER-THRESHOLD
           MOVE RJ-DUPLICATE TO RT-DUPLICATE
           WRITE PRINT-RECORD FROM RT-REJECT-TOTALS-LINE AFTER 2
           MOVE RJ-BAD-QUALITY TO RT-BAD-QUALITY
           WRITE PRINT-RECORD FROM RT-REJECT-TOTALS-LINE-2 AFTER 1.

       240-EXCEPTION-HEADINGS.
           WRITE PRINT-RECORD FROM HEADING-TITLE-TWO AFTER 1
           WRITE PRINT-RECORD FROM CT-COLUMN-TOTAL AFTER 1
           ADD 1 TO PC-LINES-USED
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD FROM TL-TOTALS-LINE AFTER 2
           MOVE WS-TOTAL-REWORK TO QT-REWORK
           MOVE WS-TOTAL-SCRAP TO QT-SCRAP
           WRITE PRINT-RECORD FROM QT-QUALITY-TOTALS-LINE AFTER 1.


       710-COL-TOTALS.
               WRITE PRINT-RECORD FROM DL-PRIOR-LINE AFTER 1
           END-PERFORM.

      *JOB-COMPLETION CREDIT BY ACTUAL PERSON - EVERYONE ON THE
      *MASTER WHO POSTED ANYTHING THIS RUN, ONE LINE PER JOB AND A
      *TOTAL. CATEGORY-ONLY RECORDS STAY IN THE SUMMARY COLUMNS
      *ABOVE AND DON'T APPEAR HERE.
       500-PERSON-REPORT.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD FROM HL-PERSON-TITLE AFTER 3
           WRITE PRINT-RECORD FROM CH-PERSON-HEADING AFTER 2
           PERFORM 510-PERSON-SECTION
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT.

       510-PERSON-SECTION.
           IF PJ-TOTAL(WS-PERSON-SUB) > 0
               MOVE EM-T-ID(WS-PERSON-SUB) TO DLE-EMP-ID
               MOVE EM-T-NAME(WS-PERSON-SUB) TO DLE-EMP-NAME
               MOVE EM-T-LOC(WS-PERSON-SUB) TO DLE-LOC
               PERFORM 520-PERSON-JOB
                   VARYING SS-SUB-JOB
                   FROM 1 BY 1
                   UNTIL SS-SUB-JOB > 11
               MOVE PJ-TOTAL(WS-PERSON-SUB) TO DLT-PERSON-TOTAL
               WRITE PRINT-RECORD FROM DL-PERSON-TOTAL-LINE AFTER 1
           END-IF.

      *THE NUMBER, NAME, AND LOCATION PRINT ON THE PERSON'S FIRST
      *LINE ONLY.
       520-PERSON-JOB.
           IF PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB) > 0
               MOVE JT-JOB(SS-SUB-JOB) TO DLE-JOB-NAME
               MOVE PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB) TO
                   DLE-COMPLETED
               WRITE PRINT-RECORD FROM DL-PERSON-LINE AFTER 1
               MOVE ZEROS TO DLE-EMP-ID
               MOVE SPACES TO DLE-EMP-NAME DLE-LOC
           END-IF.

      *SETS THE TIME CLOCK'S HOURS AGAINST THE COMPLETIONS POSTED
      *ABOVE - BY JOB (ACTUAL UNITS PER HOUR AGAINST THE STANDARD),
      *THEN BY PERSON (STANDARD HOURS EARNED AGAINST HOURS WORKED,
      *WITH THE LOWEST-RATED PEOPLE FLAGGED), THEN EVERY PERSON AND
      *JOB WITH HOURS BUT NOTHING COMPLETED.
       600-EFFICIENCY-REPORT.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD FROM HL-EFFICIENCY-TITLE AFTER PAGE
           WRITE PRINT-RECORD FROM HL-HOURS-REJECT-TITLE AFTER 2
           PERFORM 610-LOAD-HOURS
           PERFORM 630-RATE-PERSON
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT
           PERFORM 640-PICK-WORST
               VARYING WS-WORST-SUB
               FROM 1 BY 1
               UNTIL WS-WORST-SUB > WS-WORST-LIMIT
           WRITE PRINT-RECORD FROM CH-JOB-EFF-HEADING AFTER 3
           PERFORM 650-JOB-EFFICIENCY-LINE
               VARYING SS-SUB-JOB
               FROM 1 BY 1
               UNTIL SS-SUB-JOB > 11
           WRITE PRINT-RECORD FROM CH-EMP-EFF-HEADING AFTER 3
           PERFORM 660-EMP-EFFICIENCY-LINE
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT
           WRITE PRINT-RECORD FROM HL-NO-OUTPUT-TITLE AFTER 3
           PERFORM 670-NO-OUTPUT-PERSON
               VARYING WS-PERSON-SUB
               FROM 1 BY 1
               UNTIL WS-PERSON-SUB > EM-EMP-COUNT
           IF WS-NO-OUTPUT-COUNT = 0
               WRITE PRINT-RECORD FROM DL-NO-OUTPUT-NONE AFTER 1
           END-IF
           MOVE WS-HOURS-READ TO TLE-READ
           MOVE WS-HOURS-REJECTED TO TLE-REJECTED
           MOVE WS-NO-OUTPUT-COUNT TO TLE-NO-OUTPUT
           WRITE PRINT-RECORD FROM TL-EFFICIENCY-TOTALS AFTER 2.

      *A PERSON NOT ON THE MASTER, A JOB NUMBER OUTSIDE 1-11, OR HOURS
      *THAT AREN'T A NUMBER FROM 00.01 TO 24.00 ARE LISTED AND LEFT
      *OUT. TWO RECORDS FOR ONE PERSON AND JOB (A SPLIT SHIFT) ADD.
       610-LOAD-HOURS.
           OPEN INPUT HOURS-FILE
           IF HR-FILE-STATUS = "00"
               PERFORM UNTIL HR-FILE-STATUS NOT = "00"
                   READ HOURS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-HOURS-READ
                           PERFORM 615-APPLY-HOURS
                   END-READ
               END-PERFORM
               CLOSE HOURS-FILE
           END-IF.

       615-APPLY-HOURS.
           MOVE SPACES TO WS-HOURS-REASON
           MOVE 0 TO EM-FOUND-SLOT
           IF HR-EMP-ID-X NUMERIC
               MOVE HR-EMP-ID TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
           END-IF
           IF EM-FOUND-SLOT = 0
               MOVE "EMPLOYEE NOT ON FILE" TO WS-HOURS-REASON
           ELSE
           IF HR-JOB-NUM-X NOT NUMERIC
                   OR HR-JOB-NUM < 1 OR HR-JOB-NUM > 11
               MOVE "INVALID JOB NUMBER" TO WS-HOURS-REASON
           ELSE
           IF HR-HOURS-X NOT NUMERIC
                   OR HR-HOURS = 0 OR HR-HOURS > 24
               MOVE "INVALID HOURS" TO WS-HOURS-REASON
           END-IF
           END-IF
           END-IF
           IF WS-HOURS-REASON = SPACES
               ADD HR-HOURS TO
                   PH-JOB-HOURS(EM-FOUND-SLOT, HR-JOB-NUM)
               ADD HR-HOURS TO PH-TOTAL-HOURS(EM-FOUND-SLOT)
           ELSE
               ADD 1 TO WS-HOURS-REJECTED
               MOVE HR-RECORD TO DLH-IMAGE
               MOVE WS-HOURS-REASON TO DLH-REASON
               WRITE PRINT-RECORD FROM DL-HOURS-REJECT-LINE AFTER 1
           END-IF.

      *ROLLS ONE PERSON'S HOURS AND UNITS INTO THE JOB TOTALS AND
      *WORKS OUT THEIR OWN RATING. ONLY A JOB WITH BOTH HOURS AND A
      *STANDARD CAN BE RATED.
       630-RATE-PERSON.
           PERFORM VARYING SS-SUB-JOB FROM 1 BY 1
                   UNTIL SS-SUB-JOB > 11
               IF PH-JOB-HOURS(WS-PERSON-SUB, SS-SUB-JOB) > 0
                   ADD PH-JOB-HOURS(WS-PERSON-SUB, SS-SUB-JOB) TO
                       JE-HOURS(SS-SUB-JOB)
                   ADD PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB) TO
                       JE-UNITS(SS-SUB-JOB)
                   IF SD-STD-UPH(SS-SUB-JOB) > 0
                       ADD PH-JOB-HOURS(WS-PERSON-SUB, SS-SUB-JOB) TO
                           PE-RATED-HOURS(WS-PERSON-SUB)
                       COMPUTE PE-EARNED-HOURS(WS-PERSON-SUB) ROUNDED =
                           PE-EARNED-HOURS(WS-PERSON-SUB)
                           + PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB)
                           / SD-STD-UPH(SS-SUB-JOB)
                   END-IF
               END-IF
           END-PERFORM
           IF PE-RATED-HOURS(WS-PERSON-SUB) > 0
               MOVE "Y" TO PE-RATED(WS-PERSON-SUB)
               COMPUTE PE-EFFICIENCY(WS-PERSON-SUB) ROUNDED =
                   PE-EARNED-HOURS(WS-PERSON-SUB) * 100
                   / PE-RATED-HOURS(WS-PERSON-SUB)
           END-IF.

      *EACH PASS FLAGS THE LOWEST-RATED PERSON NOT ALREADY FLAGGED.
      *ONLY SOMEONE BELOW STANDARD CAN BE FLAGGED, SO A CREW THAT IS
      *ALL AT OR ABOVE STANDARD HAS NO WORST PERFORMERS.
       640-PICK-WORST.
           MOVE 0 TO WS-WORST-SLOT
           MOVE 9999.9 TO WS-WORST-EFF
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               IF PE-RATED(WS-PERSON-SUB) = "Y"
                       AND PE-WORST(WS-PERSON-SUB) = "N"
                       AND PE-EFFICIENCY(WS-PERSON-SUB) < 100
                       AND PE-EFFICIENCY(WS-PERSON-SUB) < WS-WORST-EFF
                   MOVE WS-PERSON-SUB TO WS-WORST-SLOT
                   MOVE PE-EFFICIENCY(WS-PERSON-SUB) TO WS-WORST-EFF
               END-IF
           END-PERFORM
           IF WS-WORST-SLOT > 0
               MOVE "Y" TO PE-WORST(WS-WORST-SLOT)
           END-IF.

       650-JOB-EFFICIENCY-LINE.
           IF JE-HOURS(SS-SUB-JOB) > 0
               MOVE JT-JOB(SS-SUB-JOB) TO DLJ-JOB-NAME
               MOVE JE-HOURS(SS-SUB-JOB) TO DLJ-HOURS
               MOVE JE-UNITS(SS-SUB-JOB) TO DLJ-UNITS
               COMPUTE WS-ACTUAL-UPH ROUNDED =
                   JE-UNITS(SS-SUB-JOB) / JE-HOURS(SS-SUB-JOB)
               MOVE WS-ACTUAL-UPH TO DLJ-ACTUAL-UPH
               IF SD-STD-UPH(SS-SUB-JOB) > 0
                   MOVE SD-STD-UPH(SS-SUB-JOB) TO DLJ-STD-UPH
                   COMPUTE WS-JOB-EFFICIENCY ROUNDED =
                       WS-ACTUAL-UPH * 100 / SD-STD-UPH(SS-SUB-JOB)
                   MOVE WS-JOB-EFFICIENCY TO DLJ-EFFICIENCY
               ELSE
                   MOVE " NO STD" TO DLJ-STD-UPH-X
                   MOVE SPACES TO DLJ-EFFICIENCY-X
               END-IF
               WRITE PRINT-RECORD FROM DL-JOB-EFF-LINE AFTER 1
           END-IF.

       660-EMP-EFFICIENCY-LINE.
           IF PH-TOTAL-HOURS(WS-PERSON-SUB) > 0
               MOVE EM-T-ID(WS-PERSON-SUB) TO DLF-EMP-ID
               MOVE EM-T-NAME(WS-PERSON-SUB) TO DLF-EMP-NAME
               MOVE PH-TOTAL-HOURS(WS-PERSON-SUB) TO DLF-HOURS
               MOVE PJ-TOTAL(WS-PERSON-SUB) TO DLF-UNITS
               MOVE PE-EARNED-HOURS(WS-PERSON-SUB) TO DLF-EARNED
               MOVE SPACES TO DLF-FLAG
               IF PE-RATED(WS-PERSON-SUB) = "Y"
                   MOVE PE-EFFICIENCY(WS-PERSON-SUB) TO DLF-EFFICIENCY
                   IF PE-WORST(WS-PERSON-SUB) = "Y"
                       MOVE "** WORST **" TO DLF-FLAG
                   END-IF
               ELSE
                   MOVE "NO STD" TO DLF-EFFICIENCY-X
               END-IF
               WRITE PRINT-RECORD FROM DL-EMP-EFF-LINE AFTER 1
           END-IF.

       670-NO-OUTPUT-PERSON.
           PERFORM VARYING SS-SUB-JOB FROM 1 BY 1
                   UNTIL SS-SUB-JOB > 11
               IF PH-JOB-HOURS(WS-PERSON-SUB, SS-SUB-JOB) > 0
                   AND PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB) = 0
                   MOVE EM-T-ID(WS-PERSON-SUB) TO DLN-EMP-ID
                   MOVE EM-T-NAME(WS-PERSON-SUB) TO DLN-EMP-NAME
                   MOVE JT-JOB(SS-SUB-JOB) TO DLN-JOB-NAME
                   MOVE PH-JOB-HOURS(WS-PERSON-SUB, SS-SUB-JOB) TO
                       DLN-HOURS
                   WRITE PRINT-RECORD FROM DL-NO-OUTPUT-LINE AFTER 1
                   ADD 1 TO WS-NO-OUTPUT-COUNT
               END-IF
           END-PERFORM.

      *WHAT EACH JOB'S LABOR COST TONIGHT - THE HOURS CLOCKED TO IT
      *(ROLLED UP BY 630-RATE-PERSON) AT ITS HOURLY RATE, SPREAD
      *OVER EVERY GOOD UNIT THE JOB COMPLETED. A JOB WITH HOURS BUT
      *NO RATE SHOWS ITS HOURS WITH NO DOLLARS AND IS COUNTED, SINCE
      *THOSE HOURS NEVER REACH THE LABOR JOURNAL.
       680-JOB-COST-REPORT.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD FROM HL-JOB-COST-TITLE AFTER PAGE
           WRITE PRINT-RECORD FROM CH-JOB-COST-HEADING AFTER 2
           PERFORM 685-JOB-COST-LINE
               VARYING SS-SUB-JOB
               FROM 1 BY 1
               UNTIL SS-SUB-JOB > 11
           IF JC-LINE-COUNT = 0
               WRITE PRINT-RECORD FROM DL-JOB-COST-NONE AFTER 1
           END-IF
           MOVE JC-TOTAL-HOURS TO DLCT-HOURS
           MOVE JC-TOTAL-UNITS TO DLCT-UNITS
           MOVE JC-TOTAL-LABOR TO DLCT-LABOR
           IF JC-TOTAL-UNITS > 0
               COMPUTE JC-UNIT-COST ROUNDED =
                   JC-TOTAL-LABOR / JC-TOTAL-UNITS
               MOVE JC-UNIT-COST TO DLCT-UNIT-COST
           ELSE
               MOVE "      N/A" TO DLCT-UNIT-COST-X
           END-IF
           WRITE PRINT-RECORD FROM DL-JOB-COST-TOTAL AFTER 2
           MOVE JC-NO-RATE-COUNT TO TLC-NO-RATE
           WRITE PRINT-RECORD FROM TL-NO-RATE-LINE AFTER 2
           IF JC-NO-RATE-COUNT > 0
               DISPLAY "P3 - " JC-NO-RATE-COUNT
                   " JOB(S) WITH HOURS BUT NO LABOR RATE"
           END-IF.

       685-JOB-COST-LINE.
           IF JE-HOURS(SS-SUB-JOB) > 0
                   OR WS-THIS-JOB-TOTAL(SS-SUB-JOB) > 0
               ADD 1 TO JC-LINE-COUNT
               MOVE JT-JOB(SS-SUB-JOB) TO DLC-JOB-NAME
               MOVE JE-HOURS(SS-SUB-JOB) TO DLC-HOURS
               MOVE WS-THIS-JOB-TOTAL(SS-SUB-JOB) TO DLC-UNITS
               IF LR-RATE(SS-SUB-JOB) > 0
                   MOVE LR-RATE(SS-SUB-JOB) TO DLC-RATE
                   COMPUTE JC-LABOR(SS-SUB-JOB) ROUNDED =
                       JE-HOURS(SS-SUB-JOB) * LR-RATE(SS-SUB-JOB)
               ELSE
                   MOVE "  NONE" TO DLC-RATE-X
                   IF JE-HOURS(SS-SUB-JOB) > 0
                       ADD 1 TO JC-NO-RATE-COUNT
                   END-IF
               END-IF
               MOVE JC-LABOR(SS-SUB-JOB) TO DLC-LABOR
               IF WS-THIS-JOB-TOTAL(SS-SUB-JOB) > 0
                   COMPUTE JC-UNIT-COST ROUNDED =
                       JC-LABOR(SS-SUB-JOB)
                       / WS-THIS-JOB-TOTAL(SS-SUB-JOB)
                   MOVE JC-UNIT-COST TO DLC-UNIT-COST
               ELSE
                   MOVE "      N/A" TO DLC-UNIT-COST-X
               END-IF
               WRITE PRINT-RECORD FROM DL-JOB-COST-LINE AFTER 1
               ADD JE-HOURS(SS-SUB-JOB) TO JC-TOTAL-HOURS
               ADD WS-THIS-JOB-TOTAL(SS-SUB-JOB) TO JC-TOTAL-UNITS
               ADD JC-LABOR(SS-SUB-JOB) TO JC-TOTAL-LABOR
           END-IF.

      *APPENDS THIS RUN'S PER-JOB TOTALS TO HISTORY-FILE SO THE NEXT
      *RUN CAN COMPARE AGAINST THEM. OPEN EXTEND CREATES THE FILE THE
      *FIRST TIME THERE IS NO HISTORY TO EXTEND.
               MOVE WS-RUN-DATE TO HF-DATE
               MOVE SS-SUB-JOB TO HF-JOB-NUM
               MOVE WS-THIS-JOB-TOTAL(SS-SUB-JOB) TO HF-ROW-TOTAL
               MOVE QJ-REWORK(SS-SUB-JOB) TO HF-REWORK
               MOVE QJ-SCRAP(SS-SUB-JOB) TO HF-SCRAP
               WRITE HF-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

      *APPENDS TONIGHT'S GOOD/REWORK/SCRAP FOR EVERY PERSON AND JOB
      *THAT POSTED, UNDER THE PROCESSING DATE. A RERUN WRITES THE
      *SAME DATE AGAIN UNDER A LATER RUN TIME; FPYRPT KEEPS ONLY THE
      *LAST RUN'S FIGURES PER DATE.
       905-SAVE-QUALITY-HISTORY.
           PERFORM 978-GET-PROC-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND QUALITY-HISTORY-FILE
           IF QH-FILE-STATUS NOT = "00"
               OPEN OUTPUT QUALITY-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               IF PJ-TOTAL(WS-PERSON-SUB) > 0
                   PERFORM VARYING SS-SUB-JOB FROM 1 BY 1
                           UNTIL SS-SUB-JOB > 11
                       IF PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB)
                               > 0
                           MOVE SPACES TO QH-RECORD
                           MOVE PR-PROC-DATE TO QH-DATE
                           MOVE EM-T-ID(WS-PERSON-SUB) TO QH-EMP-ID
                           MOVE SS-SUB-JOB TO QH-JOB-NUM
                           MOVE PJ-JOB-COMPLETE(WS-PERSON-SUB,
                               SS-SUB-JOB) TO QH-GOOD
                           MOVE QP-REWORK(WS-PERSON-SUB, SS-SUB-JOB)
                               TO QH-REWORK
                           MOVE QP-SCRAP(WS-PERSON-SUB, SS-SUB-JOB)
                               TO QH-SCRAP
                           MOVE WS-RUN-TIME TO QH-RUN-TIME
                           WRITE QH-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

      *REWRITES THE PIECE-WORK FILE WITH TONIGHT'S COMPLETIONS, ONE
      *RECORD PER PERSON PER JOB, IN EMPLOYEE-MASTER ORDER SO EACH
      *PERSON'S JOBS ARE TOGETHER. STAMPED WITH THE PROCESSING DATE
      *SO PIECEPAY CAN TELL TONIGHT'S FILE FROM A STALE ONE.
       910-SAVE-PIECE-WORK.
           PERFORM 978-GET-PROC-DATE
           OPEN OUTPUT PIECE-WORK-FILE
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               IF PJ-TOTAL(WS-PERSON-SUB) > 0
                   PERFORM VARYING SS-SUB-JOB FROM 1 BY 1
                           UNTIL SS-SUB-JOB > 11
                       IF PJ-JOB-COMPLETE(WS-PERSON-SUB, SS-SUB-JOB)
                               > 0
                           MOVE SPACES TO PW-RECORD
                           MOVE PR-PROC-DATE TO PW-DATE
                           MOVE EM-T-ID(WS-PERSON-SUB) TO PW-EMP-ID
                           MOVE EM-T-NAME(WS-PERSON-SUB) TO PW-EMP-NAME
                           MOVE SS-SUB-JOB TO PW-JOB-NUM
                           MOVE PJ-JOB-COMPLETE(WS-PERSON-SUB,
                               SS-SUB-JOB) TO PW-UNITS
                           WRITE PW-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE PIECE-WORK-FILE.

      *TONIGHT'S LABOR COST AS A BALANCED JOURNAL - LABOR EXPENSE ON
      *THE DEBIT SIDE, ACCRUED LABOR ON THE CREDIT SIDE, UNDER THE
      *PROCESSING DATE, PROOFED THE SAME WAY P8REPORTS PROOFS THE
      *COMMISSION JOURNAL. APPENDS TO THE SAME GLJRNL.TXT FEED SO THE
      *NIGHT'S POSTING RUN PICKS IT UP. A NIGHT THAT COSTED NOTHING
      *JOURNALS NOTHING.
       920-GL-JOURNAL.
           IF JC-TOTAL-LABOR = 0
               DISPLAY "P3 - NO LABOR COSTED - NOTHING JOURNALED"
           ELSE
               PERFORM 922-WRITE-LABOR-JOURNAL
           END-IF.

       922-WRITE-LABOR-JOURNAL.
           PERFORM 978-GET-PROC-DATE
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           MOVE JC-TOTAL-LABOR TO GL-AMOUNT
           MOVE GL-ACCT-LABEXP TO GL-ACCOUNT-HOLD
           MOVE "D" TO GL-SIDE
           MOVE "LABOR EXPENSE" TO GL-DESC-HOLD
           PERFORM 925-WRITE-JOURNAL-LINE
           MOVE JC-TOTAL-LABOR TO GL-AMOUNT
           MOVE GL-ACCT-LABACR TO GL-ACCOUNT-HOLD
           MOVE "C" TO GL-SIDE
           MOVE "ACCRUED LABOR" TO GL-DESC-HOLD
           PERFORM 925-WRITE-JOURNAL-LINE
           MOVE GL-DEBIT-TOTAL TO GP-DEBITS
           MOVE GL-CREDIT-TOTAL TO GP-CREDITS
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
               MOVE "IN BALANCE" TO GP-RESULT
           ELSE
               MOVE "** OUT OF BALANCE **" TO GP-RESULT
               MOVE "Y" TO GL-OUT-OF-BALANCE
           END-IF
           WRITE PRINT-RECORD FROM GP-TOTAL-LINE AFTER 2
           CLOSE GL-JOURNAL-FILE
           IF GL-OUT-OF-BALANCE = "Y"
               DISPLAY "LABOR GL JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *A NEGATIVE TOTAL WRITES ITS ABSOLUTE AMOUNT ON THE OPPOSITE
      *SIDE, SO THE FILE NEVER CARRIES A SIGNED AMOUNT THE LEDGER
      *INTAKE WOULD TRIP OVER - SAME RULE AS THE P7 JOURNAL.
       925-WRITE-JOURNAL-LINE.
           IF GL-AMOUNT < 0
               COMPUTE GL-AMOUNT = 0 - GL-AMOUNT
               IF GL-SIDE = "D"
                   MOVE "C" TO GL-SIDE
               ELSE
                   MOVE "D" TO GL-SIDE
               END-IF
           END-IF
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD
           IF GL-SIDE = "D"
               ADD GL-AMOUNT TO GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO GL-CREDIT-TOTAL
           END-IF.

       950-CHECK-OVERFLOWS.
           IF WS-EMP-OVERFLOW > 0
               MOVE WS-EMP-OVERFLOW TO OV-COUNT
               DISPLAY "P3 EMPLOYEE TABLE OVERFLOW - "
                   WS-EMP-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF EM-OVERFLOW > 0
               MOVE EM-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "P3 EMPLOYEE MASTER OVERFLOW - "
                   EM-OVERFLOW " RECORDS DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *APPENDS THIS RUN'S INPUT/VALID/REJECT COUNTS TO THE SAME FEED
       COPY TESTMDIO.

       COPY PROCDTIO.

       COPY EMPMSTP.
