      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END ABSENCE-BALANCE ACCRUAL AND STATEMENTS.
      *            RUNS AT MONTH-END (MONTHEND.JCL) AND ONLY ACTS ON
      *            THE MEND (OR YEND) RUN TYPE THE PROCESSING
      *            CALENDAR SETS. EVERY
      *            ACTIVE PERSON ON THE EMPLOYEE MASTER GETS A LEDGER
      *            RECORD ON ABSBAL.TXT IF THEY HAVE NONE, EACH
      *            BUCKET (SICK, PERSONAL, VACATION) EARNS THE
      *            MONTHLY RATE ON ABSRATE.TXT, AND HR GETS ONE
      *            STATEMENT PAGE PER PERSON ON ABSSTMT.TXT - OPENING
      *            BALANCE, DAYS CHARGED BY PRG02 THIS MONTH, DAYS
      *            ACCRUED, AND CLOSING BALANCE. THE LEDGER CARRIES
      *            THE LAST PERIOD CLOSED AND THE FIGURES ITS
      *            STATEMENT PRINTED, SO A RERUN OF THE SAME
      *            MONTH-END REPRINTS THOSE STATEMENTS WITHOUT
      *            ACCRUING OR ROLLING THE MONTH FORWARD TWICE. A TEST
      *            RUN READS THE REAL LEDGER, WRITES ABSBALT.TXT, AND
      *            WATERMARKS THE STATEMENTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - ITS YEAR AND MONTH ARE THE
      *PERIOD BEING ACCRUED.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

           SELECT EMP-MASTER-FILE
           ASSIGN "EMPMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EM-FILE-STATUS.

      *MONTHLY ACCRUAL RATE PER BUCKET, MAINTAINED BY HR WITHOUT A
      *RECOMPILE. NO FILE (OR NO RECORD FOR A BUCKET) LEAVES THE
      *DEFAULT RATE IN EFFECT.
           SELECT RATE-FILE
           ASSIGN TO "ABSRATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

      *READ FROM ABSBAL.TXT AND REWRITTEN WHOLE - TO ABSBALT.TXT ON A
      *TEST RUN.
           SELECT ABSENCE-BALANCE-FILE
           ASSIGN USING WS-ABSBAL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AB-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "ABSSTMT.TXT".

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH (SEE TESTMODE.CPY).
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

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

      *BUCKET LETTER (S/P/V) AND DAYS EARNED PER MONTH.
       FD  RATE-FILE.
       01  AR-RECORD.
           05  AR-BUCKET               PIC X.
           05  AR-RATE                 PIC 9V99.

      *THE SAME LAYOUT PRG02 CHARGES AGAINST - BUCKET 1 SICK,
      *2 PERSONAL, 3 VACATION. AB-STMT-BUCKET HOLDS WHAT THE
      *STATEMENT FOR AB-LAST-ACCRUAL'S PERIOD PRINTED.
       FD  ABSENCE-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-EMP-ID               PIC 9(5).
           05  AB-LAST-ACCRUAL         PIC 9(6).
           05  AB-BUCKET OCCURS 3 TIMES.
               10  AB-OPEN-BAL         PIC S9(3)V99.
               10  AB-USED             PIC 9(3)V99.
           05  AB-STMT-BUCKET OCCURS 3 TIMES.
               10  AB-STMT-OPEN        PIC S9(3)V99.
               10  AB-STMT-USED        PIC 9(3)V99.
               10  AB-STMT-ACCRUED     PIC 9V99.

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY EMPMST.

       COPY TESTMODE.

       01  WS-ABSBAL-NAME              PIC X(12) VALUE "ABSBAL.TXT".

       01  SWITCHES.
           05  RT-FILE-STATUS          PIC XX.
           05  AR-FILE-STATUS          PIC XX.
           05  AB-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

      *THE PERIOD BEING CLOSED, YYYYMM OFF THE PROCESSING DATE.
       01  WS-PERIOD                   PIC 9(6).

       01  RT-RATE-TABLE.
           05  RT-BUCKET-ENTRY OCCURS 3 TIMES.
               10  RT-BUCKET-CODE      PIC X.
               10  RT-BUCKET-NAME      PIC X(10).
               10  RT-RATE             PIC 9V99.

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

       01  WS-BAL-SUB                  PIC 9(4).
       01  WS-BAL-SLOT                 PIC 9(4).
       01  WS-BUCKET-SUB               PIC 9.
       01  WS-PERSON-SUB               PIC 9(4).

       01  WS-ACCRUE-SWITCH            PIC X.
           88  ACCRUE-THIS-PERSON      VALUE "Y".
       01  WS-REPRINT-SWITCH           PIC X.
           88  REPRINT-THIS-PERSON     VALUE "Y".
       01  WS-ACCRUED                  PIC 9V99.
       01  WS-STMT-OPEN                PIC S9(3)V99.
       01  WS-STMT-USED                PIC 9(3)V99.
       01  WS-CLOSING                  PIC S9(4)V99.

       01  WS-COUNTS.
           05  WS-STATEMENT-COUNT      PIC 9(5) VALUE 0.
           05  WS-ACCRUED-COUNT        PIC 9(5) VALUE 0.
           05  WS-OPENED-COUNT         PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(35) VALUE
               "ABSENCE BALANCE STATEMENT - PERIOD ".
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(19) VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "ABSACCR".

       01  EL-EMPLOYEE-LINE.
           05                          PIC X(9)  VALUE "EMPLOYEE ".
           05  EL-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  EL-EMP-NAME             PIC X(20).
           05                          PIC XX.
           05                          PIC X(5)  VALUE "LOC: ".
           05  EL-LOC                  PIC XX.
           05                          PIC XX.
           05  EL-NOTE                 PIC X(24).

       01  CH-COLUMN-HEADING.
           05                          PIC X(14) VALUE "BALANCE".
           05                          PIC X(11) VALUE "   OPENING".
           05                          PIC X(11) VALUE "      USED".
           05                          PIC X(11) VALUE "   ACCRUED".
           05                          PIC X(11) VALUE "   CLOSING".

       01  DL-BUCKET-LINE.
           05  DL-BUCKET-NAME          PIC X(16).
           05  DL-OPENING              PIC ZZZ9.99-.
           05                          PIC XXXX.
           05  DL-USED                 PIC ZZZ9.99.
           05                          PIC X(6).
           05  DL-ACCRUED              PIC Z9.99.
           05                          PIC XXX.
           05  DL-CLOSING              PIC ZZZ9.99-.
           05                          PIC XX.
           05  DL-FLAG                 PIC X(10).

       01  TL-TOTAL-LINE.
           05                          PIC X(12) VALUE "STATEMENTS:".
           05  TL-STATEMENTS           PIC ZZZZ9.
           05                          PIC X(12) VALUE "  ACCRUED:".
           05  TL-ACCRUED              PIC ZZZZ9.
           05                          PIC X(18) VALUE
               "  NEW LEDGER RECS:".
           05  TL-OPENED               PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 200-OPEN-MISSING-LEDGERS
                   VARYING WS-PERSON-SUB FROM 1 BY 1
                   UNTIL WS-PERSON-SUB > EM-EMP-COUNT
               PERFORM 300-ONE-STATEMENT
                   VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > BT-BAL-COUNT
               PERFORM 800-TOTALS
               PERFORM 900-SAVE-BALANCES
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "ABSACCR - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - ACCRUAL SKIPPED"
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       050-CHECK-RUN-TYPE.
           OPEN INPUT RUN-TYPE-FILE
           IF RT-FILE-STATUS = "00"
               READ RUN-TYPE-FILE INTO WS-RUN-TYPE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF.

       100-INITIALIZE.
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               DISPLAY "ABSACCR - TEST RUN - OUTPUTS REDIRECTED"
           END-IF
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-PERIOD = PR-PROC-DATE / 100
           MOVE WS-PERIOD TO HL-PERIOD
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 110-LOAD-RATES
           PERFORM 120-LOAD-BALANCES
           OPEN OUTPUT PRINT-FILE.

      *DEFAULTS ARE THE POLICY RATES - ONE SICK DAY, HALF A PERSONAL
      *DAY, AND A DAY AND A QUARTER OF VACATION A MONTH.
       110-LOAD-RATES.
           MOVE "S" TO RT-BUCKET-CODE(1)
           MOVE "SICK" TO RT-BUCKET-NAME(1)
           MOVE 1.00 TO RT-RATE(1)
           MOVE "P" TO RT-BUCKET-CODE(2)
           MOVE "PERSONAL" TO RT-BUCKET-NAME(2)
           MOVE 0.50 TO RT-RATE(2)
           MOVE "V" TO RT-BUCKET-CODE(3)
           MOVE "VACATION" TO RT-BUCKET-NAME(3)
           MOVE 1.25 TO RT-RATE(3)
           OPEN INPUT RATE-FILE
           IF AR-FILE-STATUS = "00"
               PERFORM UNTIL AR-FILE-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 115-APPLY-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       115-APPLY-RATE.
           IF AR-RATE NUMERIC
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 3
                   IF RT-BUCKET-CODE(WS-BUCKET-SUB) = AR-BUCKET
                       MOVE AR-RATE TO RT-RATE(WS-BUCKET-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       120-LOAD-BALANCES.
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

      *A NEW HIRE (OR ANYBODY ON THE MASTER BEFORE THE LEDGER
      *EXISTED) STARTS AT ZERO AND EARNS THIS MONTH'S ACCRUAL BELOW.
       200-OPEN-MISSING-LEDGERS.
           IF EM-T-STATUS(WS-PERSON-SUB) = "A"
               MOVE 0 TO WS-BAL-SLOT
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > BT-BAL-COUNT
                          OR WS-BAL-SLOT > 0
                   IF BT-EMP-ID(WS-BAL-SUB) = EM-T-ID(WS-PERSON-SUB)
                       MOVE WS-BAL-SUB TO WS-BAL-SLOT
                   END-IF
               END-PERFORM
               IF WS-BAL-SLOT = 0
                   IF BT-BAL-COUNT < BT-MAX-BALANCES
                       ADD 1 TO BT-BAL-COUNT
                       INITIALIZE BT-ENTRY(BT-BAL-COUNT)
                       MOVE EM-T-ID(WS-PERSON-SUB) TO
                           BT-EMP-ID(BT-BAL-COUNT)
                       ADD 1 TO WS-OPENED-COUNT
                   ELSE
                       ADD 1 TO BT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *ONE PAGE PER LEDGER RECORD. ONLY AN ACTIVE PERSON NOT YET
      *ACCRUED FOR THIS PERIOD EARNS; EVERYBODY'S MONTH IS THEN ROLLED
      *FORWARD - CLOSING BECOMES NEXT MONTH'S OPENING AND THE USED
      *COUNT STARTS AGAIN AT ZERO - AND STAMPED CLOSED FOR THE PERIOD.
      *A RECORD ALREADY CLOSED FOR THIS PERIOD IS A RERUN: ITS PAGE
      *IS REPRINTED FROM THE STORED STATEMENT FIGURES AND THE RECORD
      *IS LEFT EXACTLY AS IT WAS.
       300-ONE-STATEMENT.
           MOVE BT-EMP-ID(WS-BAL-SUB) TO EM-LOOKUP-ID
           PERFORM 966-FIND-EMPLOYEE
           MOVE BT-EMP-ID(WS-BAL-SUB) TO EL-EMP-ID
           MOVE SPACES TO EL-NOTE
           MOVE "N" TO WS-ACCRUE-SWITCH
           MOVE "N" TO WS-REPRINT-SWITCH
           IF EM-FOUND-SLOT > 0
               MOVE EM-T-NAME(EM-FOUND-SLOT) TO EL-EMP-NAME
               MOVE EM-T-LOC(EM-FOUND-SLOT) TO EL-LOC
           ELSE
               MOVE "NOT ON EMPLOYEE MSTR" TO EL-EMP-NAME
               MOVE SPACES TO EL-LOC
           END-IF
           IF BT-LAST-ACCRUAL(WS-BAL-SUB) >= WS-PERIOD
               MOVE "REPRINT - ALREADY CLOSED" TO EL-NOTE
               MOVE "Y" TO WS-REPRINT-SWITCH
           ELSE
           IF NOT EM-FOUND-ACTIVE
               MOVE "NOT ACTIVE - NO ACCRUAL" TO EL-NOTE
           ELSE
               MOVE "Y" TO WS-ACCRUE-SWITCH
               ADD 1 TO WS-ACCRUED-COUNT
           END-IF
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 850-PAGE-HEADING
           WRITE PRINT-RECORD FROM EL-EMPLOYEE-LINE AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           IF REPRINT-THIS-PERSON
               PERFORM 320-REPRINT-BUCKET-LINE
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 3
           ELSE
               PERFORM 310-BUCKET-LINE
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 3
               MOVE WS-PERIOD TO BT-LAST-ACCRUAL(WS-BAL-SUB)
           END-IF.

       310-BUCKET-LINE.
           MOVE 0 TO WS-ACCRUED
           IF ACCRUE-THIS-PERSON
               MOVE RT-RATE(WS-BUCKET-SUB) TO WS-ACCRUED
           END-IF
           COMPUTE WS-CLOSING =
               BT-OPEN-BAL(WS-BAL-SUB, WS-BUCKET-SUB)
             - BT-USED(WS-BAL-SUB, WS-BUCKET-SUB)
             + WS-ACCRUED
           MOVE BT-OPEN-BAL(WS-BAL-SUB, WS-BUCKET-SUB) TO WS-STMT-OPEN
           MOVE BT-USED(WS-BAL-SUB, WS-BUCKET-SUB) TO WS-STMT-USED
           MOVE WS-STMT-OPEN TO BT-STMT-OPEN(WS-BAL-SUB, WS-BUCKET-SUB)
           MOVE WS-STMT-USED TO BT-STMT-USED(WS-BAL-SUB, WS-BUCKET-SUB)
           MOVE WS-ACCRUED TO BT-STMT-ACCRUED(WS-BAL-SUB, WS-BUCKET-SUB)
           PERFORM 330-PRINT-BUCKET-LINE
           MOVE WS-CLOSING TO BT-OPEN-BAL(WS-BAL-SUB, WS-BUCKET-SUB)
           MOVE 0 TO BT-USED(WS-BAL-SUB, WS-BUCKET-SUB).

      *A LEDGER RECORD CLOSED BEFORE THE STATEMENT FIGURES WERE KEPT
      *HAS NONE TO SHOW - ITS PAGE PRINTS THE CURRENT BALANCE, WITH
      *NOTHING ACCRUED AND NOTHING ROLLED.
       320-REPRINT-BUCKET-LINE.
           IF BT-STMT-BUCKET(WS-BAL-SUB, WS-BUCKET-SUB) = SPACES
               MOVE BT-OPEN-BAL(WS-BAL-SUB, WS-BUCKET-SUB)
                   TO WS-STMT-OPEN
               MOVE BT-USED(WS-BAL-SUB, WS-BUCKET-SUB) TO WS-STMT-USED
               MOVE 0 TO WS-ACCRUED
           ELSE
               MOVE BT-STMT-OPEN(WS-BAL-SUB, WS-BUCKET-SUB)
                   TO WS-STMT-OPEN
               MOVE BT-STMT-USED(WS-BAL-SUB, WS-BUCKET-SUB)
                   TO WS-STMT-USED
               MOVE BT-STMT-ACCRUED(WS-BAL-SUB, WS-BUCKET-SUB)
                   TO WS-ACCRUED
           END-IF
           COMPUTE WS-CLOSING = WS-STMT-OPEN - WS-STMT-USED + WS-ACCRUED
           PERFORM 330-PRINT-BUCKET-LINE.

       330-PRINT-BUCKET-LINE.
           MOVE RT-BUCKET-NAME(WS-BUCKET-SUB) TO DL-BUCKET-NAME
           MOVE WS-STMT-OPEN TO DL-OPENING
           MOVE WS-STMT-USED TO DL-USED
           MOVE WS-ACCRUED TO DL-ACCRUED
           MOVE WS-CLOSING TO DL-CLOSING
           IF WS-CLOSING < 0
               MOVE "* OVERDRAWN" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           WRITE PRINT-RECORD FROM DL-BUCKET-LINE AFTER 1.

       800-TOTALS.
           MOVE WS-STATEMENT-COUNT TO TL-STATEMENTS
           MOVE WS-ACCRUED-COUNT TO TL-ACCRUED
           MOVE WS-OPENED-COUNT TO TL-OPENED
           PERFORM 850-PAGE-HEADING
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2.

       850-PAGE-HEADING.
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *THE LEDGER IS NEVER REWRITTEN FROM A TABLE THAT COULDN'T HOLD
      *THE WHOLE FILE - THE RUN ENDS NONZERO INSTEAD. A TEST RUN
      *WRITES A TEST COPY AND LEAVES THE REAL BALANCES ALONE.
       900-SAVE-BALANCES.
           IF BT-OVERFLOW > 0 OR EM-OVERFLOW > 0
               DISPLAY "ABSACCR - TABLE OVERFLOW - ABSBAL.TXT NOT "
                   "UPDATED"
               MOVE 8 TO RETURN-CODE
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

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="ABSACCR"==.

       COPY PROCDTIO.

       COPY EMPMSTP.

       COPY TESTMDIO.
