      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   LAPSED-REORDER CALL LIST. CUSTOMERS WHO BUY THE
      *            SAME PRODUCT ON A REGULAR CYCLE AND THEN GO QUIET
      *            HAVE USUALLY GONE TO ANOTHER SUPPLIER - THIS PUTS
      *            THEM IN FRONT OF THEIR SALESMAN WHILE THERE IS
      *            STILL TIME TO WIN THEM BACK.
      *
      *            THE TRANSACTION RUN'S BILLED LINES (P7INVDTL.TXT)
      *            ARE REWRITTEN EVERY NIGHT, SO THIS STEP RUNS
      *            NIGHTLY BEHIND IT AND FOLDS TONIGHT'S LINES INTO
      *            THE CUSTOMER-BY-PRODUCT PURCHASE HISTORY
      *            (CUSTPHST.TXT). EVERY LINE FOR A CUSTOMER AND
      *            PRODUCT ON ONE NIGHT IS ONE ORDER; EACH ORDER ADDS
      *            THE DAYS SINCE THE ONE BEFORE, SO THE USUAL
      *            REORDER INTERVAL IS THOSE DAYS OVER THE ORDERS
      *            LESS ONE, AND THE TYPICAL QUANTITY IS THE UNITS
      *            OVER THE ORDERS. A RERUN OF THE SAME NIGHT BACKS
      *            OUT THE QUANTITY IT BANKED THE FIRST TIME RATHER
      *            THAN COUNTING A SECOND ORDER. CASH WALK-INS
      *            (CUSTOMER ZERO) HAVE NO HISTORY TO LEARN FROM.
      *
      *            THE CALL LIST (LAPSECAL.TXT) PRINTS EVERY NIGHT,
      *            BY SALESMAN (CU-SAL-NUM ON CUSTMSTR.DAT) - THE
      *            FIRST NIGHT OF THE WEEK'S COPY IS THE WEEKLY ONE.
      *            A CUSTOMER AND PRODUCT IS OVERDUE ONCE IT HAS
      *            ENOUGH ORDERS TO SHOW A PATTERN AND THE DAYS SINCE
      *            ITS LAST ORDER RUN PAST THE USUAL INTERVAL PLUS A
      *            GRACE PERCENT. ONE THAT HAS MISSED TOO MANY CYCLES
      *            IS TAKEN AS GONE FOR GOOD AND ONLY COUNTED AT THE
      *            END, SO THE LIST STAYS WORTH WORKING. WRITTEN-OFF
      *            AND AGENCY ACCOUNTS ARE NEVER LISTED.
      *
      *            CUSTPHST.TXT LAYOUT:
      *              COLS  1-5   CUSTOMER NUMBER
      *              COLS  6-8   PRODUCT NUMBER
      *              COLS  9-35  PRODUCT DESCRIPTION
      *              COLS 36-43  FIRST ORDER DATE
      *              COLS 44-51  LAST ORDER DATE
      *              COLS 52-56  ORDERS
      *              COLS 57-63  DAYS BETWEEN ORDERS, ALL ADDED UP
      *              COLS 64-70  UNITS, ALL ORDERS
      *              COLS 71-75  UNITS ON THE LAST ORDER
      *
      *            LAPSECTL.TXT (OPTIONAL, ONE RECORD):
      *              COLS  1-2   ORDERS BEFORE A PATTERN COUNTS (3)
      *              COLS  3-5   GRACE PERCENT OVER THE INTERVAL (25)
      *              COLS  6-7   CYCLES MISSED BEFORE IT IS GONE (6)
      *            A BLANK OR ZERO FIELD TAKES THE DEFAULT SHOWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPSECAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICE-EXTRACT-FILE
           ASSIGN USING WS-INVDTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IV-FILE-STATUS.

      *THE PURCHASE HISTORY - READ WHOLE, THEN WRITTEN BACK WHOLE
      *WITH TONIGHT'S ORDERS FOLDED IN.
           SELECT HISTORY-FILE
           ASSIGN TO "CUSTPHST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CH-FILE-STATUS.

           SELECT HISTORY-OUT-FILE
           ASSIGN USING WS-HISTORY-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HO-FILE-STATUS.

           SELECT CONTROL-FILE
           ASSIGN TO "LAPSECTL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LC-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *THE COMMISSION MASTER, READ ONLY - FOR THE SALESMAN'S NAME.
           SELECT P8-MASTER-FILE
               ASSIGN "P8VSAM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P8-ID
               FILE STATUS IS P8-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "LAPSECAL.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL READS THE TEST
      *EXTRACT AND WRITES ONLY A TEST COPY OF THE HISTORY.
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

      *THE OFFICIAL PROCESSING DATE - TONIGHT'S LINES ARE ORDERS OF
      *THIS DATE, AND THE DAYS SINCE EACH LAST ORDER COUNT TO IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE.
       01  IV-RECORD.
           05  IV-CUS-NUM              PIC 9(5).
           05  IV-CUS-NAME             PIC X(25).
           05  IV-PRO-NUM              PIC 999.
           05  IV-PRO-DES              PIC X(27).
           05  IV-QTY                  PIC 999.
           05  IV-QTY-X REDEFINES IV-QTY
                                       PIC XXX.
           05                          PIC X(68).

       FD  HISTORY-FILE.
       01  CH-RECORD.
           05  CH-CUS-NUM              PIC 9(5).
           05  CH-PRO-NUM              PIC 999.
           05  CH-PRO-DES              PIC X(27).
           05  CH-FIRST-DATE           PIC 9(8).
           05  CH-LAST-DATE            PIC 9(8).
           05  CH-ORDERS               PIC 9(5).
           05  CH-INTERVAL-DAYS        PIC 9(7).
           05  CH-TOTAL-QTY            PIC 9(7).
           05  CH-LAST-QTY             PIC 9(5).
           05                          PIC X(5).

       FD  HISTORY-OUT-FILE.
       01  HO-RECORD                   PIC X(80).

       FD  CONTROL-FILE.
       01  LC-RECORD.
           05  LC-MIN-ORDERS           PIC 99.
           05  LC-MIN-ORDERS-X REDEFINES LC-MIN-ORDERS
                                       PIC XX.
           05  LC-GRACE-PCT            PIC 999.
           05  LC-GRACE-PCT-X REDEFINES LC-GRACE-PCT
                                       PIC XXX.
           05  LC-GONE-CYCLES          PIC 99.
           05  LC-GONE-CYCLES-X REDEFINES LC-GONE-CYCLES
                                       PIC XX.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05                          PIC X(13).
           05  CU-SAL-NUM              PIC XXX.
           05                          PIC X.
           05  CU-AR-STATUS            PIC X.
               88  CU-WRITTEN-OFF      VALUE "W".
               88  CU-AT-AGENCY        VALUE "C".
           05                          PIC X(5).

       FD  P8-MASTER-FILE.
       01  P8-REC.
           05  P8-ID                   PIC X(3).
           05  P8-NAME                 PIC X(20).
           05                          PIC X(73).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

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
           05  WS-INVDTL-NAME          PIC X(12) VALUE
               "P7INVDTL.TXT".
           05  WS-HISTORY-OUT-NAME     PIC X(12) VALUE
               "CUSTPHST.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  IV-FILE-STATUS          PIC XX.
           05  CH-FILE-STATUS          PIC XX.
           05  HO-FILE-STATUS          PIC XX.
           05  LC-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  P8-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-CUSTOMER-OPEN        PIC X VALUE "N".
           05  WS-P8-OPEN              PIC X VALUE "N".

      *THE PATTERN RULES - LAPSECTL.TXT WHEN PRESENT.
       01  WS-MIN-ORDERS               PIC 99  VALUE 3.
       01  WS-GRACE-PCT                PIC 999 VALUE 25.
       01  WS-GONE-CYCLES              PIC 99  VALUE 6.

      *THE WHOLE PURCHASE HISTORY. HT-TONIGHT IS SET THE FIRST TIME
      *A CUSTOMER AND PRODUCT TURNS UP TONIGHT, SO ITS OTHER LINES
      *ADD TO THE SAME ORDER.
       01  HT-MAX-ENTRIES              PIC 9(4) VALUE 5000.
       01  HT-ENTRY-COUNT              PIC 9(4) VALUE 0.
       01  HT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  HT-HISTORY-TABLE.
           05  HT-ENTRY OCCURS 5000 TIMES.
               10  HT-CUS-NUM          PIC 9(5).
               10  HT-PRO-NUM          PIC 999.
               10  HT-PRO-DES          PIC X(27).
               10  HT-FIRST-DATE       PIC 9(8).
               10  HT-LAST-DATE        PIC 9(8).
               10  HT-ORDERS           PIC 9(5).
               10  HT-INTERVAL-DAYS    PIC 9(7).
               10  HT-TOTAL-QTY        PIC 9(7).
               10  HT-LAST-QTY         PIC 9(5).
               10  HT-TONIGHT          PIC X.

       01  HT-SUB                      PIC 9(4).
       01  HT-SLOT                     PIC 9(4).

      *TONIGHT'S OVERDUE LINES, PRINTED BY SALESMAN, CUSTOMER AND
      *PRODUCT.
       01  CL-MAX-CALLS                PIC 9(4) VALUE 2000.
       01  CL-CALL-COUNT               PIC 9(4) VALUE 0.
       01  CL-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  CL-CALL-TABLE.
           05  CL-ENTRY OCCURS 2000 TIMES.
               10  CL-SORT-KEY.
                   15  CL-SAL-NUM      PIC XXX.
                   15  CL-CUS-NUM      PIC 9(5).
                   15  CL-PRO-NUM      PIC 999.
               10  CL-CUS-NAME         PIC X(25).
               10  CL-HT-SUB           PIC 9(4).
               10  CL-USUAL-DAYS       PIC 9(5).
               10  CL-DAYS-SINCE       PIC 9(5).
               10  CL-TYPICAL-QTY      PIC 9(5).
               10  CL-PRINTED          PIC X.

       01  CL-SUB                      PIC 9(4).
       01  CL-NEXT                     PIC 9(4).
       01  CL-PRINT-COUNT              PIC 9(4).
       01  WS-LOW-KEY                  PIC X(11).
       01  WS-LAST-SAL-NUM             PIC XXX.

       01  WS-WORK.
           05  WS-PROC-SERIAL          PIC 9(7).
           05  WS-LAST-SERIAL          PIC 9(7).
           05  WS-DAYS-SINCE           PIC 9(7).
           05  WS-USUAL-DAYS           PIC 9(5).
           05  WS-LATE-DAYS            PIC 9(7).
           05  WS-GONE-DAYS            PIC 9(7).
           05  WS-TYPICAL-QTY          PIC 9(5).
           05  WS-SAL-NAME             PIC X(20).
           05  WS-LINES-READ           PIC 9(5) VALUE 0.
           05  WS-ORDERS-BANKED        PIC 9(5) VALUE 0.
           05  WS-STALE-LINES          PIC 9(5) VALUE 0.
           05  WS-GONE-COUNT           PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-SAL-LINES            PIC 9(4) VALUE 0.

      *ANY YYYYMMDD DATE BROKEN OUT FOR 910-DATE-TO-SERIAL.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL CLASS_EXAMPLE.CBL
      *USES (GOOD FOR 1900-2099), SO AN INTERVAL IS PLAIN
      *SUBTRACTION.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
           05  WS-CAL-T1               PIC 9(4).
           05  WS-CAL-T2               PIC 9(6).
           05  WS-CAL-T3               PIC 9(4).
           05  WS-CAL-SERIAL           PIC 9(7).

       01  HL-HEADING-LINE.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(30) VALUE
               "LAPSED-REORDER CALL LIST".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "LAPSECAL".
           05  HL-WATERMARK            PIC X(20) VALUE SPACES.

       01  RL-RULE-LINE.
           05                          PIC X(25) VALUE
               "OVERDUE WHEN AT LEAST ".
           05  RL-MIN-ORDERS           PIC Z9.
           05                          PIC X(24) VALUE
               " ORDERS AND MORE THAN ".
           05  RL-GRACE-PCT            PIC ZZ9.
           05                          PIC X(30) VALUE
               "% PAST THE USUAL INTERVAL".

       01  SH-SALESMAN-LINE.
           05                          PIC X(9)  VALUE "SALESMAN ".
           05  SH-SAL-NUM              PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  SH-SAL-NAME             PIC X(20).

       01  CH-COLUMN-HEADING.
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(21) VALUE "NAME".
           05                          PIC X(6)  VALUE "PROD.".
           05                          PIC X(25) VALUE "DESCRIPTION".
           05                          PIC X(11) VALUE "LAST ORDER".
           05                          PIC X(12) VALUE "   LAST QTY".
           05                          PIC X(12) VALUE " USUAL DAYS".
           05                          PIC X(12) VALUE " DAYS SINCE".
           05                          PIC X(11) VALUE "  DAYS OVER".
           05                          PIC X(12) VALUE " TYPICAL QTY".
           05                          PIC X(8)  VALUE "  ORDERS".

       01  DL-DETAIL-LINE.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NAME             PIC X(19).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-PRO-DES              PIC X(23).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-LAST-DATE            PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-LAST-QTY             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-USUAL-DAYS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-DAYS-SINCE           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-DAYS-OVER            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-TYPICAL-QTY          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ORDERS               PIC ZZ,ZZ9.

       01  ST-SALESMAN-TOTAL.
           05                          PIC X(9)  VALUE SPACES.
           05  ST-COUNT                PIC Z,ZZ9.
           05                          PIC X(30) VALUE
               " OVERDUE LINES TO CALL".

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(60).
           05  NL-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CONTROL
           PERFORM 200-LOAD-HISTORY
           PERFORM 300-TONIGHT-BILLED
      *A PAIR THE TABLE CAN'T HOLD WOULD LOSE ITS ORDER FOR GOOD, SO
      *THE HISTORY IS LEFT AS IT WAS UNTIL THE TABLE IS WIDENED - THE
      *EXTRACT STAYS PUT FOR THE RERUN UNTIL TOMORROW NIGHT.
           IF HT-OVERFLOW-COUNT > 0
               MOVE "** HISTORY OVER THE TABLE SIZE - NOTHING BANKED:"
                   TO NL-TEXT
               MOVE HT-OVERFLOW-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-SAVE-HISTORY
           END-IF
           PERFORM 500-FIND-OVERDUE
           PERFORM 600-PRINT-CALL-LIST
           PERFORM 900-WRAP-UP
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           IF TEST-RUN
               MOVE "INVDTLT.TXT" TO WS-INVDTL-NAME
               MOVE "CUSTPHTT.TXT" TO WS-HISTORY-OUT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "LAPSECAL - TEST RUN - ALL OUTPUTS REDIRECTED"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-PROC-SERIAL
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT P8-MASTER-FILE
           IF P8-FILE-STATUS = "00"
               MOVE "Y" TO WS-P8-OPEN
           END-IF.

      *NO FILE, OR A BLANK FIELD, KEEPS THE DEFAULT RULE.
       150-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF LC-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-MIN-ORDERS-X NUMERIC
                               AND LC-MIN-ORDERS > 1
                           MOVE LC-MIN-ORDERS TO WS-MIN-ORDERS
                       END-IF
                       IF LC-GRACE-PCT-X NUMERIC
                               AND LC-GRACE-PCT > 0
                           MOVE LC-GRACE-PCT TO WS-GRACE-PCT
                       END-IF
                       IF LC-GONE-CYCLES-X NUMERIC
                               AND LC-GONE-CYCLES > 0
                           MOVE LC-GONE-CYCLES TO WS-GONE-CYCLES
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           MOVE WS-MIN-ORDERS TO RL-MIN-ORDERS
           MOVE WS-GRACE-PCT TO RL-GRACE-PCT
           WRITE PRINT-RECORD FROM RL-RULE-LINE AFTER 2.

      *NO HISTORY YET MEANS TONIGHT IS EVERY PAIR'S FIRST ORDER.
       200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF CH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-HISTORY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE "NO " TO EOD
           END-IF.

       210-HISTORY-ONE-RECORD.
           EVALUATE TRUE
               WHEN CH-CUS-NUM NOT NUMERIC OR CH-PRO-NUM NOT NUMERIC
                   CONTINUE
               WHEN HT-ENTRY-COUNT NOT < HT-MAX-ENTRIES
                   ADD 1 TO HT-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO HT-ENTRY-COUNT
                   MOVE CH-CUS-NUM TO HT-CUS-NUM(HT-ENTRY-COUNT)
                   MOVE CH-PRO-NUM TO HT-PRO-NUM(HT-ENTRY-COUNT)
                   MOVE CH-PRO-DES TO HT-PRO-DES(HT-ENTRY-COUNT)
                   MOVE CH-FIRST-DATE TO HT-FIRST-DATE(HT-ENTRY-COUNT)
                   MOVE CH-LAST-DATE TO HT-LAST-DATE(HT-ENTRY-COUNT)
                   MOVE CH-ORDERS TO HT-ORDERS(HT-ENTRY-COUNT)
                   MOVE CH-INTERVAL-DAYS
                       TO HT-INTERVAL-DAYS(HT-ENTRY-COUNT)
                   MOVE CH-TOTAL-QTY TO HT-TOTAL-QTY(HT-ENTRY-COUNT)
                   MOVE CH-LAST-QTY TO HT-LAST-QTY(HT-ENTRY-COUNT)
                   MOVE "N" TO HT-TONIGHT(HT-ENTRY-COUNT)
           END-EVALUATE.

       300-TONIGHT-BILLED.
           OPEN INPUT INVOICE-EXTRACT-FILE
           IF IV-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ INVOICE-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 310-BILLED-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-EXTRACT-FILE
               MOVE "NO " TO EOD
           END-IF.

      *THE FIRST LINE TONIGHT FOR A PAIR DECIDES WHAT KIND OF NIGHT
      *IT IS: A NEW ORDER (ADD THE DAYS SINCE THE LAST ONE), A RERUN
      *OF A NIGHT ALREADY BANKED (TAKE BACK WHAT IT BANKED), OR AN
      *OLDER NIGHT RUN AFTER A LATER ONE - THAT ONE CAN'T BE PLACED
      *IN THE PATTERN AND IS COUNTED AND PASSED BY.
       310-BILLED-ONE-LINE.
           IF IV-CUS-NUM NUMERIC AND IV-CUS-NUM NOT = 0
                   AND IV-QTY-X NUMERIC AND IV-QTY NOT = 0
               PERFORM 315-BANK-ONE-LINE
           END-IF.

       315-BANK-ONE-LINE.
           MOVE 0 TO HT-SLOT
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-ENTRY-COUNT
                      OR HT-SLOT > 0
               IF HT-CUS-NUM(HT-SUB) = IV-CUS-NUM
                       AND HT-PRO-NUM(HT-SUB) = IV-PRO-NUM
                   MOVE HT-SUB TO HT-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN HT-SLOT = 0
                   PERFORM 320-NEW-PAIR
               WHEN HT-TONIGHT(HT-SLOT) NOT = "Y"
                       AND HT-LAST-DATE(HT-SLOT) > PR-PROC-DATE
                   ADD 1 TO WS-STALE-LINES
               WHEN OTHER
                   IF HT-TONIGHT(HT-SLOT) NOT = "Y"
                       PERFORM 330-FIRST-LINE-TONIGHT
                   END-IF
                   MOVE IV-PRO-DES TO HT-PRO-DES(HT-SLOT)
                   ADD IV-QTY TO HT-LAST-QTY(HT-SLOT)
                   ADD IV-QTY TO HT-TOTAL-QTY(HT-SLOT)
           END-EVALUATE.

       320-NEW-PAIR.
           IF HT-ENTRY-COUNT NOT < HT-MAX-ENTRIES
               ADD 1 TO HT-OVERFLOW-COUNT
           ELSE
               ADD 1 TO HT-ENTRY-COUNT
               MOVE IV-CUS-NUM TO HT-CUS-NUM(HT-ENTRY-COUNT)
               MOVE IV-PRO-NUM TO HT-PRO-NUM(HT-ENTRY-COUNT)
               MOVE IV-PRO-DES TO HT-PRO-DES(HT-ENTRY-COUNT)
               MOVE PR-PROC-DATE TO HT-FIRST-DATE(HT-ENTRY-COUNT)
                                    HT-LAST-DATE(HT-ENTRY-COUNT)
               MOVE 1 TO HT-ORDERS(HT-ENTRY-COUNT)
               MOVE 0 TO HT-INTERVAL-DAYS(HT-ENTRY-COUNT)
               MOVE IV-QTY TO HT-TOTAL-QTY(HT-ENTRY-COUNT)
                              HT-LAST-QTY(HT-ENTRY-COUNT)
               MOVE "Y" TO HT-TONIGHT(HT-ENTRY-COUNT)
               ADD 1 TO WS-ORDERS-BANKED
           END-IF.

      *A RERUN OF THE NIGHT ALREADY BANKED TAKES BACK ITS QUANTITY;
      *A NEW NIGHT ADDS THE DAYS SINCE THE LAST ORDER AND AN ORDER.
       330-FIRST-LINE-TONIGHT.
           IF HT-LAST-DATE(HT-SLOT) = PR-PROC-DATE
               SUBTRACT HT-LAST-QTY(HT-SLOT)
                   FROM HT-TOTAL-QTY(HT-SLOT)
           ELSE
               MOVE HT-LAST-DATE(HT-SLOT) TO WS-DATE-WORK
               PERFORM 910-DATE-TO-SERIAL
               COMPUTE HT-INTERVAL-DAYS(HT-SLOT) =
                   HT-INTERVAL-DAYS(HT-SLOT)
                   + WS-PROC-SERIAL - WS-CAL-SERIAL
               ADD 1 TO HT-ORDERS(HT-SLOT)
               MOVE PR-PROC-DATE TO HT-LAST-DATE(HT-SLOT)
               ADD 1 TO WS-ORDERS-BANKED
           END-IF
           MOVE 0 TO HT-LAST-QTY(HT-SLOT)
           MOVE "Y" TO HT-TONIGHT(HT-SLOT).

       400-SAVE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-ENTRY-COUNT
               MOVE SPACES TO CH-RECORD
               MOVE HT-CUS-NUM(HT-SUB) TO CH-CUS-NUM
               MOVE HT-PRO-NUM(HT-SUB) TO CH-PRO-NUM
               MOVE HT-PRO-DES(HT-SUB) TO CH-PRO-DES
               MOVE HT-FIRST-DATE(HT-SUB) TO CH-FIRST-DATE
               MOVE HT-LAST-DATE(HT-SUB) TO CH-LAST-DATE
               MOVE HT-ORDERS(HT-SUB) TO CH-ORDERS
               MOVE HT-INTERVAL-DAYS(HT-SUB) TO CH-INTERVAL-DAYS
               MOVE HT-TOTAL-QTY(HT-SUB) TO CH-TOTAL-QTY
               MOVE HT-LAST-QTY(HT-SUB) TO CH-LAST-QTY
               WRITE HO-RECORD FROM CH-RECORD
           END-PERFORM
           CLOSE HISTORY-OUT-FILE.

      *ONLY A PAIR WITH A PATTERN, NOT ORDERED TONIGHT, CAN BE LATE.
       500-FIND-OVERDUE.
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-ENTRY-COUNT
               IF HT-ORDERS(HT-SUB) NOT < WS-MIN-ORDERS
                       AND HT-LAST-DATE(HT-SUB) < PR-PROC-DATE
                   PERFORM 510-CHECK-ONE-PAIR
               END-IF
           END-PERFORM.

       510-CHECK-ONE-PAIR.
           COMPUTE WS-USUAL-DAYS ROUNDED =
               HT-INTERVAL-DAYS(HT-SUB) / (HT-ORDERS(HT-SUB) - 1)
           IF WS-USUAL-DAYS = 0
               MOVE 1 TO WS-USUAL-DAYS
           END-IF
           MOVE HT-LAST-DATE(HT-SUB) TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-LAST-SERIAL
           COMPUTE WS-DAYS-SINCE = WS-PROC-SERIAL - WS-LAST-SERIAL
           COMPUTE WS-LATE-DAYS ROUNDED =
               WS-USUAL-DAYS * (100 + WS-GRACE-PCT) / 100
           COMPUTE WS-GONE-DAYS = WS-USUAL-DAYS * WS-GONE-CYCLES
           EVALUATE TRUE
               WHEN WS-DAYS-SINCE NOT > WS-LATE-DAYS
                   CONTINUE
               WHEN WS-DAYS-SINCE > WS-GONE-DAYS
                   ADD 1 TO WS-GONE-COUNT
               WHEN OTHER
                   PERFORM 520-LATE-PAIR
           END-EVALUATE.

       520-LATE-PAIR.
           MOVE SPACES TO CU-RECORD
           MOVE "** NOT ON CUSTOMER MASTER" TO CU-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE HT-CUS-NUM(HT-SUB) TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-RECORD
                       MOVE "** NOT ON CUSTOMER MASTER" TO CU-NAME
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CU-WRITTEN-OFF OR CU-AT-AGENCY
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN CL-CALL-COUNT NOT < CL-MAX-CALLS
                   ADD 1 TO CL-OVERFLOW-COUNT
               WHEN OTHER
                   COMPUTE WS-TYPICAL-QTY ROUNDED =
                       HT-TOTAL-QTY(HT-SUB) / HT-ORDERS(HT-SUB)
                   ADD 1 TO CL-CALL-COUNT
                   MOVE CU-SAL-NUM TO CL-SAL-NUM(CL-CALL-COUNT)
                   MOVE HT-CUS-NUM(HT-SUB) TO CL-CUS-NUM(CL-CALL-COUNT)
                   MOVE HT-PRO-NUM(HT-SUB) TO CL-PRO-NUM(CL-CALL-COUNT)
                   MOVE CU-NAME TO CL-CUS-NAME(CL-CALL-COUNT)
                   MOVE HT-SUB TO CL-HT-SUB(CL-CALL-COUNT)
                   MOVE WS-USUAL-DAYS TO CL-USUAL-DAYS(CL-CALL-COUNT)
                   MOVE WS-DAYS-SINCE TO CL-DAYS-SINCE(CL-CALL-COUNT)
                   MOVE WS-TYPICAL-QTY
                       TO CL-TYPICAL-QTY(CL-CALL-COUNT)
                   MOVE "N" TO CL-PRINTED(CL-CALL-COUNT)
           END-EVALUATE.

      *LOWEST SALESMAN, CUSTOMER AND PRODUCT NOT YET PRINTED, EACH
      *TIME ROUND - A NEW PAGE FOR EACH SALESMAN SO THE LIST CAN BE
      *HANDED OUT. A CUSTOMER WITH NO SALESMAN IS A HOUSE ACCOUNT.
       600-PRINT-CALL-LIST.
           IF CL-CALL-COUNT = 0
               MOVE "NO CUSTOMER IS OVERDUE ON A PRODUCT IT USUALLY BUY
      -            "S" TO NL-TEXT
               MOVE 0 TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           ELSE
               MOVE HIGH-VALUES TO WS-LAST-SAL-NUM
               MOVE 0 TO WS-SAL-LINES
               PERFORM 610-PRINT-NEXT-CALL
                   VARYING CL-PRINT-COUNT FROM 1 BY 1
                   UNTIL CL-PRINT-COUNT > CL-CALL-COUNT
               MOVE WS-SAL-LINES TO ST-COUNT
               WRITE PRINT-RECORD FROM ST-SALESMAN-TOTAL AFTER 2
           END-IF.

       610-PRINT-NEXT-CALL.
           MOVE HIGH-VALUES TO WS-LOW-KEY
           MOVE 0 TO CL-NEXT
           PERFORM VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > CL-CALL-COUNT
               IF CL-PRINTED(CL-SUB) = "N"
                       AND CL-SORT-KEY(CL-SUB) < WS-LOW-KEY
                   MOVE CL-SORT-KEY(CL-SUB) TO WS-LOW-KEY
                   MOVE CL-SUB TO CL-NEXT
               END-IF
           END-PERFORM
           MOVE "Y" TO CL-PRINTED(CL-NEXT)
           IF CL-SAL-NUM(CL-NEXT) NOT = WS-LAST-SAL-NUM
               IF WS-LAST-SAL-NUM NOT = HIGH-VALUES
                   MOVE WS-SAL-LINES TO ST-COUNT
                   WRITE PRINT-RECORD FROM ST-SALESMAN-TOTAL AFTER 2
               END-IF
               PERFORM 620-SALESMAN-HEADING
           END-IF
           MOVE CL-HT-SUB(CL-NEXT) TO HT-SUB
           MOVE CL-CUS-NUM(CL-NEXT) TO DL-CUS-NUM
           MOVE CL-CUS-NAME(CL-NEXT) TO DL-CUS-NAME
           MOVE CL-PRO-NUM(CL-NEXT) TO DL-PRO-NUM
           MOVE HT-PRO-DES(HT-SUB) TO DL-PRO-DES
           MOVE HT-LAST-DATE(HT-SUB) TO DL-LAST-DATE
           MOVE HT-LAST-QTY(HT-SUB) TO DL-LAST-QTY
           MOVE CL-USUAL-DAYS(CL-NEXT) TO DL-USUAL-DAYS
           MOVE CL-DAYS-SINCE(CL-NEXT) TO DL-DAYS-SINCE
           COMPUTE DL-DAYS-OVER =
               CL-DAYS-SINCE(CL-NEXT) - CL-USUAL-DAYS(CL-NEXT)
           MOVE CL-TYPICAL-QTY(CL-NEXT) TO DL-TYPICAL-QTY
           MOVE HT-ORDERS(HT-SUB) TO DL-ORDERS
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
           ADD 1 TO WS-SAL-LINES.

       620-SALESMAN-HEADING.
           MOVE CL-SAL-NUM(CL-NEXT) TO WS-LAST-SAL-NUM
           MOVE 0 TO WS-SAL-LINES
           MOVE SPACES TO WS-SAL-NAME
           IF WS-LAST-SAL-NUM = SPACES
               MOVE "HOUSE ACCOUNTS" TO WS-SAL-NAME
           ELSE
               IF WS-P8-OPEN = "Y"
                   MOVE WS-LAST-SAL-NUM TO P8-ID
                   READ P8-MASTER-FILE
                       INVALID KEY
                           MOVE "** NOT ON FILE" TO WS-SAL-NAME
                       NOT INVALID KEY
                           MOVE P8-NAME TO WS-SAL-NAME
                   END-READ
               END-IF
           END-IF
           MOVE WS-LAST-SAL-NUM TO SH-SAL-NUM
           MOVE WS-SAL-NAME TO SH-SAL-NAME
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM SH-SALESMAN-LINE AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       900-WRAP-UP.
           IF WS-GONE-COUNT > 0
               MOVE "PAIRS PAST THE CYCLES-MISSED LIMIT - TAKEN AS GONE
      -            ":" TO NL-TEXT
               MOVE WS-GONE-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
           END-IF
           IF WS-CLOSED-COUNT > 0
               MOVE "OVERDUE PAIRS ON WRITTEN-OFF OR AGENCY ACCOUNTS - N
      -            "OT LISTED:" TO NL-TEXT
               MOVE WS-CLOSED-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           IF WS-STALE-LINES > 0
               MOVE "LINES OLDER THAN THE HISTORY ALREADY HELD - PASSED
      -            " BY:" TO NL-TEXT
               MOVE WS-STALE-LINES TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           IF CL-OVERFLOW-COUNT > 0
               MOVE "** CALL TABLE OVERFLOW - LINES LEFT OFF THE LIST:"
                   TO NL-TEXT
               MOVE CL-OVERFLOW-COUNT TO NL-COUNT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-P8-OPEN = "Y"
               CLOSE P8-MASTER-FILE
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "LAPSECAL - " WS-LINES-READ " LINES READ, "
               WS-ORDERS-BANKED " ORDERS BANKED, "
               CL-CALL-COUNT " OVERDUE".

      *DAY SERIAL FOR WS-DATE-WORK - THE SAME 367/275 FORMULA AS
      *CLASS_EXAMPLE.CBL, EACH COMPUTE CARRYING ONE DIVISION SO THE
      *TRUNCATION LANDS WHERE THE FORMULA NEEDS IT.
       910-DATE-TO-SERIAL.
           MOVE WS-DATE-YYYY TO WS-CAL-YYYY
           MOVE WS-DATE-MM TO WS-CAL-MM
           MOVE WS-DATE-DD TO WS-CAL-DD
           COMPUTE WS-CAL-T1 = (WS-CAL-MM + 9) / 12
           COMPUTE WS-CAL-T2 = (WS-CAL-YYYY + WS-CAL-T1) * 7 / 4
           COMPUTE WS-CAL-T3 = 275 * WS-CAL-MM / 9
           COMPUTE WS-CAL-SERIAL = 367 * WS-CAL-YYYY - WS-CAL-T2
               + WS-CAL-T3 + WS-CAL-DD.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="LAPSECAL"==.

       COPY PROCDTIO.
