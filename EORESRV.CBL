      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   EXCESS AND OBSOLETE INVENTORY RESERVE. RUNS EVERY
      *            NIGHT BUT ONLY ACTS ON THE MEND (OR YEND) RUN
      *            TYPE, AHEAD OF GLPOST SO ITS JOURNAL POSTS THE
      *            SAME NIGHT. EACH PRODUCT'S STOCK IN WAREHOUSE 1,
      *            WAREHOUSE 2 AND IN TRANSIT (VSAM.TXT) IS SET
      *            AGAINST ITS TRAILING TWELVE MONTHS OF UNITS SOLD
      *            OFF THE SALES HISTORY (P7SALHST.TXT), GIVING
      *            MONTHS OF SUPPLY PER BUCKET AND IN ALL. STOCK
      *            BEYOND THE MONTHS OF SUPPLY WE ARE WILLING TO
      *            CARRY IS EXCESS, VALUED AT MASTER UNIT COST, AND
      *            RESERVED AT THE PERCENT FOR ITS AGE BAND - THE
      *            MONTHS SINCE THE PRODUCT LAST SOLD. A PRODUCT WITH
      *            NO SALE IN TWELVE MONTHS IS FLAGGED OBSOLETE AND
      *            ALL OF ITS STOCK IS EXCESS. OUTPUT IS EORESRV.TXT.
      *
      *            ONLY THE CHANGE IN THE RESERVE IS JOURNALED - UP
      *            IS A WRITE-DOWN (OBSOLESCENCE EXPENSE AGAINST THE
      *            INVENTORY RESERVE), DOWN RELEASES IT. THE RESERVE
      *            BOOKED EACH MONTH IS KEPT ON EORHIST.TXT, SO A
      *            RERUN OF THE SAME MONTH-END JOURNALS ONLY WHAT HAS
      *            MOVED SINCE THE FIRST RUN.
      *
      *            EORSVPCT.TXT (OPTIONAL):
      *              "K" COLS 2-3  MONTHS OF SUPPLY CARRIED BEFORE
      *                            STOCK IS EXCESS (12)
      *              "B" COLS 2-4  MONTHS SINCE LAST SALE, BAND FLOOR
      *                  COLS 5-7  RESERVE PERCENT FOR THE BAND
      *            WITH NO "B" RECORDS THE BANDS ARE 0 MONTHS 10%,
      *            6 MONTHS 25%, 12 MONTHS 50%, 24 MONTHS 100%. A
      *            PRODUCT TAKES THE HIGHEST FLOOR IT HAS REACHED.
      *
      *            EORHIST.TXT LAYOUT:
      *              COLS  1-6   MONTH (YYYYMM)
      *              COLS  7-18  RESERVE BOOKED (S9(9)V99, SIGN
      *                          LEADING SEPARATE)
      *              COLS 19-26  PROCESSING DATE IT WAS BOOKED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EORESRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

           SELECT SALES-HISTORY-FILE
           ASSIGN TO "P7SALHST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SH-FILE-STATUS.

           SELECT BAND-FILE
           ASSIGN TO "EORSVPCT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EB-FILE-STATUS.

      *THE RESERVE BOOKED BY MONTH - READ WHOLE, WRITTEN BACK WHOLE
      *WITH THIS MONTH'S LINE REPLACED.
           SELECT RESERVE-HISTORY-FILE
           ASSIGN TO "EORHIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EH-FILE-STATUS.

           SELECT RESERVE-HISTORY-OUT-FILE
           ASSIGN USING WS-EORHIST-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EO-FILE-STATUS.

      *THE SHARED GLACCTS.TXT CHART.
           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

      *THE NIGHT'S JOURNAL, OPENED EXTEND BEHIND THE OTHER POSTERS.
           SELECT GL-JOURNAL-FILE
           ASSIGN USING WS-GLJRNL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "EORESRV.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL JOURNALS AND
      *KEEPS ITS RESERVE HISTORY ON TEST COPIES.
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

      *THE OFFICIAL PROCESSING DATE - ITS MONTH IS THE MONTH BEING
      *CLOSED AND THE LAST OF THE TWELVE MONTHS OF DEMAND.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  SALES-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-MONTH                PIC 9(6).
           05  SH-MONTH-PARTS REDEFINES SH-MONTH.
               10  SH-YYYY             PIC 9(4).
               10  SH-MM               PIC 99.
           05  SH-PRO-NUM              PIC 999.
           05  SH-UNITS                PIC S9(5)
                                       SIGN LEADING SEPARATE.
           05  SH-DOLLARS              PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DAY                  PIC 99.
           05                          PIC X(8).

       FD  BAND-FILE.
       01  EB-RECORD.
           05  EB-REC-TYPE             PIC X.
               88  EB-KEEP                       VALUE "K".
               88  EB-BAND                       VALUE "B".
           05  EB-DETAIL               PIC X(6).
           05  EB-KEEP-DETAIL REDEFINES EB-DETAIL.
               10  EB-KEEP-MONTHS      PIC 99.
               10  EB-KEEP-MONTHS-X REDEFINES EB-KEEP-MONTHS
                                       PIC XX.
               10                      PIC X(4).
           05  EB-BAND-DETAIL REDEFINES EB-DETAIL.
               10  EB-FLOOR            PIC 999.
               10  EB-FLOOR-X REDEFINES EB-FLOOR
                                       PIC XXX.
               10  EB-PCT              PIC 999.
               10  EB-PCT-X REDEFINES EB-PCT
                                       PIC XXX.

       FD  RESERVE-HISTORY-FILE.
       01  EH-RECORD.
           05  EH-MONTH                PIC 9(6).
           05  EH-RESERVE              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  EH-BOOKED-DATE          PIC 9(8).

       FD  RESERVE-HISTORY-OUT-FILE.
       01  EO-RECORD                   PIC X(26).

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

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

       01  WS-FILE-NAMES.
           05  WS-EORHIST-OUT-NAME     PIC X(12) VALUE
               "EORHIST.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  MASTER-SWITCH           PIC XX.
           05  RT-FILE-STATUS          PIC XX.
           05  SH-FILE-STATUS          PIC XX.
           05  EB-FILE-STATUS          PIC XX.
           05  EH-FILE-STATUS          PIC XX.
           05  EO-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OK            PIC X VALUE "N".

      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. THE RESERVE IS A CONTRA-INVENTORY ACCOUNT
      *BESIDE THE INVENTORY ASSET THE TRANSACTION RUN CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-INVRESV         PIC 9(5) VALUE 13900.
           05  GL-ACCT-OBSOLEXP        PIC 9(5) VALUE 51700.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

      *THE PROCESSING MONTH AND ANY HISTORY MONTH AS A RUNNING
      *MONTH NUMBER (YEAR TIMES TWELVE PLUS MONTH), SO "MONTHS AGO"
      *IS PLAIN SUBTRACTION ACROSS A YEAR END.
       01  WS-PROC-PARTS.
           05  WS-PROC-MONTH           PIC 9(6).
           05  WS-PROC-MONTH-PARTS REDEFINES WS-PROC-MONTH.
               10  WS-PROC-YYYY        PIC 9(4).
               10  WS-PROC-MM          PIC 99.
       01  WS-PROC-INDEX               PIC 9(6).
       01  WS-HIST-INDEX               PIC 9(6).
       01  WS-MONTHS-AGO               PIC S9(6).

      *THE PATTERN RULES.
       01  WS-KEEP-MONTHS              PIC 99 VALUE 12.
       01  EB-MAX-BANDS                PIC 99 VALUE 20.
       01  EB-BAND-COUNT               PIC 99 VALUE 0.
       01  EB-BAND-TABLE.
           05  EB-ENTRY OCCURS 20 TIMES.
               10  EB-T-FLOOR          PIC 999.
               10  EB-T-PCT            PIC 999.
       01  EB-SUB                      PIC 99.
       01  WS-BAND-FLOOR               PIC 999.
       01  WS-BAND-PCT                 PIC 999.

      *TWELVE MONTHS OF UNITS AND THE LAST MONTH SOLD, BY PRODUCT
      *NUMBER.
       01  DM-DEMAND-TABLE.
           05  DM-ENTRY OCCURS 999 TIMES.
               10  DM-UNITS-12         PIC S9(7).
               10  DM-LAST-SALE-INDEX  PIC 9(6).

      *THE PRODUCT MASTER AS P7REPORTS SEES IT - THE BUCKETS AT
      *85-98 AND IN-TRANSIT AT 102-108 ARE SPACES ON A MASTER BUILT
      *BEFORE THEY EXISTED, WHICH READS AS EVERYTHING IN WAREHOUSE 1
      *AND NOTHING MOVING.
       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05                          PIC X(34).
           05  MR-ON-HAND              PIC 9(7).
           05  MR-ON-HAND-X REDEFINES MR-ON-HAND
                                       PIC X(7).
           05                          PIC X(8).
           05  MR-UNIT-COST            PIC 999V99.
           05  MR-UNIT-COST-X REDEFINES MR-UNIT-COST
                                       PIC X(5).
           05  MR-WH1-ON-HAND          PIC 9(7).
           05  MR-WH1-ON-HAND-X REDEFINES MR-WH1-ON-HAND
                                       PIC X(7).
           05  MR-WH2-ON-HAND          PIC 9(7).
           05  MR-WH2-ON-HAND-X REDEFINES MR-WH2-ON-HAND
                                       PIC X(7).
           05                          PIC X(3).
           05  MR-IN-TRANSIT           PIC 9(7).
           05  MR-IN-TRANSIT-X REDEFINES MR-IN-TRANSIT
                                       PIC X(7).
           05                          PIC X(2).

       01  WS-PRODUCT-WORK.
           05  WS-UNIT-COST            PIC 999V99    VALUE 0.
           05  WS-TOTAL-UNITS          PIC 9(8)      VALUE 0.
           05  WS-DEMAND-12            PIC S9(7)     VALUE 0.
           05  WS-MONTHLY-DEMAND       PIC 9(7)V99   VALUE 0.
           05  WS-KEEP-UNITS           PIC 9(8)      VALUE 0.
           05  WS-EXCESS-UNITS         PIC 9(8)      VALUE 0.
           05  WS-EXCESS-VALUE         PIC 9(9)V99   VALUE 0.
           05  WS-RESERVE              PIC 9(9)V99   VALUE 0.
           05  WS-SINCE-SALE           PIC 999       VALUE 0.
           05  WS-OBSOLETE             PIC X         VALUE "N".
           05  WS-MOS                  PIC 9(5)V9    VALUE 0.
           05  WS-WH1-SHARE            PIC 9(9)V99   VALUE 0.
           05  WS-WH2-SHARE            PIC 9(9)V99   VALUE 0.
           05  WS-TRANSIT-SHARE        PIC 9(9)V99   VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-EXCESS-VALUE     PIC 9(11)V99  VALUE 0.
           05  WS-TOT-RESERVE          PIC 9(11)V99  VALUE 0.
           05  WS-TOT-OBSOLETE-VALUE   PIC 9(11)V99  VALUE 0.
           05  WS-TOT-WH1-EXCESS       PIC 9(11)V99  VALUE 0.
           05  WS-TOT-WH2-EXCESS       PIC 9(11)V99  VALUE 0.
           05  WS-TOT-TRANSIT-EXCESS   PIC 9(11)V99  VALUE 0.
           05  WS-EXCESS-COUNT         PIC 9(5)      VALUE 0.
           05  WS-OBSOLETE-COUNT       PIC 9(5)      VALUE 0.
           05  WS-NO-COST-COUNT        PIC 9(5)      VALUE 0.
           05  WS-PRIOR-RESERVE        PIC S9(11)V99 VALUE 0.
           05  WS-RESERVE-CHANGE       PIC S9(11)V99 VALUE 0.

      *THE RESERVE HISTORY, WITH THIS MONTH'S LINE DROPPED SO IT CAN
      *BE WRITTEN FRESH.
       01  EH-MAX-MONTHS               PIC 9(3) VALUE 240.
       01  EH-MONTH-COUNT              PIC 9(3) VALUE 0.
       01  EH-HISTORY-TABLE.
           05  EH-ENTRY OCCURS 240 TIMES.
               10  EH-T-MONTH          PIC 9(6).
               10  EH-T-RESERVE        PIC S9(9)V99.
               10  EH-T-BOOKED-DATE    PIC 9(8).
       01  EH-SUB                      PIC 9(3).
       01  WS-PRIOR-MONTH              PIC 9(6) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(42) VALUE
               "EXCESS AND OBSOLETE INVENTORY - PERIOD".
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "EORESRV".
           05  HL-WATERMARK            PIC X(20) VALUE SPACES.

       01  RL-RULE-LINE.
           05                          PIC X(33) VALUE
               "STOCK OVER DEMAND FOR THE NEXT ".
           05  RL-KEEP-MONTHS          PIC Z9.
           05                          PIC X(40) VALUE
               " MONTHS IS EXCESS.  RESERVE BANDS:".

       01  BL-BAND-LINE.
           05                          PIC X(6)  VALUE SPACES.
           05  BL-FLOOR                PIC ZZ9.
           05                          PIC X(30) VALUE
               "+ MONTHS SINCE LAST SALE".
           05  BL-PCT                  PIC ZZ9.
           05                          PIC X(2)  VALUE " %".

       01  CH-COLUMN-HEADING-1.
           05                          PIC X(26) VALUE SPACES.
           05                          PIC X(26) VALUE
               " ON HAND, MONTHS OF SUPPLY".
           05                          PIC X(7)  VALUE "     IN".
           05                          PIC X(9)  VALUE " 12 MONTH".
           05                          PIC X(7)  VALUE "  TOTAL".
           05                          PIC X(8)  VALUE "  EXCESS".
           05                          PIC X(13) VALUE
               "     EXCESS  ".
           05                          PIC X(5)  VALUE " MOS.".

       01  CH-COLUMN-HEADING-2.
           05                          PIC X(26) VALUE
               "PROD DESCRIPTION".
           05                          PIC X(13) VALUE
               "    WH1  MOS ".
           05                          PIC X(13) VALUE
               "    WH2  MOS ".
           05                          PIC X(7)  VALUE "TRANSIT".
           05                          PIC X(9)  VALUE "   DEMAND".
           05                          PIC X(7)  VALUE "    MOS".
           05                          PIC X(8)  VALUE "   UNITS".
           05                          PIC X(13) VALUE
               "      AT COST".
           05                          PIC X(5)  VALUE " IDLE".
           05                          PIC X(5)  VALUE "    %".
           05                          PIC X(13) VALUE
               "      RESERVE".

       01  DL-DETAIL-LINE.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-DES              PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-WH1-UNITS            PIC Z(6)9.
           05  DL-WH1-MOS              PIC ZZZ9.9.
           05  DL-WH1-MOS-X REDEFINES DL-WH1-MOS
                                       PIC X(6).
           05  DL-WH2-UNITS            PIC Z(6)9.
           05  DL-WH2-MOS              PIC ZZZ9.9.
           05  DL-WH2-MOS-X REDEFINES DL-WH2-MOS
                                       PIC X(6).
           05  DL-TRANSIT-UNITS        PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-DEMAND               PIC Z(6)9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-MOS                  PIC ZZZ9.9.
           05  DL-MOS-X REDEFINES DL-MOS
                                       PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-EXCESS-UNITS         PIC Z(6)9.
           05  DL-EXCESS-VALUE         PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-SINCE-SALE           PIC ZZZ9.
           05  DL-SINCE-SALE-X REDEFINES DL-SINCE-SALE
                                       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PCT                  PIC ZZ9.
           05  DL-RESERVE              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DL-FLAG                 PIC X(8).

       01  TL-WAREHOUSE-LINE.
           05  TL-LABEL                PIC X(30).
           05                          PIC X(18) VALUE
               "EXCESS AT COST: ".
           05  TL-VALUE                PIC $$$,$$$,$$$,$$9.99.

       01  TL-AMOUNT-LINE.
           05  TL-AMOUNT-LABEL         PIC X(48).
           05  TL-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       01  TL-COUNT-LINE.
           05                          PIC X(20) VALUE
               "PRODUCTS IN EXCESS:".
           05  TL-EXCESS-COUNT         PIC ZZZZ9.
           05                          PIC X(15) VALUE
               "   OBSOLETE:".
           05  TL-OBSOLETE-COUNT       PIC ZZZZ9.
           05                          PIC X(20) VALUE
               "   WITH NO COST:".
           05  TL-NO-COST              PIC ZZZZ9.

       01  NL-NOTE-LINE.
           05  NL-TEXT                 PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 979-CHECK-TEST-MODE
               IF TEST-RUN
                   MOVE "EORHSTT.TXT" TO WS-EORHIST-OUT-NAME
                   MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
                   MOVE TM-WATERMARK TO HL-WATERMARK
                   DISPLAY "EORESRV - TEST RUN - ALL OUTPUTS REDIRECTED"
               END-IF
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-CHART
               PERFORM 160-LOAD-BANDS
               PERFORM 200-LOAD-DEMAND
               PERFORM 300-RESERVE-MASTER
      *A MASTER THAT WON'T OPEN WOULD RESERVE NOTHING AND RELEASE THE
      *WHOLE RESERVE, SO NOTHING IS JOURNALED OR BOOKED.
               IF WS-MASTER-OK = "Y"
                   PERFORM 400-RESERVE-TOTALS
                   PERFORM 500-BOOK-RESERVE
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "EORESRV - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - RESERVE SKIPPED"
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
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-PROC-MONTH = PR-PROC-DATE / 100
           COMPUTE WS-PROC-INDEX = WS-PROC-YYYY * 12 + WS-PROC-MM
           MOVE WS-PROC-MONTH TO HL-PERIOD
           INITIALIZE DM-DEMAND-TABLE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "INVRESV"
                                   MOVE GA-ACCOUNT TO GL-ACCT-INVRESV
                               WHEN "OBSOLEXP"
                                   MOVE GA-ACCOUNT TO GL-ACCT-OBSOLEXP
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *NO FILE, OR NO "B" RECORDS, KEEPS THE STANDARD BANDS. THE
      *BANDS MAY COME IN ANY ORDER - 310 TAKES THE HIGHEST FLOOR
      *REACHED WHEREVER IT SITS.
       160-LOAD-BANDS.
           OPEN INPUT BAND-FILE
           IF EB-FILE-STATUS = "00"
               PERFORM UNTIL EB-FILE-STATUS NOT = "00"
                   READ BAND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 165-LOAD-ONE-BAND
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
           END-IF
           IF EB-BAND-COUNT = 0
               MOVE 4 TO EB-BAND-COUNT
               MOVE 0 TO EB-T-FLOOR(1)
               MOVE 10 TO EB-T-PCT(1)
               MOVE 6 TO EB-T-FLOOR(2)
               MOVE 25 TO EB-T-PCT(2)
               MOVE 12 TO EB-T-FLOOR(3)
               MOVE 50 TO EB-T-PCT(3)
               MOVE 24 TO EB-T-FLOOR(4)
               MOVE 100 TO EB-T-PCT(4)
           END-IF
           MOVE WS-KEEP-MONTHS TO RL-KEEP-MONTHS
           WRITE PRINT-RECORD FROM RL-RULE-LINE AFTER 2
           PERFORM VARYING EB-SUB FROM 1 BY 1
                   UNTIL EB-SUB > EB-BAND-COUNT
               MOVE EB-T-FLOOR(EB-SUB) TO BL-FLOOR
               MOVE EB-T-PCT(EB-SUB) TO BL-PCT
               WRITE PRINT-RECORD FROM BL-BAND-LINE AFTER 1
           END-PERFORM
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-1 AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING-2 AFTER 1
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      *A PERCENT OVER 100 WOULD RESERVE MORE THAN THE STOCK COST AND
      *IS PASSED BY, LIKE ANY GARBLED ROW.
       165-LOAD-ONE-BAND.
           EVALUATE TRUE
               WHEN EB-KEEP
                   IF EB-KEEP-MONTHS-X NUMERIC AND EB-KEEP-MONTHS > 0
                       MOVE EB-KEEP-MONTHS TO WS-KEEP-MONTHS
                   END-IF
               WHEN EB-BAND
                   IF EB-FLOOR-X NUMERIC AND EB-PCT-X NUMERIC
                           AND EB-PCT NOT > 100
                           AND EB-BAND-COUNT < EB-MAX-BANDS
                       ADD 1 TO EB-BAND-COUNT
                       MOVE EB-FLOOR TO EB-T-FLOOR(EB-BAND-COUNT)
                       MOVE EB-PCT TO EB-T-PCT(EB-BAND-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *UNITS SOLD IN THE TWELVE MONTHS ENDING WITH THE PROCESSING
      *MONTH, NET OF THE RETURNS THE HISTORY CARRIES, AND THE LAST
      *MONTH EACH PRODUCT SOLD AT ALL. NO HISTORY MEANS NOTHING HAS
      *SOLD, AND EVERYTHING ON THE SHELF READS AS OBSOLETE - THE
      *REPORT SAYS SO.
       200-LOAD-DEMAND.
           OPEN INPUT SALES-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-DEMAND-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
               MOVE "NO " TO EOD
           ELSE
               MOVE "** NO SALES HISTORY (P7SALHST.TXT) - EVERY PRODUCT
      -            " READS AS UNSOLD" TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF.

       210-DEMAND-ONE-RECORD.
           IF SH-MONTH NUMERIC AND SH-PRO-NUM NUMERIC
                   AND SH-PRO-NUM NOT = 0
                   AND SH-MM NOT < 1 AND SH-MM NOT > 12
               COMPUTE WS-HIST-INDEX = SH-YYYY * 12 + SH-MM
               COMPUTE WS-MONTHS-AGO = WS-PROC-INDEX - WS-HIST-INDEX
               IF WS-MONTHS-AGO NOT < 0
                   IF WS-MONTHS-AGO < 12
                       ADD SH-UNITS TO DM-UNITS-12(SH-PRO-NUM)
                   END-IF
                   IF SH-UNITS > 0 AND WS-HIST-INDEX >
                           DM-LAST-SALE-INDEX(SH-PRO-NUM)
                       MOVE WS-HIST-INDEX
                           TO DM-LAST-SALE-INDEX(SH-PRO-NUM)
                   END-IF
               END-IF
           END-IF.

      *PRODUCT 000 IS PROGRAM07'S CONTROL RECORD, NOT A PRODUCT.
       300-RESERVE-MASTER.
           OPEN INPUT MASTER-FILE
           IF MASTER-SWITCH NOT = "00"
               DISPLAY "EORESRV - VSAM.TXT WILL NOT OPEN, STATUS "
                   MASTER-SWITCH
               MOVE "** PRODUCT MASTER WILL NOT OPEN - NOTHING RESERVED
      -            " OR JOURNALED" TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-MASTER-OK
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF MR-ID NOT = "000"
                                   AND MR-PRO-NUM NUMERIC
                               PERFORM 310-RESERVE-PRODUCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE "NO " TO EOD
           END-IF.

       310-RESERVE-PRODUCT.
           IF MR-ON-HAND-X NOT NUMERIC
               MOVE 0 TO MR-ON-HAND
           END-IF
           IF MR-WH1-ON-HAND-X NOT NUMERIC
                   OR MR-WH2-ON-HAND-X NOT NUMERIC
               MOVE MR-ON-HAND TO MR-WH1-ON-HAND
               MOVE 0 TO MR-WH2-ON-HAND
           END-IF
           IF MR-IN-TRANSIT-X NOT NUMERIC
               MOVE 0 TO MR-IN-TRANSIT
           END-IF
           COMPUTE WS-TOTAL-UNITS =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND + MR-IN-TRANSIT
           MOVE 0 TO WS-EXCESS-UNITS
           IF WS-TOTAL-UNITS > 0
               PERFORM 312-EXCESS-UNITS
               IF WS-EXCESS-UNITS > 0
                   PERFORM 315-VALUE-EXCESS
               END-IF
           END-IF.

       312-EXCESS-UNITS.
           MOVE DM-UNITS-12(MR-PRO-NUM) TO WS-DEMAND-12
           IF DM-LAST-SALE-INDEX(MR-PRO-NUM) = 0
               MOVE 999 TO WS-SINCE-SALE
           ELSE
               COMPUTE WS-SINCE-SALE =
                   WS-PROC-INDEX - DM-LAST-SALE-INDEX(MR-PRO-NUM)
                   ON SIZE ERROR
                       MOVE 999 TO WS-SINCE-SALE
               END-COMPUTE
           END-IF
           MOVE "N" TO WS-OBSOLETE
           IF WS-SINCE-SALE NOT < 12 OR WS-DEMAND-12 NOT > 0
               MOVE "Y" TO WS-OBSOLETE
               MOVE 0 TO WS-MONTHLY-DEMAND
               MOVE WS-TOTAL-UNITS TO WS-EXCESS-UNITS
           ELSE
               COMPUTE WS-MONTHLY-DEMAND = WS-DEMAND-12 / 12
               COMPUTE WS-KEEP-UNITS =
                   WS-DEMAND-12 * WS-KEEP-MONTHS / 12
               IF WS-TOTAL-UNITS > WS-KEEP-UNITS
                   COMPUTE WS-EXCESS-UNITS =
                       WS-TOTAL-UNITS - WS-KEEP-UNITS
               ELSE
                   MOVE 0 TO WS-EXCESS-UNITS
               END-IF
           END-IF.

       315-VALUE-EXCESS.
           MOVE SPACES TO DL-FLAG
           IF MR-UNIT-COST-X NUMERIC
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE 0 TO WS-UNIT-COST
               MOVE "NO COST" TO DL-FLAG
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           PERFORM 320-FIND-BAND
           COMPUTE WS-EXCESS-VALUE = WS-EXCESS-UNITS * WS-UNIT-COST
           COMPUTE WS-RESERVE ROUNDED =
               WS-EXCESS-VALUE * WS-BAND-PCT / 100
      *THE EXCESS SITS IN THE BUCKETS IN PROPORTION TO THEIR STOCK -
      *THE WAREHOUSE TOTALS SAY WHERE THE MONEY IS TIED UP.
           COMPUTE WS-WH1-SHARE ROUNDED =
               WS-EXCESS-VALUE * MR-WH1-ON-HAND / WS-TOTAL-UNITS
           COMPUTE WS-WH2-SHARE ROUNDED =
               WS-EXCESS-VALUE * MR-WH2-ON-HAND / WS-TOTAL-UNITS
           COMPUTE WS-TRANSIT-SHARE =
               WS-EXCESS-VALUE - WS-WH1-SHARE - WS-WH2-SHARE
           ADD WS-WH1-SHARE TO WS-TOT-WH1-EXCESS
           ADD WS-WH2-SHARE TO WS-TOT-WH2-EXCESS
           ADD WS-TRANSIT-SHARE TO WS-TOT-TRANSIT-EXCESS
           ADD WS-EXCESS-VALUE TO WS-TOT-EXCESS-VALUE
           ADD WS-RESERVE TO WS-TOT-RESERVE
           ADD 1 TO WS-EXCESS-COUNT
           IF WS-OBSOLETE = "Y"
               ADD 1 TO WS-OBSOLETE-COUNT
               ADD WS-EXCESS-VALUE TO WS-TOT-OBSOLETE-VALUE
               IF DL-FLAG = SPACES
                   MOVE "OBSOLETE" TO DL-FLAG
               END-IF
           END-IF
           PERFORM 330-PRINT-PRODUCT.

       320-FIND-BAND.
           MOVE 0 TO WS-BAND-FLOOR
           MOVE 0 TO WS-BAND-PCT
           PERFORM VARYING EB-SUB FROM 1 BY 1
                   UNTIL EB-SUB > EB-BAND-COUNT
               IF EB-T-FLOOR(EB-SUB) NOT > WS-SINCE-SALE
                       AND EB-T-FLOOR(EB-SUB) NOT < WS-BAND-FLOOR
                   MOVE EB-T-FLOOR(EB-SUB) TO WS-BAND-FLOOR
                   MOVE EB-T-PCT(EB-SUB) TO WS-BAND-PCT
               END-IF
           END-PERFORM.

      *MONTHS OF SUPPLY IS BLANK WHEN NOTHING SOLD - THERE IS NO
      *RATE TO DIVIDE BY - AND THE IDLE MONTHS SHOW "NONE" WHEN THE
      *PRODUCT HAS NEVER SOLD AT ALL.
       330-PRINT-PRODUCT.
           MOVE MR-PRO-NUM TO DL-PRO-NUM
           MOVE MR-PRO-DES TO DL-PRO-DES
           MOVE MR-WH1-ON-HAND TO DL-WH1-UNITS
           MOVE MR-WH2-ON-HAND TO DL-WH2-UNITS
           MOVE MR-IN-TRANSIT TO DL-TRANSIT-UNITS
           MOVE WS-DEMAND-12 TO DL-DEMAND
           IF WS-MONTHLY-DEMAND > 0
               COMPUTE WS-MOS ROUNDED =
                   MR-WH1-ON-HAND / WS-MONTHLY-DEMAND
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MOS
               END-COMPUTE
               MOVE WS-MOS TO DL-WH1-MOS
               COMPUTE WS-MOS ROUNDED =
                   MR-WH2-ON-HAND / WS-MONTHLY-DEMAND
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MOS
               END-COMPUTE
               MOVE WS-MOS TO DL-WH2-MOS
               COMPUTE WS-MOS ROUNDED =
                   WS-TOTAL-UNITS / WS-MONTHLY-DEMAND
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MOS
               END-COMPUTE
               MOVE WS-MOS TO DL-MOS
           ELSE
               MOVE SPACES TO DL-WH1-MOS-X
                              DL-WH2-MOS-X
                              DL-MOS-X
           END-IF
           MOVE WS-EXCESS-UNITS TO DL-EXCESS-UNITS
           MOVE WS-EXCESS-VALUE TO DL-EXCESS-VALUE
           IF WS-SINCE-SALE = 999
               MOVE "NONE" TO DL-SINCE-SALE-X
           ELSE
               MOVE WS-SINCE-SALE TO DL-SINCE-SALE
           END-IF
           MOVE WS-BAND-PCT TO DL-PCT
           MOVE WS-RESERVE TO DL-RESERVE
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       400-RESERVE-TOTALS.
           IF WS-EXCESS-COUNT = 0
               MOVE "NO PRODUCT IS CARRYING EXCESS OR OBSOLETE STOCK"
                   TO NL-TEXT
               WRITE PRINT-RECORD FROM NL-NOTE-LINE AFTER 1
           END-IF
           MOVE "WAREHOUSE 1" TO TL-LABEL
           MOVE WS-TOT-WH1-EXCESS TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 3
           MOVE "WAREHOUSE 2" TO TL-LABEL
           MOVE WS-TOT-WH2-EXCESS TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 1
           MOVE "IN TRANSIT" TO TL-LABEL
           MOVE WS-TOT-TRANSIT-EXCESS TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 1
           MOVE "TOTAL EXCESS AT COST" TO TL-AMOUNT-LABEL
           MOVE WS-TOT-EXCESS-VALUE TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-AMOUNT-LINE AFTER 2
           MOVE "  OF WHICH OBSOLETE (NO SALE IN TWELVE MONTHS)"
               TO TL-AMOUNT-LABEL
           MOVE WS-TOT-OBSOLETE-VALUE TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-AMOUNT-LINE AFTER 1
           MOVE WS-EXCESS-COUNT TO TL-EXCESS-COUNT
           MOVE WS-OBSOLETE-COUNT TO TL-OBSOLETE-COUNT
           MOVE WS-NO-COST-COUNT TO TL-NO-COST
           WRITE PRINT-RECORD FROM TL-COUNT-LINE AFTER 1.

      *THE LAST RESERVE BOOKED IN AN EARLIER MONTH IS WHAT THE LEDGER
      *CARRIES TONIGHT; THIS MONTH'S LINE, IF A FIRST RUN LEFT ONE,
      *MEANS ITS CHANGE IS ALREADY IN THE JOURNAL, SO THE CHANGE IS
      *FIGURED FROM IT INSTEAD AND THE LINE IS REPLACED.
       500-BOOK-RESERVE.
           MOVE 0 TO WS-PRIOR-RESERVE
           MOVE 0 TO WS-PRIOR-MONTH
           OPEN INPUT RESERVE-HISTORY-FILE
           IF EH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ RESERVE-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 510-HISTORY-ONE-MONTH
                   END-READ
               END-PERFORM
               CLOSE RESERVE-HISTORY-FILE
               MOVE "NO " TO EOD
           END-IF
           COMPUTE WS-RESERVE-CHANGE =
               WS-TOT-RESERVE - WS-PRIOR-RESERVE
           MOVE "RESERVE REQUIRED" TO TL-AMOUNT-LABEL
           MOVE WS-TOT-RESERVE TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-AMOUNT-LINE AFTER 2
           MOVE "RESERVE ALREADY BOOKED" TO TL-AMOUNT-LABEL
           MOVE WS-PRIOR-RESERVE TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-AMOUNT-LINE AFTER 1
           MOVE "CHANGE JOURNALED (+ WRITE-DOWN, - RELEASE)"
               TO TL-AMOUNT-LABEL
           MOVE WS-RESERVE-CHANGE TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-AMOUNT-LINE AFTER 1
           IF WS-RESERVE-CHANGE NOT = 0
               PERFORM 750-GL-JOURNAL
           END-IF
           OPEN OUTPUT RESERVE-HISTORY-OUT-FILE
           PERFORM VARYING EH-SUB FROM 1 BY 1
                   UNTIL EH-SUB > EH-MONTH-COUNT
               MOVE SPACES TO EH-RECORD
               MOVE EH-T-MONTH(EH-SUB) TO EH-MONTH
               MOVE EH-T-RESERVE(EH-SUB) TO EH-RESERVE
               MOVE EH-T-BOOKED-DATE(EH-SUB) TO EH-BOOKED-DATE
               WRITE EO-RECORD FROM EH-RECORD
           END-PERFORM
           MOVE SPACES TO EH-RECORD
           MOVE WS-PROC-MONTH TO EH-MONTH
           MOVE WS-TOT-RESERVE TO EH-RESERVE
           MOVE PR-PROC-DATE TO EH-BOOKED-DATE
           WRITE EO-RECORD FROM EH-RECORD
           CLOSE RESERVE-HISTORY-OUT-FILE.

      *A LINE FOR A LATER MONTH THAN THIS ONE CAN ONLY BE A TEST OR A
      *CLOCK PROBLEM - IT IS KEPT BUT NEVER TAKEN AS THE PRIOR.
       510-HISTORY-ONE-MONTH.
           EVALUATE TRUE
               WHEN EH-MONTH NOT NUMERIC
                   CONTINUE
               WHEN EH-MONTH = WS-PROC-MONTH
                   MOVE EH-RESERVE TO WS-PRIOR-RESERVE
                   MOVE EH-MONTH TO WS-PRIOR-MONTH
               WHEN OTHER
                   IF EH-MONTH < WS-PROC-MONTH
                           AND EH-MONTH > WS-PRIOR-MONTH
                           AND WS-PRIOR-MONTH NOT = WS-PROC-MONTH
                       MOVE EH-RESERVE TO WS-PRIOR-RESERVE
                       MOVE EH-MONTH TO WS-PRIOR-MONTH
                   END-IF
                   IF EH-MONTH-COUNT < EH-MAX-MONTHS
                       ADD 1 TO EH-MONTH-COUNT
                       MOVE EH-MONTH TO EH-T-MONTH(EH-MONTH-COUNT)
                       MOVE EH-RESERVE TO EH-T-RESERVE(EH-MONTH-COUNT)
                       MOVE EH-BOOKED-DATE
                           TO EH-T-BOOKED-DATE(EH-MONTH-COUNT)
                   END-IF
           END-EVALUATE.

      *UP: OBSOLESCENCE EXPENSE AGAINST THE RESERVE. DOWN: THE
      *RESERVE RELEASED BACK AGAINST THE EXPENSE.
       750-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-RESERVE-CHANGE > 0
               MOVE WS-RESERVE-CHANGE TO GL-AMOUNT
               MOVE GL-ACCT-OBSOLEXP TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "E&O WRITE-DOWN" TO GL-DESC-HOLD
               PERFORM 760-WRITE-JOURNAL-LINE
               MOVE GL-ACCT-INVRESV TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "E&O RESERVE" TO GL-DESC-HOLD
               PERFORM 760-WRITE-JOURNAL-LINE
           ELSE
               COMPUTE GL-AMOUNT = 0 - WS-RESERVE-CHANGE
               MOVE GL-ACCT-INVRESV TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "E&O RESERVE RELEASE" TO GL-DESC-HOLD
               PERFORM 760-WRITE-JOURNAL-LINE
               MOVE GL-ACCT-OBSOLEXP TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "E&O RESERVE RELEASE" TO GL-DESC-HOLD
               PERFORM 760-WRITE-JOURNAL-LINE
           END-IF
           CLOSE GL-JOURNAL-FILE.

       760-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="EORESRV"==.

       COPY PROCDTIO.
