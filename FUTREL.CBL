      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   FUTURE-DATED ORDER HOLD AND RELEASE. RUNS EVERY
      *            NIGHT AHEAD OF THE TRANSACTION RUN. A SALE ON THE
      *            NIGHT'S TRNSISAM.TXT FEED CARRYING A REQUESTED SHIP
      *            DATE (COLS 26-29, MMDD) LATER THAN THE NEXT
      *            BUSINESS DATE ON THE PROCESSING CALENDAR COMES OFF
      *            THE FEED AND WAITS ON THE OPEN-ORDER FILE
      *            (FUTORDR.TXT) INSTEAD OF BILLING AND RELIEVING
      *            STOCK TONIGHT. EACH NIGHT THE LINES WHOSE SHIP DATE
      *            HAS COME DUE GO BACK ONTO THE FEED, MARKED "F" IN
      *            COL 30, AND PRICE AND SHIP LIKE ANY OTHER SALE. THE
      *            FEED IS REWRITTEN WITH A RECOMPUTED TRAILER; A RERUN
      *            THE SAME NIGHT DROPS THE "F" LINES IT ALREADY ADDED
      *            AND RELEASES THEM AGAIN, SO NOTHING DOUBLES. A FEED
      *            THAT DOESN'T PROVE OUT IS LEFT EXACTLY AS IT CAME.
      *
      *            THE SHIP DATE'S YEAR IS THE TRANSACTION DATE'S, OR
      *            THE FOLLOWING YEAR WHEN THE MMDD IS EARLIER IN THE
      *            YEAR THAN THE TRANSACTION - ORDERS ARE TAKEN AT
      *            MOST A YEAR OUT. A SHIP DATE THAT ISN'T A REAL
      *            DATE SHIPS TONIGHT AND IS LISTED FOR THE DESK.
      *
      *            THE WAITING LINES ARE THE COMMITTED-BUT-NOT-SHIPPED
      *            DEMAND P7REPORTS AND REORDSUG WEIGH AGAINST ON-HAND,
      *            SO EACH CARRIES ITS QUANTITY IN EACHES (CASES
      *            CONVERTED AGAINST THE MASTER'S CASE PACK).
      *
      *            FUTORDR.TXT LAYOUT:
      *              COLS   1-8   REQUESTED SHIP DATE (YYYYMMDD)
      *              COLS   9-16  NIGHT THE LINE WAS FILED
      *              COL   17     "O" WAITING, "R" RELEASED
      *              COLS  18-25  NIGHT RELEASED
      *              COLS  26-28  PRODUCT NUMBER
      *              COLS  29-33  COMMITTED QUANTITY IN EACHES
      *              COLS  34-113 THE FEED LINE AS IT ARRIVED
      *            A RELEASED LINE STAYS ON FILE ONLY THROUGH THE
      *            NIGHT IT WENT OUT. THE REPORT IS FUTREL.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FUTURE-ORDER-FILE
           ASSIGN USING WS-FUTORDR-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FO-FILE-STATUS.

      *THE NIGHT'S FEED IS COPIED ASIDE, THEN WRITTEN BACK LESS THE
      *HELD LINES, PLUS THE RELEASED ONES, UNDER A NEW TRAILER.
           SELECT FEED-FILE
           ASSIGN TO "TRNSISAM.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TF-FILE-STATUS.

           SELECT FEED-OUT-FILE
           ASSIGN USING WS-FEED-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TO-FILE-STATUS.

           SELECT WORK-FILE
           ASSIGN TO "FUTWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-FILE-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "PROCCAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

      *CASE PACK ONLY, FOR THE COMMITTED QUANTITY IN EACHES.
           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

           SELECT PRINT-FILE
           ASSIGN TO "FUTREL.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *FEED AND THE OPEN-ORDER FILE TO TEST COPIES (SEE TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - WHAT IS DUE IS MEASURED FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUTURE-ORDER-FILE.
       01  FO-RECORD.
           05  FO-SHIP-DATE            PIC 9(8).
           05  FO-FILED-DATE           PIC 9(8).
           05  FO-STATUS               PIC X.
               88  FO-WAITING                   VALUE "O".
               88  FO-RELEASED                  VALUE "R".
           05  FO-RELEASE-DATE         PIC 9(8).
           05  FO-PRO-NUM              PIC 999.
           05  FO-COMMIT-QTY           PIC 9(5).
           05  FO-FEED-LINE            PIC X(80).
           05                          PIC X(7).

       FD  FEED-FILE.
       01  TF-RECORD                   PIC X(80).

       FD  FEED-OUT-FILE.
       01  TO-RECORD                   PIC X(80).

       FD  WORK-FILE.
       01  WK-RECORD                   PIC X(80).

       FD  CALENDAR-FILE.
       01  CA-RECORD.
           05  CA-DATE                 PIC 9(8).
           05  CA-DATE-X REDEFINES CA-DATE
                                       PIC X(8).
           05                          PIC X(72).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

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

       COPY RUNLOG.

       COPY TESTMODE.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  FO-FILE-STATUS          PIC XX.
           05  TF-FILE-STATUS          PIC XX.
           05  TO-FILE-STATUS          PIC XX.
           05  WK-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X    VALUE "N".
           05  WS-FEED-NEW             PIC X    VALUE "N".
           05  WS-SHIP-DATE-OK         PIC X.

       01  WS-FUTORDR-NAME             PIC X(12) VALUE "FUTORDR.TXT".
       01  WS-FEED-OUT-NAME            PIC X(12) VALUE "TRNSISAM.TXT".

      *THE OPEN-ORDER FILE, HELD IN STORAGE AND REWRITTEN ONCE. IF
      *IT OUTGROWS THE TABLE NOTHING IS HELD OR RELEASED - A
      *TRUNCATED REWRITE WOULD SILENTLY LOSE ORDERS.
       01  FT-MAX-LINES                PIC 9(4) VALUE 2000.
       01  FT-LINE-COUNT               PIC 9(4) VALUE 0.
       01  FT-OVERFLOW                 PIC 9(5) VALUE 0.
       01  FT-LINE-TABLE.
           05  FT-ENTRY OCCURS 2000 TIMES.
               10  FT-RECORD           PIC X(120).
       01  FT-SUB                      PIC 9(4).

      *THE FEED LINE, IN THE COLUMNS THE TRANSACTION RUN READS.
       01  FL-FEED-LINE.
           05  FL-CUS-NAME             PIC X(25).
           05  FL-SHIP-MMDD.
               10  FL-SHIP-MM          PIC 99.
               10  FL-SHIP-DD          PIC 99.
           05  FL-SHIP-MMDD-X REDEFINES FL-SHIP-MMDD
                                       PIC X(4).
           05  FL-RELEASE-FLAG         PIC X.
               88  FL-RELEASED-LINE             VALUE "F".
           05  FL-QTY-PCH              PIC 999.
           05  FILLER                  PIC X.
           05  FL-PRO-NUM              PIC 999.
           05  FL-PRO-NUM-X REDEFINES FL-PRO-NUM
                                       PIC X(3).
           05  FILLER                  PIC X.
           05  FL-TRAN-DATE            PIC 9(8).
           05  FL-TRAN-DATE-X REDEFINES FL-TRAN-DATE
                                       PIC X(8).
           05  FL-TRAN-TYPE            PIC X.
           05  FL-CUS-NUM              PIC X(5).
           05  FILLER                  PIC X(8).
           05  FL-WH-CODE              PIC X.
           05  FL-SAL-NUM              PIC XXX.
           05  FL-UOM-CODE             PIC X.
           05  FILLER                  PIC X(15).

       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05                          PIC X(95).
           05  MR-CASE-PACK            PIC 999.
           05  MR-CASE-PACK-X REDEFINES MR-CASE-PACK
                                       PIC X(3).
           05                          PIC X(9).

      *THE LINES GOING BACK ONTO THE FEED TONIGHT, AND THE ONES
      *THE FEED-COPY PASS PULLED OFF OR COULDN'T READ THE DATE ON.
       01  WS-COUNTS.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
           05  WS-BAD-DATE-COUNT       PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-WAITING-COUNT        PIC 9(5) VALUE 0.
           05  WS-OUT-COUNT            PIC 9(7) VALUE 0.
           05  WS-OUT-HASH             PIC 9(11) VALUE 0.

       01  WS-PROC-DATE                PIC 9(8).
       01  WS-NEXT-BUSINESS            PIC 9(8).
       01  WS-WINDOW-END               PIC 9(8).
       01  WS-SHIP-DATE                PIC 9(8).
       01  WS-COMMIT-QTY               PIC 9(5).
       01  WS-LIST-STATE               PIC X.

      *CALENDAR ARITHMETIC - DAYS WALKED ONE AT A TIME.
       01  WS-CAL-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
       01  WS-CAL-T1                   PIC 99.
       01  WS-CAL-QUOT                 PIC 9(4).
       01  WS-LEAP-REM                 PIC 9(4).
       01  WS-ADD-DAYS                 PIC 99.

       01  DM-DAYS-IN-MONTH-X.
           05                          PIC X(24) VALUE
               "312831303130313130313031".
       01  DM-DAYS-TABLE REDEFINES DM-DAYS-IN-MONTH-X.
           05  DM-DAYS OCCURS 12 TIMES PIC 99.

       01  HL-HEADING-LINE.
           05                          PIC X(34) VALUE
               "FUTURE-DATED ORDERS - NIGHT OF".
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "FUTREL".
           05  HL-WATERMARK            PIC X(14) VALUE SPACES.

       01  HW-WINDOW-LINE.
           05                          PIC X(36) VALUE
               "LINES SHIPPING BEFORE THE NEXT".
           05                          PIC X(16) VALUE
               "BUSINESS DATE, ".
           05  HW-WINDOW-END           PIC 9(8).
           05                          PIC X(16) VALUE
               ", GO OUT TONIGHT".

       01  SH-SECTION-HEADING          PIC X(50).

       01  CH-COLUMN-HEADING.
           05                          PIC X(10) VALUE "SHIP DATE".
           05                          PIC X(8)  VALUE "CUST".
           05                          PIC X(27) VALUE "NAME".
           05                          PIC X(6)  VALUE "PROD".
           05                          PIC X(6)  VALUE "QTY".
           05                          PIC X(8)  VALUE "EACHES".
           05                          PIC X(10) VALUE "FILED".
           05                          PIC X(5)  VALUE "BY".

       01  DL-DETAIL-LINE.
           05  DL-SHIP-DATE            PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-CUS-NUM              PIC X(5).
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PRO-NUM              PIC X(3).
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-QTY                  PIC X(3).
           05  DL-UOM                  PIC X(3).
           05  DL-EACHES               PIC ZZZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-FILED-DATE           PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-ENTERED-BY           PIC X(3).

       01  NL-NONE-LINE                PIC X(50).

       01  TL-TOTAL-LINE.
           05                          PIC X(17) VALUE
               "HELD TONIGHT:".
           05  TL-HELD                 PIC ZZZZ9.
           05                          PIC X(13) VALUE
               "   RELEASED:".
           05  TL-RELEASED             PIC ZZZZ9.
           05                          PIC X(19) VALUE
               "   STILL WAITING:".
           05  TL-WAITING              PIC ZZZZ9.
           05                          PIC X(18) VALUE
               "   BAD SHIP DATE:".
           05  TL-BAD-DATE             PIC ZZZZ9.

       01  BD-BAD-DATE-LINE.
           05                          PIC X(36) VALUE
               "SHIP DATE NOT A DATE - SHIPS NOW: ".
           05  BD-FEED-LINE            PIC X(80).

       01  FE-FEED-ERROR-LINE.
           05                          PIC X(53) VALUE
               "** TRNSISAM.TXT DID NOT PROVE OUT - NOTHING HELD OR".
           05                          PIC X(44) VALUE
               " RELEASED, FEED AND OPEN ORDERS UNTOUCHED **".

       01  OV-OVERFLOW-LINE.
           05                          PIC X(38) VALUE
               "** OPEN-ORDER TABLE OVERFLOW - ".
           05  OV-COUNT                PIC ZZZZ9.
           05                          PIC X(38) VALUE
               " LINES OVER 2000 - NOTHING DONE **".

       01  RG-REGEN-LINE.
           05                          PIC X(36) VALUE
               "RELEASED LINES FROM AN EARLIER RUN ".
           05                          PIC X(24) VALUE
               "TONIGHT REPLACED:".
           05  RG-COUNT                PIC ZZZZ9.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-OPEN-ORDERS
           IF FT-OVERFLOW > 0
               MOVE FT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-COPY-FEED
               PERFORM 989-VERIFY-FEED
               IF FC-FEED-ERROR = "Y"
                   WRITE PRINT-RECORD FROM FE-FEED-ERROR-LINE AFTER 2
               ELSE
               IF FT-OVERFLOW > 0
                   MOVE FT-OVERFLOW TO OV-COUNT
                   WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 400-RELEASE-DUE
                       VARYING FT-SUB FROM 1 BY 1
                       UNTIL FT-SUB > FT-LINE-COUNT
                   PERFORM 600-SAVE-OPEN-ORDERS
                   PERFORM 500-REWRITE-FEED
                   PERFORM 700-REPORT
               END-IF
               END-IF
           END-IF
           CLOSE PRINT-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           IF TEST-RUN
               MOVE "TRNSTEST.TXT" TO WS-FEED-OUT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "FUTREL - TEST RUN - FEED AND OPEN ORDERS TO "
                   "TEST COPIES"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE
           MOVE WS-PROC-DATE TO HL-PROC-DATE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT MASTER-FILE
           IF MASTER-SWITCH = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "FUTREL - VSAM.TXT NOT AVAILABLE - CASES "
                   "COMMITTED AS EACHES THIS RUN"
           END-IF
           PERFORM 110-FIND-NEXT-BUSINESS-DATE
           MOVE WS-WINDOW-END TO HW-WINDOW-END
           WRITE PRINT-RECORD FROM HW-WINDOW-LINE AFTER 1
           MOVE "TRNSISAM" TO FC-EXPECTED-ID.

      *THE FIRST CALENDAR DATE AFTER TONIGHT. EVERYTHING SHIPPING
      *BEFORE IT GOES OUT TONIGHT, SINCE NO RUN HAPPENS IN BETWEEN.
      *NO CALENDAR, OR NONE PAST TONIGHT, MEANS ONLY WHAT SHIPS BY
      *TONIGHT GOES.
       110-FIND-NEXT-BUSINESS-DATE.
           MOVE 99999999 TO WS-NEXT-BUSINESS
           OPEN INPUT CALENDAR-FILE
           IF CA-FILE-STATUS = "00"
               PERFORM UNTIL CA-FILE-STATUS NOT = "00"
                   READ CALENDAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CA-DATE-X NUMERIC
                                   AND CA-DATE > WS-PROC-DATE
                                   AND CA-DATE < WS-NEXT-BUSINESS
                               MOVE CA-DATE TO WS-NEXT-BUSINESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-NEXT-BUSINESS = 99999999
               MOVE WS-PROC-DATE TO WS-CAL-WORK
               MOVE 1 TO WS-ADD-DAYS
               PERFORM 920-ADD-DAYS-TO-DATE
               MOVE WS-CAL-WORK TO WS-WINDOW-END
           ELSE
               MOVE WS-NEXT-BUSINESS TO WS-WINDOW-END
           END-IF.

      *A LINE RELEASED ON AN EARLIER NIGHT HAS SHIPPED AND BILLED -
      *IT DROPS OFF HERE. ONE RELEASED TONIGHT STAYS SO A RERUN CAN
      *PUT IT BACK ON THE FEED.
       200-LOAD-OPEN-ORDERS.
           OPEN INPUT FUTURE-ORDER-FILE
           IF FO-FILE-STATUS = "00"
               PERFORM UNTIL FO-FILE-STATUS NOT = "00"
                   READ FUTURE-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FO-RELEASED
                                   AND FO-RELEASE-DATE < WS-PROC-DATE
                               CONTINUE
                           ELSE
                               PERFORM 210-ADD-TABLE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-ORDER-FILE
           END-IF.

       210-ADD-TABLE-LINE.
           IF FT-LINE-COUNT < FT-MAX-LINES
               ADD 1 TO FT-LINE-COUNT
               MOVE FO-RECORD TO FT-RECORD(FT-LINE-COUNT)
           ELSE
               ADD 1 TO FT-OVERFLOW
           END-IF.

      *THE FEED COMES ACROSS TO THE WORK FILE THROUGH THE SAME
      *HEADER/TRAILER CHECKS THE TRANSACTION RUN MAKES. NO FEED
      *TONIGHT IS NOT AN ERROR - THE RELEASED LINES START ONE.
       300-COPY-FEED.
           OPEN INPUT FEED-FILE
           IF TF-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ FEED-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                           IF FC-HEADER-REC
                               WRITE WK-RECORD FROM TF-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
                     WORK-FILE
           ELSE
               DISPLAY "FUTREL - NO TRNSISAM.TXT - STARTING ONE"
               MOVE "Y" TO WS-FEED-NEW
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THIS STEP RELEASED ON AN EARLIER RUN TONIGHT IS LEFT
      *OUT - IT COMES BACK FROM THE OPEN-ORDER FILE. A SALE WHOSE
      *SHIP DATE IS STILL AHEAD GOES ONTO THE OPEN-ORDER FILE
      *INSTEAD OF THE FEED; EVERYTHING ELSE PASSES THROUGH.
       310-COPY-DETAIL.
           MOVE TF-RECORD TO FL-FEED-LINE
           IF FL-RELEASED-LINE
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
           IF FL-TRAN-TYPE NOT = SPACE OR FL-SHIP-MMDD-X = SPACES
               WRITE WK-RECORD FROM TF-RECORD
           ELSE
               PERFORM 320-RESOLVE-SHIP-DATE
               IF WS-SHIP-DATE-OK = "N"
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE TF-RECORD TO BD-FEED-LINE
                   WRITE PRINT-RECORD FROM BD-BAD-DATE-LINE AFTER 1
                   WRITE WK-RECORD FROM TF-RECORD
               ELSE
               IF WS-SHIP-DATE < WS-WINDOW-END
                   WRITE WK-RECORD FROM TF-RECORD
               ELSE
                   PERFORM 330-HOLD-LINE
               END-IF
               END-IF
           END-IF
           END-IF.

      *MMDD TAKES THE TRANSACTION DATE'S YEAR (TONIGHT'S WHEN THE
      *LINE HAS NONE), OR THE NEXT YEAR WHEN IT FALLS EARLIER.
       320-RESOLVE-SHIP-DATE.
           MOVE "N" TO WS-SHIP-DATE-OK
           IF FL-TRAN-DATE-X NUMERIC AND FL-TRAN-DATE > 0
               MOVE FL-TRAN-DATE TO WS-CAL-WORK
           ELSE
               MOVE WS-PROC-DATE TO WS-CAL-WORK
           END-IF
           IF FL-SHIP-MMDD-X NUMERIC
                   AND FL-SHIP-MM >= 1 AND FL-SHIP-MM <= 12
               IF FL-SHIP-MMDD-X < WS-CAL-WORK(5:4)
                   ADD 1 TO WS-CAL-YYYY
               END-IF
               MOVE FL-SHIP-MM TO WS-CAL-MM
               PERFORM 940-DAYS-THIS-MONTH
               IF FL-SHIP-DD >= 1 AND FL-SHIP-DD <= WS-CAL-T1
                   MOVE FL-SHIP-DD TO WS-CAL-DD
                   MOVE WS-CAL-WORK TO WS-SHIP-DATE
                   MOVE "Y" TO WS-SHIP-DATE-OK
               END-IF
           END-IF.

       330-HOLD-LINE.
           IF FT-LINE-COUNT >= FT-MAX-LINES
               ADD 1 TO FT-OVERFLOW
           ELSE
               MOVE FL-QTY-PCH TO WS-COMMIT-QTY
               IF FL-UOM-CODE = "C" AND WS-MASTER-OPEN = "Y"
                   MOVE FL-PRO-NUM-X TO MR-ID
                   READ MASTER-FILE INTO MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MR-CASE-PACK-X NUMERIC
                                   AND MR-CASE-PACK > 0
                               COMPUTE WS-COMMIT-QTY =
                                   FL-QTY-PCH * MR-CASE-PACK
                           END-IF
                   END-READ
               END-IF
               MOVE SPACES TO FO-RECORD
               MOVE WS-SHIP-DATE TO FO-SHIP-DATE
               MOVE WS-PROC-DATE TO FO-FILED-DATE
               MOVE "O" TO FO-STATUS
               MOVE ZEROS TO FO-RELEASE-DATE
               MOVE FL-PRO-NUM TO FO-PRO-NUM
               MOVE WS-COMMIT-QTY TO FO-COMMIT-QTY
               MOVE TF-RECORD TO FO-FEED-LINE
               ADD 1 TO FT-LINE-COUNT
               MOVE FO-RECORD TO FT-RECORD(FT-LINE-COUNT)
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      *A WAITING LINE WHOSE DATE HAS COME GOES OUT TONIGHT.
       400-RELEASE-DUE.
           MOVE FT-RECORD(FT-SUB) TO FO-RECORD
           IF FO-WAITING AND FO-SHIP-DATE < WS-WINDOW-END
               MOVE "R" TO FO-STATUS
               MOVE WS-PROC-DATE TO FO-RELEASE-DATE
               MOVE FO-RECORD TO FT-RECORD(FT-SUB)
           END-IF
           IF FO-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-WAITING-COUNT
           END-IF.

      *THE FEED GOES BACK TOGETHER - EVERYTHING THAT CAME IN LESS
      *THE HELD LINES, THEN TONIGHT'S RELEASES MARKED "F", THEN A
      *TRAILER COUNTED AND HASHED OVER WHAT WAS ACTUALLY WRITTEN.
       500-REWRITE-FEED.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-HASH
           OPEN OUTPUT FEED-OUT-FILE
           IF WS-FEED-NEW = "Y"
               MOVE SPACES TO FC-CONTROL-RECORD
               MOVE "HDR" TO FC-RECORD-TYPE
               MOVE "TRNSISAM" TO FC-FEED-ID
               MOVE WS-PROC-DATE TO FC-BUSINESS-DATE
               MOVE ZEROS TO FC-RECORD-COUNT
               MOVE ZEROS TO FC-HASH-VALUE
               WRITE TO-RECORD FROM FC-CONTROL-RECORD
           ELSE
               OPEN INPUT WORK-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ WORK-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE WK-RECORD TO TO-RECORD
                           PERFORM 510-WRITE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL FT-SUB > FT-LINE-COUNT
               MOVE FT-RECORD(FT-SUB) TO FO-RECORD
               IF FO-RELEASED AND FO-RELEASE-DATE = WS-PROC-DATE
                   MOVE FO-FEED-LINE TO FL-FEED-LINE
                   MOVE "F" TO FL-RELEASE-FLAG
                   MOVE FL-FEED-LINE TO TO-RECORD
                   PERFORM 510-WRITE-FEED-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO FC-CONTROL-RECORD
           MOVE "TRL" TO FC-RECORD-TYPE
           MOVE "TRNSISAM" TO FC-FEED-ID
           IF WS-FEED-NEW = "Y"
               MOVE WS-PROC-DATE TO FC-BUSINESS-DATE
           ELSE
               MOVE FC-SAVED-BUSINESS-DATE TO FC-BUSINESS-DATE
           END-IF
           MOVE WS-OUT-COUNT TO FC-RECORD-COUNT
           MOVE WS-OUT-HASH TO FC-HASH-VALUE
           WRITE TO-RECORD FROM FC-CONTROL-RECORD
           CLOSE FEED-OUT-FILE.

      *THE HEADER PASSES STRAIGHT THROUGH; EVERY DETAIL IS COUNTED
      *AND HASHED THE WAY THE FEED CHECK WILL RECOUNT IT.
       510-WRITE-FEED-RECORD.
           WRITE TO-RECORD
           IF TO-RECORD(1:3) NOT = "HDR"
               ADD 1 TO WS-OUT-COUNT
               PERFORM VARYING FC-SUB FROM 1 BY 1
                       UNTIL FC-SUB > 80
                   MOVE TO-RECORD(FC-SUB:1) TO FC-DIGIT-X
                   IF FC-DIGIT-X NUMERIC
                       ADD FC-DIGIT-N TO WS-OUT-HASH
                   END-IF
               END-PERFORM
           END-IF.

      *THE OPEN ORDERS ARE SAVED BEFORE THE FEED IS REWRITTEN - A
      *FAILURE BETWEEN THE TWO LEAVES A HELD LINE ON BOTH RATHER
      *THAN ON NEITHER. A REHEARSAL WRITES THE TEST COPY.
       600-SAVE-OPEN-ORDERS.
           IF TEST-RUN
               MOVE "FUTORDRT.TXT" TO WS-FUTORDR-NAME
           END-IF
           OPEN OUTPUT FUTURE-ORDER-FILE
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL FT-SUB > FT-LINE-COUNT
               WRITE FO-RECORD FROM FT-RECORD(FT-SUB)
           END-PERFORM
           CLOSE FUTURE-ORDER-FILE.

      *HELD TONIGHT, RELEASED TONIGHT, AND EVERYTHING STILL WAITING -
      *THE DESK'S VIEW OF WHAT IS PROMISED AND WHEN.
       700-REPORT.
           MOVE "HELD TONIGHT - WAITING FOR THEIR SHIP DATE"
               TO SH-SECTION-HEADING
           MOVE "NONE HELD TONIGHT" TO NL-NONE-LINE
           MOVE "H" TO WS-LIST-STATE
           PERFORM 710-LIST-SECTION
           MOVE "RELEASED ONTO TONIGHT'S FEED" TO SH-SECTION-HEADING
           MOVE "NONE RELEASED TONIGHT" TO NL-NONE-LINE
           MOVE "R" TO WS-LIST-STATE
           PERFORM 710-LIST-SECTION
           MOVE "ALL OPEN FUTURE-DATED LINES" TO SH-SECTION-HEADING
           MOVE "NO FUTURE-DATED LINES OPEN" TO NL-NONE-LINE
           MOVE "O" TO WS-LIST-STATE
           PERFORM 710-LIST-SECTION
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO RG-COUNT
               WRITE PRINT-RECORD FROM RG-REGEN-LINE AFTER 2
           END-IF
           MOVE WS-HELD-COUNT TO TL-HELD
           MOVE WS-RELEASED-COUNT TO TL-RELEASED
           MOVE WS-WAITING-COUNT TO TL-WAITING
           MOVE WS-BAD-DATE-COUNT TO TL-BAD-DATE
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2.

       710-LIST-SECTION.
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 1
           MOVE 0 TO WS-OUT-COUNT
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL FT-SUB > FT-LINE-COUNT
               MOVE FT-RECORD(FT-SUB) TO FO-RECORD
               EVALUATE TRUE
                   WHEN WS-LIST-STATE = "H"
                           AND FO-WAITING
                           AND FO-FILED-DATE = WS-PROC-DATE
                       PERFORM 720-DETAIL-LINE
                   WHEN WS-LIST-STATE = "R"
                           AND FO-RELEASED
                           AND FO-RELEASE-DATE = WS-PROC-DATE
                       PERFORM 720-DETAIL-LINE
                   WHEN WS-LIST-STATE = "O" AND FO-WAITING
                       PERFORM 720-DETAIL-LINE
               END-EVALUATE
           END-PERFORM
           IF WS-OUT-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF.

       720-DETAIL-LINE.
           MOVE FO-FEED-LINE TO FL-FEED-LINE
           MOVE FO-SHIP-DATE TO DL-SHIP-DATE
           MOVE FL-CUS-NUM TO DL-CUS-NUM
           MOVE FL-CUS-NAME TO DL-CUS-NAME
           MOVE FL-PRO-NUM-X TO DL-PRO-NUM
           MOVE FO-FEED-LINE(31:3) TO DL-QTY
           IF FL-UOM-CODE = "C"
               MOVE " CS" TO DL-UOM
           ELSE
               MOVE SPACES TO DL-UOM
           END-IF
           MOVE FO-COMMIT-QTY TO DL-EACHES
           MOVE FO-FILED-DATE TO DL-FILED-DATE
           MOVE FO-FEED-LINE(58:3) TO DL-ENTERED-BY
           ADD 1 TO WS-OUT-COUNT
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

      *WALKS THE CALENDAR FORWARD WS-ADD-DAYS DAYS, ROLLING MONTH AND
      *YEAR AS NEEDED.
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

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==TF-RECORD==
           ==FC-DETAIL-PARA== BY ==310-COPY-DETAIL==.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="FUTREL"==.

       COPY PROCDTIO.

       COPY TESTMDIO.
