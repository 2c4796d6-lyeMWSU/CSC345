      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   STANDING-ORDER GENERATOR. RUNS EVERY NIGHT AHEAD OF
      *            THE TRANSACTION RUN AND PUTS THE CUSTOMERS' REPEAT
      *            ORDERS ON THE NIGHT'S TRNSISAM.TXT FEED SO THE DESK
      *            NO LONGER RE-KEYS THEM. A STANDING ORDER IS DUE
      *            WHEN ITS NEXT DATE FALLS BEFORE THE NEXT BUSINESS
      *            DATE ON THE PROCESSING CALENDAR (PROCCAL.TXT) - A
      *            SATURDAY OR HOLIDAY ORDER GOES OUT THE BUSINESS
      *            NIGHT BEFORE, NOT LATE. EACH DUE ORDER BECOMES ONE
      *            FEED LINE MARKED SYSTEM-GENERATED (ENTERED BY
      *            "SYS", STANDING-ORDER NUMBER IN COLS 72-77) AND
      *            PRICED BY THE TRANSACTION RUN LIKE ANY OTHER SALE;
      *            ITS NEXT DATE THEN ROLLS FORWARD BY ITS FREQUENCY.
      *            A NIGHT THAT WAS MISSED GENERATES ONE SHIPMENT, NOT
      *            ONE PER MISSED PERIOD.
      *
      *            A CUSTOMER ALREADY OVER THE CREDIT LIMIT (OPEN AR
      *            PLUS THE LINE AT LIST) IS SKIPPED UNLESS RELEASED ON
      *            CRRELEAS.TXT, AND THE ORDER IS NOT ROLLED - IT
      *            GOES OUT THE NIGHT THE CREDIT CLEARS. THE FEED IS
      *            REWRITTEN WITH A RECOMPUTED TRAILER; LINES THIS
      *            STEP ADDED EARLIER THE SAME NIGHT ARE DROPPED AND
      *            REGENERATED, SO A RERUN NEVER DOUBLES AN ORDER. A
      *            FEED THAT DOESN'T PROVE OUT IS LEFT EXACTLY AS IT
      *            CAME AND NOTHING IS GENERATED OR ROLLED.
      *
      *            STNDORD.TXT LAYOUT (MAINTAINED BY THE ORDER DESK):
      *              COLS  1-6   STANDING-ORDER NUMBER
      *              COLS  7-11  CUSTOMER NUMBER
      *              COLS 12-14  PRODUCT NUMBER
      *              COLS 15-17  QUANTITY (EACHES)
      *              COL  18     FREQUENCY - W WEEKLY, B EVERY TWO
      *                          WEEKS, M MONTHLY, Q QUARTERLY
      *              COLS 19-26  NEXT DATE (YYYYMMDD)
      *              COLS 27-34  END DATE (ZEROS = NO END)
      *              COL  35     WAREHOUSE ("2", BLANK = 1)
      *              COLS 36-38  SALESMAN (BLANK = THE ACCOUNT'S)
      *              COLS 39-41  SHIP-TO CODE (BLANK = MAIN ADDRESS)
      *              COLS 42-43  DAY OF MONTH FOR M AND Q (BLANK =
      *                          THE NEXT DATE'S DAY)
      *              COL  44     BLANK OR "A" ACTIVE, "H" HELD BY THE
      *                          DESK, "E" ENDED (SET HERE)
      *              COLS 45-52  LAST GENERATED (SET HERE)
      *            THE REPORT IS STNDGEN.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STANDING-FILE
           ASSIGN USING WS-STNDORD-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

      *THE NIGHT'S FEED IS COPIED ASIDE, THEN WRITTEN BACK WITH THE
      *GENERATED LINES AND A NEW TRAILER.
           SELECT FEED-FILE
           ASSIGN TO "TRNSISAM.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TF-FILE-STATUS.

           SELECT FEED-OUT-FILE
           ASSIGN USING WS-FEED-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TO-FILE-STATUS.

           SELECT WORK-FILE
           ASSIGN TO "STNDWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-FILE-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN TO "PROCCAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

           SELECT CUSTOMER-FILE
           ASSIGN TO "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

      *LIST PRICE FOR THE CREDIT CHECK ONLY - THE TRANSACTION RUN
      *DOES THE REAL PRICING.
           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

      *THE SAME OPEN AR BALANCE AND ONE-RUN SUPERVISOR RELEASES THE
      *TRANSACTION RUN'S CREDIT CHECK USES. THE BALANCE IS READ BY
      *CUSTOMER OFF ARBAL.DAT, WHICH ARPOST REBUILDS FROM AROPEN.TXT.
      *THE RELEASE FILE IS ONLY READ HERE - THE TRANSACTION RUN
      *CLEARS IT AFTER HONORING IT.
           SELECT AR-BALANCE-FILE
               ASSIGN "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-CUS-NUM
               FILE STATUS IS AB-FILE-STATUS.

           SELECT CREDIT-RELEASE-FILE
           ASSIGN TO "CRRELEAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CS-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "STNDGEN.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *FEED AND THE ROLLED STANDING ORDERS TO TEST COPIES (SEE
      *TESTMODE.CPY).
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
       FD  STANDING-FILE.
       01  SF-RECORD.
           05  SF-ORDER-NUM            PIC 9(6).
           05  SF-ORDER-NUM-X REDEFINES SF-ORDER-NUM
                                       PIC X(6).
           05  SF-CUS-NUM              PIC 9(5).
           05  SF-PRO-NUM              PIC 999.
           05  SF-QTY                  PIC 999.
           05  SF-FREQUENCY            PIC X.
           05  SF-NEXT-DATE            PIC 9(8).
           05  SF-END-DATE             PIC 9(8).
           05  SF-WH-CODE              PIC X.
           05  SF-SAL-NUM              PIC XXX.
           05  SF-SHIP-TO              PIC XXX.
           05  SF-DAY-OF-MONTH         PIC XX.
           05  SF-STATUS               PIC X.
           05  SF-LAST-GEN-DATE        PIC 9(8).
           05                          PIC X(28).

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

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05  CU-CREDIT-LIMIT         PIC 9(7).
           05  CU-PRIORITY             PIC 9.
           05  CU-SAL-NUM              PIC XXX.
           05                          PIC X.
      *"W" WRITTEN OFF OR "C" AT A COLLECTION AGENCY - THE ACCOUNT
      *TAKES NO NEW ORDERS, STANDING ONES INCLUDED.
           05  CU-AR-STATUS            PIC X.
               88  CU-AR-BLOCKED       VALUE "W" "C".
           05                          PIC X(5).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  AR-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-CUS-NUM              PIC 9(5).
           05  AB-BALANCE              PIC S9(9)V99.
           05  AB-ITEM-COUNT           PIC 9(5).
           05  AB-UPDATED              PIC 9(8).
           05                          PIC X(11).

       FD  CREDIT-RELEASE-FILE.
       01  CS-RECORD                   PIC X(5).

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
           05  SF-FILE-STATUS          PIC XX.
           05  TF-FILE-STATUS          PIC XX.
           05  TO-FILE-STATUS          PIC XX.
           05  WK-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  AB-FILE-STATUS          PIC XX.
           05  CS-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X    VALUE "N".
           05  WS-AB-OPEN              PIC X    VALUE "N".
           05  WS-FEED-NEW             PIC X    VALUE "N".
           05  WS-CREDIT-RELEASED      PIC X    VALUE "N".
           05  WS-ORDER-STATE          PIC X.
               88  WS-ORDER-GENERATE            VALUE "G".
               88  WS-ORDER-HOLD                VALUE "H".
               88  WS-ORDER-REJECT              VALUE "R".
               88  WS-ORDER-NOT-DUE             VALUE "N".

       01  WS-STNDORD-NAME             PIC X(12) VALUE "STNDORD.TXT".
       01  WS-FEED-OUT-NAME            PIC X(12) VALUE "TRNSISAM.TXT".

      *THE STANDING ORDERS, HELD IN STORAGE AND REWRITTEN ONCE. IF
      *THE FILE OUTGROWS THE TABLE NOTHING IS GENERATED - A TRUNCATED
      *REWRITE WOULD SILENTLY LOSE ORDERS.
       01  SO-MAX-ORDERS               PIC 9(3) VALUE 500.
       01  SO-ORDER-COUNT              PIC 9(3) VALUE 0.
       01  SO-OVERFLOW                 PIC 9(5) VALUE 0.
       01  SO-ORDER-TABLE.
           05  SO-ENTRY OCCURS 500 TIMES.
               10  SO-RECORD           PIC X(80).
               10  SO-ACTION           PIC X.
               10  SO-REASON           PIC X(20).
       01  SO-SUB                      PIC 9(3).

      *OPEN AR FOR EACH CUSTOMER WITH AN ORDER, PICKED UP OFF
      *ARBAL.DAT THE FIRST TIME THE CUSTOMER COMES UP, THEN CARRIED
      *WITH TONIGHT'S LINES ADDED IN; AND TONIGHT'S RELEASES.
       01  AB-MAX-CUSTOMERS            PIC 9(4) VALUE 2000.
       01  AB-CUST-COUNT               PIC 9(4) VALUE 0.
       01  AB-BALANCE-TABLE.
           05  AB-ENTRY OCCURS 2000 TIMES.
               10  AB-T-CUS-NUM        PIC 9(5).
               10  AB-T-BALANCE        PIC S9(9)V99.
       01  AB-SUB                      PIC 9(4).
       01  WS-AB-SLOT                  PIC 9(4).

       01  CS-MAX-RELEASES             PIC 99 VALUE 50.
       01  CS-RELEASE-COUNT            PIC 99 VALUE 0.
       01  CS-RELEASE-TABLE.
           05  CS-REL-CUS OCCURS 50 TIMES PIC 9(5).
       01  CS-SUB                      PIC 99.

       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05  MR-PRICE                PIC 999V99.
           05                          PIC X(75).

      *THE FEED LINE BUILT FOR A DUE ORDER - THE SAME COLUMNS
      *ORDENTRY WRITES AND THE TRANSACTION RUN READS.
       01  GN-FEED-LINE.
           05  GN-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  GN-QTY-PCH              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  GN-PRO-NUM              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  GN-TRAN-DATE            PIC 9(8).
           05  GN-TRAN-TYPE            PIC X     VALUE SPACE.
           05  GN-CUS-NUM              PIC 9(5).
           05  GN-OVR-PRICE            PIC X(5)  VALUE SPACES.
           05  GN-ENTERED-BY           PIC X(3).
               88  GN-SYSTEM-GENERATED           VALUE "SYS".
           05  GN-WH-CODE              PIC X     VALUE SPACE.
           05  GN-SAL-NUM              PIC XXX   VALUE SPACES.
           05  GN-UOM-CODE             PIC X     VALUE SPACE.
           05  GN-QUOTE-NUM            PIC X(6)  VALUE SPACES.
           05  GN-STANDING-NUM         PIC 9(6).
           05  GN-STANDING-NUM-X REDEFINES GN-STANDING-NUM
                                       PIC X(6).
           05  GN-SHIP-TO              PIC XXX   VALUE SPACES.

      *THE GENERATED LINES WAIT HERE UNTIL THE FEED IS REWRITTEN.
       01  GL-MAX-LINES                PIC 9(3) VALUE 500.
       01  GL-LINE-COUNT               PIC 9(3) VALUE 0.
       01  GL-LINE-TABLE.
           05  GL-LINE OCCURS 500 TIMES PIC X(80).
       01  GL-SUB                      PIC 9(3).

       01  WS-COUNTS.
           05  WS-GENERATED-COUNT      PIC 9(5) VALUE 0.
           05  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-ENDED-COUNT          PIC 9(5) VALUE 0.
           05  WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-OUT-COUNT            PIC 9(7) VALUE 0.
           05  WS-OUT-HASH             PIC 9(11) VALUE 0.

       01  WS-PROC-DATE                PIC 9(8).
       01  WS-NEXT-BUSINESS            PIC 9(8).
       01  WS-WINDOW-END               PIC 9(8).
       01  WS-EXPIRY-HORIZON           PIC 9(8).
       01  WS-LIST-VALUE               PIC 9(7)V99.
       01  WS-PROJECTED-BALANCE        PIC S9(9)V99.
       01  WS-LINE-SAL                 PIC XXX.

      *CALENDAR ARITHMETIC - DAYS ARE WALKED ONE AT A TIME AND
      *MONTHS STEPPED WITH THE DAY HELD TO THE ORDER'S OWN DAY OF
      *MONTH, PULLED BACK TO THE LAST DAY IN A SHORT MONTH.
       01  WS-CAL-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
       01  WS-CAL-T1                   PIC 99.
       01  WS-CAL-QUOT                 PIC 9(4).
       01  WS-LEAP-REM                 PIC 9(4).
       01  WS-ADD-DAYS                 PIC 99.
       01  WS-ADD-MONTHS               PIC 99.
       01  WS-ANCHOR-DAY               PIC 99.
       01  WS-ANCHOR-DAY-X REDEFINES WS-ANCHOR-DAY
                                       PIC XX.

       01  DM-DAYS-IN-MONTH-X.
           05                          PIC X(24) VALUE
               "312831303130313130313031".
       01  DM-DAYS-TABLE REDEFINES DM-DAYS-IN-MONTH-X.
           05  DM-DAYS OCCURS 12 TIMES PIC 99.

       01  HL-HEADING-LINE.
           05                          PIC X(31) VALUE
               "STANDING ORDERS GENERATED FOR".
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "STNDGEN".
           05  HL-WATERMARK            PIC X(14) VALUE SPACES.

       01  HW-WINDOW-LINE.
           05                          PIC X(36) VALUE
               "ORDERS DUE BEFORE THE NEXT BUSINESS".
           05                          PIC X(7)  VALUE "DATE, ".
           05  HW-WINDOW-END           PIC 9(8).
           05                          PIC X(16) VALUE
               ", GO OUT TONIGHT".

       01  SH-SECTION-HEADING          PIC X(50).

       01  CH-COLUMN-HEADING.
           05                          PIC X(8)  VALUE "ORDER".
           05                          PIC X(32) VALUE "CUSTOMER".
           05                          PIC X(6)  VALUE "PROD".
           05                          PIC X(5)  VALUE "QTY".
           05                          PIC X(5)  VALUE "FREQ".
           05                          PIC X(10) VALUE "NEXT DATE".
           05                          PIC X(10) VALUE "END DATE".
           05                          PIC X(20) VALUE "NOTE".

       01  DL-DETAIL-LINE.
           05  DL-ORDER-NUM            PIC X(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-CUS-NUM              PIC X(5).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-PRO-NUM              PIC X(3).
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-QTY                  PIC X(3).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-FREQUENCY            PIC X.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-NEXT-DATE            PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-END-DATE             PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-NOTE                 PIC X(20).

       01  NL-NONE-LINE                PIC X(40).

       01  TL-TOTAL-LINE.
           05                          PIC X(12) VALUE "GENERATED:".
           05  TL-GENERATED            PIC ZZZZ9.
           05                          PIC X(16) VALUE
               "   CREDIT HOLD:".
           05  TL-HOLD                 PIC ZZZZ9.
           05                          PIC X(13) VALUE
               "   REJECTED:".
           05  TL-REJECT               PIC ZZZZ9.
           05                          PIC X(10) VALUE "   ENDED:".
           05  TL-ENDED                PIC ZZZZ9.

       01  FE-FEED-ERROR-LINE.
           05                          PIC X(53) VALUE
               "** TRNSISAM.TXT DID NOT PROVE OUT - NOTHING GENERATED".
           05                          PIC X(30) VALUE
               ", FEED AND ORDERS UNTOUCHED **".

       01  OV-OVERFLOW-LINE.
           05                          PIC X(40) VALUE
               "** STANDING-ORDER TABLE OVERFLOW - ".
           05  OV-COUNT                PIC ZZZZ9.
           05                          PIC X(35) VALUE
               " ORDERS OVER 500 - NOTHING DONE **".

       01  RG-REGEN-LINE.
           05                          PIC X(28) VALUE
               "LINES FROM AN EARLIER RUN ".
           05                          PIC X(24) VALUE
               "TONIGHT REGENERATED:".
           05  RG-COUNT                PIC ZZZZ9.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-STANDING
           PERFORM 300-COPY-FEED
           PERFORM 989-VERIFY-FEED
           IF FC-FEED-ERROR = "Y"
               WRITE PRINT-RECORD FROM FE-FEED-ERROR-LINE AFTER 2
           ELSE
           IF SO-OVERFLOW > 0
               MOVE SO-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 250-OPEN-AR-BALANCES
               PERFORM 260-LOAD-CREDIT-RELEASES
               PERFORM 400-EVALUATE-ORDER
                   VARYING SO-SUB FROM 1 BY 1
                   UNTIL SO-SUB > SO-ORDER-COUNT
               PERFORM 500-REWRITE-FEED
               PERFORM 600-SAVE-STANDING
           END-IF
           END-IF
           PERFORM 700-REPORT
           CLOSE PRINT-FILE
                 CUSTOMER-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           IF WS-AB-OPEN = "Y"
               CLOSE AR-BALANCE-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

      *NO CUSTOMER MASTER, NO NAME OR CREDIT LIMIT TO PUT ON A LINE -
      *THE STEP SAYS SO AND LEAVES THE FEED ALONE.
       100-INITIALIZE.
           IF TEST-RUN
               MOVE "TRNSTEST.TXT" TO WS-FEED-OUT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "STNDGEN - TEST RUN - FEED AND ORDERS TO "
                   "TEST COPIES"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE
           MOVE WS-PROC-DATE TO HL-PROC-DATE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               MOVE "CUSTMSTR.DAT NOT AVAILABLE - NOTHING GENERATED"
                   TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 976-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-SWITCH = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           PERFORM 110-FIND-NEXT-BUSINESS-DATE
           MOVE WS-WINDOW-END TO HW-WINDOW-END
           WRITE PRINT-RECORD FROM HW-WINDOW-LINE AFTER 1
           MOVE WS-PROC-DATE TO WS-CAL-WORK
           MOVE 30 TO WS-ADD-DAYS
           PERFORM 920-ADD-DAYS-TO-DATE
           MOVE WS-CAL-WORK TO WS-EXPIRY-HORIZON
           MOVE "TRNSISAM" TO FC-EXPECTED-ID.

      *THE FIRST CALENDAR DATE AFTER TONIGHT. EVERYTHING DUE BEFORE
      *IT GOES OUT TONIGHT, SINCE NO RUN HAPPENS IN BETWEEN. NO
      *CALENDAR, OR NONE PAST TONIGHT, MEANS ONLY WHAT IS DUE BY
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

       200-LOAD-STANDING.
           OPEN INPUT STANDING-FILE
           IF SF-FILE-STATUS = "00"
               PERFORM UNTIL SF-FILE-STATUS NOT = "00"
                   READ STANDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SO-ORDER-COUNT < SO-MAX-ORDERS
                               ADD 1 TO SO-ORDER-COUNT
                               MOVE SF-RECORD TO
                                   SO-RECORD(SO-ORDER-COUNT)
                               MOVE SPACE TO SO-ACTION(SO-ORDER-COUNT)
                               MOVE SPACES TO
                                   SO-REASON(SO-ORDER-COUNT)
                           ELSE
                               ADD 1 TO SO-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           ELSE
               DISPLAY "STNDGEN - NO " WS-STNDORD-NAME
                   " - NO STANDING ORDERS"
           END-IF.

      *NO BALANCE FILE LEAVES EVERY CUSTOMER STARTING FROM ZERO.
       250-OPEN-AR-BALANCES.
           OPEN INPUT AR-BALANCE-FILE
           IF AB-FILE-STATUS = "00"
               MOVE "Y" TO WS-AB-OPEN
           END-IF.

       260-LOAD-CREDIT-RELEASES.
           OPEN INPUT CREDIT-RELEASE-FILE
           IF CS-FILE-STATUS = "00"
               PERFORM UNTIL CS-FILE-STATUS NOT = "00"
                   READ CREDIT-RELEASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CS-RECORD NUMERIC
                                   AND CS-RELEASE-COUNT <
                                       CS-MAX-RELEASES
                               ADD 1 TO CS-RELEASE-COUNT
                               MOVE CS-RECORD TO
                                   CS-REL-CUS(CS-RELEASE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-RELEASE-FILE
           END-IF.

      *THE FEED COMES ACROSS TO THE WORK FILE THROUGH THE SAME
      *HEADER/TRAILER CHECKS THE TRANSACTION RUN MAKES. NO FEED
      *TONIGHT IS NOT AN ERROR - THE STANDING ORDERS START ONE.
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
               DISPLAY "STNDGEN - NO TRNSISAM.TXT - STARTING ONE"
               MOVE "Y" TO WS-FEED-NEW
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THIS STEP GENERATED ON AN EARLIER RUN TONIGHT IS LEFT
      *OUT - IT COMES BACK FROM THE STANDING ORDER ITSELF.
       310-COPY-DETAIL.
           MOVE TF-RECORD TO GN-FEED-LINE
           IF GN-SYSTEM-GENERATED AND GN-STANDING-NUM-X NUMERIC
                   AND GN-STANDING-NUM > 0
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               WRITE WK-RECORD FROM TF-RECORD
           END-IF.

      *DUE, HELD FOR CREDIT, REJECTED, OR NOT DUE. AN ORDER ALREADY
      *GENERATED TONIGHT (A RERUN) IS REGENERATED AS IT WAS AND NOT
      *ROLLED AGAIN.
       400-EVALUATE-ORDER.
           MOVE SO-RECORD(SO-SUB) TO SF-RECORD
           MOVE "N" TO WS-ORDER-STATE
           IF SF-STATUS = "E" OR SF-STATUS = "H"
               CONTINUE
           ELSE
           IF SF-LAST-GEN-DATE = WS-PROC-DATE
               PERFORM 420-VALIDATE-ORDER
               IF NOT WS-ORDER-REJECT
                   MOVE "G" TO WS-ORDER-STATE
               END-IF
           ELSE
           IF SF-NEXT-DATE NOT NUMERIC OR SF-NEXT-DATE = 0
               MOVE "R" TO WS-ORDER-STATE
               MOVE "BAD NEXT DATE" TO SO-REASON(SO-SUB)
           ELSE
           IF SF-NEXT-DATE < WS-WINDOW-END
               PERFORM 420-VALIDATE-ORDER
               IF NOT WS-ORDER-REJECT
                   PERFORM 430-CHECK-CREDIT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ORDER-GENERATE
                   PERFORM 440-BUILD-LINE
                   IF SF-LAST-GEN-DATE NOT = WS-PROC-DATE
                       MOVE WS-PROC-DATE TO SF-LAST-GEN-DATE
                       PERFORM 450-ROLL-NEXT-DATE
                   END-IF
               WHEN WS-ORDER-HOLD
                   MOVE "H" TO SO-ACTION(SO-SUB)
                   ADD 1 TO WS-HOLD-COUNT
               WHEN WS-ORDER-REJECT
                   MOVE "R" TO SO-ACTION(SO-SUB)
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           MOVE SF-RECORD TO SO-RECORD(SO-SUB).

       410-FIND-BALANCE-SLOT.
           MOVE 0 TO WS-AB-SLOT
           PERFORM VARYING AB-SUB FROM 1 BY 1
                   UNTIL AB-SUB > AB-CUST-COUNT
               IF AB-T-CUS-NUM(AB-SUB) = CU-NUM
                   MOVE AB-SUB TO WS-AB-SLOT
               END-IF
           END-PERFORM
           IF WS-AB-SLOT = 0 AND AB-CUST-COUNT < AB-MAX-CUSTOMERS
               ADD 1 TO AB-CUST-COUNT
               MOVE AB-CUST-COUNT TO WS-AB-SLOT
               MOVE CU-NUM TO AB-T-CUS-NUM(WS-AB-SLOT)
               MOVE 0 TO AB-T-BALANCE(WS-AB-SLOT)
               IF WS-AB-OPEN = "Y"
                   MOVE CU-NUM TO AB-CUS-NUM
                   READ AR-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AB-BALANCE TO AB-T-BALANCE(WS-AB-SLOT)
                   END-READ
               END-IF
           END-IF.

      *WHAT THE DESK KEYED HAS TO MAKE A LINE THE TRANSACTION RUN
      *CAN TAKE - A KNOWN CUSTOMER, A PRODUCT, A QUANTITY, AND A
      *FREQUENCY TO ROLL BY.
       420-VALIDATE-ORDER.
           IF SF-ORDER-NUM-X NOT NUMERIC OR SF-ORDER-NUM = 0
               MOVE "R" TO WS-ORDER-STATE
               MOVE "BAD ORDER NUMBER" TO SO-REASON(SO-SUB)
           ELSE
           IF SF-PRO-NUM NOT NUMERIC OR SF-PRO-NUM = 0
                   OR SF-QTY NOT NUMERIC OR SF-QTY = 0
               MOVE "R" TO WS-ORDER-STATE
               MOVE "BAD PRODUCT OR QTY" TO SO-REASON(SO-SUB)
           ELSE
           IF SF-FREQUENCY NOT = "W" AND SF-FREQUENCY NOT = "B"
                   AND SF-FREQUENCY NOT = "M"
                   AND SF-FREQUENCY NOT = "Q"
               MOVE "R" TO WS-ORDER-STATE
               MOVE "BAD FREQUENCY" TO SO-REASON(SO-SUB)
           ELSE
           IF SF-CUS-NUM NOT NUMERIC
               MOVE "R" TO WS-ORDER-STATE
               MOVE "CUSTOMER NOT ON FILE" TO SO-REASON(SO-SUB)
           ELSE
               MOVE SF-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "R" TO WS-ORDER-STATE
                       MOVE "CUSTOMER NOT ON FILE" TO
                           SO-REASON(SO-SUB)
                   NOT INVALID KEY
                       IF CU-AR-BLOCKED
                           MOVE "R" TO WS-ORDER-STATE
                           MOVE "ACCOUNT WRITTEN OFF" TO
                               SO-REASON(SO-SUB)
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

      *THE TRANSACTION RUN'S TEST, MADE AHEAD OF IT WITH THE LINE AT
      *LIST PRICE: OPEN AR PLUS THE LINE OVER A NONZERO LIMIT HOLDS
      *THE ORDER UNLESS A SUPERVISOR RELEASED THE CUSTOMER FOR
      *TONIGHT.
       430-CHECK-CREDIT.
           MOVE "G" TO WS-ORDER-STATE
           IF CU-CREDIT-LIMIT > 0
               MOVE 0 TO WS-LIST-VALUE
               IF WS-MASTER-OPEN = "Y"
                   MOVE SF-PRO-NUM TO MR-ID
                   READ MASTER-FILE INTO MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-LIST-VALUE = MR-PRICE * SF-QTY
                   END-READ
               END-IF
               PERFORM 410-FIND-BALANCE-SLOT
               MOVE 0 TO WS-PROJECTED-BALANCE
               IF WS-AB-SLOT > 0
                   MOVE AB-T-BALANCE(WS-AB-SLOT) TO
                       WS-PROJECTED-BALANCE
               END-IF
               ADD WS-LIST-VALUE TO WS-PROJECTED-BALANCE
               IF WS-PROJECTED-BALANCE > CU-CREDIT-LIMIT
                   MOVE "N" TO WS-CREDIT-RELEASED
                   PERFORM VARYING CS-SUB FROM 1 BY 1
                           UNTIL CS-SUB > CS-RELEASE-COUNT
                       IF CS-REL-CUS(CS-SUB) = CU-NUM
                           MOVE "Y" TO WS-CREDIT-RELEASED
                       END-IF
                   END-PERFORM
                   IF WS-CREDIT-RELEASED = "N"
                       MOVE "H" TO WS-ORDER-STATE
                       MOVE "OVER CREDIT LIMIT" TO SO-REASON(SO-SUB)
                   ELSE
      *LATER LINES FOR A RELEASED CUSTOMER SEE THIS ONE ADDED IN.
                       ADD WS-LIST-VALUE TO AB-T-BALANCE(WS-AB-SLOT)
                   END-IF
               ELSE
                   IF WS-AB-SLOT > 0
                       ADD WS-LIST-VALUE TO AB-T-BALANCE(WS-AB-SLOT)
                   END-IF
               END-IF
           END-IF.

       440-BUILD-LINE.
           IF GL-LINE-COUNT >= GL-MAX-LINES
               MOVE "R" TO SO-ACTION(SO-SUB)
               MOVE "LINE TABLE FULL" TO SO-REASON(SO-SUB)
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO GN-FEED-LINE
               MOVE CU-NAME TO GN-CUS-NAME
               MOVE SF-QTY TO GN-QTY-PCH
               MOVE SF-PRO-NUM TO GN-PRO-NUM
               MOVE WS-PROC-DATE TO GN-TRAN-DATE
               MOVE SPACE TO GN-TRAN-TYPE
               MOVE SF-CUS-NUM TO GN-CUS-NUM
               MOVE SPACES TO GN-OVR-PRICE
               MOVE "SYS" TO GN-ENTERED-BY
               IF SF-WH-CODE = "2"
                   MOVE "2" TO GN-WH-CODE
               ELSE
                   MOVE SPACE TO GN-WH-CODE
               END-IF
               IF SF-SAL-NUM = SPACES
                   MOVE CU-SAL-NUM TO WS-LINE-SAL
               ELSE
                   MOVE SF-SAL-NUM TO WS-LINE-SAL
               END-IF
               MOVE WS-LINE-SAL TO GN-SAL-NUM
               MOVE SPACE TO GN-UOM-CODE
               MOVE SPACES TO GN-QUOTE-NUM
               MOVE SF-ORDER-NUM TO GN-STANDING-NUM
               MOVE SF-SHIP-TO TO GN-SHIP-TO
               ADD 1 TO GL-LINE-COUNT
               MOVE GN-FEED-LINE TO GL-LINE(GL-LINE-COUNT)
               MOVE "G" TO SO-ACTION(SO-SUB)
               ADD 1 TO WS-GENERATED-COUNT
           END-IF.

      *ON PAST EVERYTHING THAT WENT OUT TONIGHT. PAST THE END DATE,
      *THE STANDING ORDER HAS RUN ITS COURSE AND IS MARKED ENDED.
       450-ROLL-NEXT-DATE.
           IF SF-DAY-OF-MONTH NUMERIC AND SF-DAY-OF-MONTH NOT = "00"
               MOVE SF-DAY-OF-MONTH TO WS-ANCHOR-DAY-X
           ELSE
               MOVE SF-NEXT-DATE TO WS-CAL-WORK
               MOVE WS-CAL-DD TO WS-ANCHOR-DAY
           END-IF
           MOVE SF-NEXT-DATE TO WS-CAL-WORK
           PERFORM UNTIL WS-CAL-WORK >= WS-WINDOW-END
               EVALUATE SF-FREQUENCY
                   WHEN "W"
                       MOVE 7 TO WS-ADD-DAYS
                       PERFORM 920-ADD-DAYS-TO-DATE
                   WHEN "B"
                       MOVE 14 TO WS-ADD-DAYS
                       PERFORM 920-ADD-DAYS-TO-DATE
                   WHEN "M"
                       MOVE 1 TO WS-ADD-MONTHS
                       PERFORM 930-ADD-MONTHS-TO-DATE
                   WHEN OTHER
                       MOVE 3 TO WS-ADD-MONTHS
                       PERFORM 930-ADD-MONTHS-TO-DATE
               END-EVALUATE
           END-PERFORM
           MOVE WS-CAL-WORK TO SF-NEXT-DATE
           IF SF-END-DATE NUMERIC AND SF-END-DATE > 0
                   AND SF-NEXT-DATE > SF-END-DATE
               MOVE "E" TO SF-STATUS
               MOVE "E" TO SO-ACTION(SO-SUB)
               ADD 1 TO WS-ENDED-COUNT
           END-IF.

      *THE FEED GOES BACK TOGETHER - EVERYTHING THAT CAME IN (LESS
      *TONIGHT'S EARLIER STANDING LINES), THEN THE NEW LINES, THEN A
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
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-LINE-COUNT
               MOVE GL-LINE(GL-SUB) TO TO-RECORD
               PERFORM 510-WRITE-FEED-RECORD
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

      *A REHEARSAL READ THE PRODUCTION ORDERS AND WRITES THE ROLLED
      *ONES TO THE TEST COPY.
       600-SAVE-STANDING.
           IF TEST-RUN
               MOVE "STNDORDT.TXT" TO WS-STNDORD-NAME
           END-IF
           IF SO-ORDER-COUNT > 0
               OPEN OUTPUT STANDING-FILE
               PERFORM VARYING SO-SUB FROM 1 BY 1
                       UNTIL SO-SUB > SO-ORDER-COUNT
                   WRITE SF-RECORD FROM SO-RECORD(SO-SUB)
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

      *WHAT WENT OUT, WHAT WAS HELD FOR CREDIT, WHAT COULDN'T BE
      *MADE INTO A LINE, WHAT ENDED TONIGHT, AND WHAT RUNS OUT IN
      *THE NEXT 30 DAYS SO THE DESK CAN ASK THE CUSTOMER TO RENEW.
       700-REPORT.
           MOVE "GENERATED ONTO TONIGHT'S FEED" TO SH-SECTION-HEADING
           MOVE "NOTHING DUE TONIGHT" TO NL-NONE-LINE
           MOVE "G" TO WS-ORDER-STATE
           PERFORM 710-ACTION-SECTION
           MOVE "SKIPPED - CUSTOMER ON CREDIT HOLD"
               TO SH-SECTION-HEADING
           MOVE "NONE HELD FOR CREDIT" TO NL-NONE-LINE
           MOVE "H" TO WS-ORDER-STATE
           PERFORM 710-ACTION-SECTION
           MOVE "REJECTED - CORRECT ON STNDORD.TXT"
               TO SH-SECTION-HEADING
           MOVE "NONE REJECTED" TO NL-NONE-LINE
           MOVE "R" TO WS-ORDER-STATE
           PERFORM 710-ACTION-SECTION
           MOVE "ENDED TONIGHT - PAST THEIR END DATE"
               TO SH-SECTION-HEADING
           MOVE "NONE ENDED" TO NL-NONE-LINE
           MOVE "E" TO WS-ORDER-STATE
           PERFORM 710-ACTION-SECTION
           PERFORM 730-EXPIRING-SECTION
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO RG-COUNT
               WRITE PRINT-RECORD FROM RG-REGEN-LINE AFTER 2
           END-IF
           MOVE WS-GENERATED-COUNT TO TL-GENERATED
           MOVE WS-HOLD-COUNT TO TL-HOLD
           MOVE WS-REJECT-COUNT TO TL-REJECT
           MOVE WS-ENDED-COUNT TO TL-ENDED
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2.

       710-ACTION-SECTION.
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 1
           MOVE 0 TO WS-OUT-COUNT
           PERFORM VARYING SO-SUB FROM 1 BY 1
                   UNTIL SO-SUB > SO-ORDER-COUNT
      *AN ORDER THAT ENDED TONIGHT STILL WENT OUT TONIGHT.
               IF SO-ACTION(SO-SUB) = WS-ORDER-STATE
                       OR (WS-ORDER-STATE = "G"
                           AND SO-ACTION(SO-SUB) = "E")
                   PERFORM 720-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-OUT-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF.

       720-DETAIL-LINE.
           MOVE SO-RECORD(SO-SUB) TO SF-RECORD
           MOVE SF-ORDER-NUM-X TO DL-ORDER-NUM
           MOVE SF-RECORD(7:5) TO DL-CUS-NUM
           MOVE SPACES TO DL-CUS-NAME
           IF SF-CUS-NUM NUMERIC
               MOVE SF-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO DL-CUS-NAME
               END-READ
           END-IF
           MOVE SF-RECORD(12:3) TO DL-PRO-NUM
           MOVE SF-RECORD(15:3) TO DL-QTY
           MOVE SF-FREQUENCY TO DL-FREQUENCY
           MOVE SF-RECORD(19:8) TO DL-NEXT-DATE
           MOVE SF-RECORD(27:8) TO DL-END-DATE
           IF SO-ACTION(SO-SUB) = "G" OR SO-ACTION(SO-SUB) = "E"
               MOVE SPACES TO DL-NOTE
           ELSE
               MOVE SO-REASON(SO-SUB) TO DL-NOTE
           END-IF
           ADD 1 TO WS-OUT-COUNT
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       730-EXPIRING-SECTION.
           MOVE "ENDING WITHIN 30 DAYS - ASK THE CUSTOMER TO RENEW"
               TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 1
           MOVE 0 TO WS-OUT-COUNT
           PERFORM VARYING SO-SUB FROM 1 BY 1
                   UNTIL SO-SUB > SO-ORDER-COUNT
               MOVE SO-RECORD(SO-SUB) TO SF-RECORD
               IF SF-STATUS NOT = "E"
                       AND SF-END-DATE NUMERIC
                       AND SF-END-DATE > 0
                       AND SF-END-DATE <= WS-EXPIRY-HORIZON
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM 720-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-OUT-COUNT = 0
               MOVE "NONE ENDING SOON" TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF.

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

      *STEPS WS-ADD-MONTHS MONTHS AND PUTS THE DAY BACK ON
      *WS-ANCHOR-DAY, OR THE MONTH'S LAST DAY WHEN IT IS SHORTER.
       930-ADD-MONTHS-TO-DATE.
           PERFORM WS-ADD-MONTHS TIMES
               IF WS-CAL-MM < 12
                   ADD 1 TO WS-CAL-MM
               ELSE
                   MOVE 1 TO WS-CAL-MM
                   ADD 1 TO WS-CAL-YYYY
               END-IF
           END-PERFORM
           PERFORM 940-DAYS-THIS-MONTH
           IF WS-ANCHOR-DAY > WS-CAL-T1
               MOVE WS-CAL-T1 TO WS-CAL-DD
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-CAL-DD
           END-IF.

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
           ==RL-PGM-NAME== BY =="STNDGEN"==.

       COPY PROCDTIO.

       COPY TESTMDIO.
