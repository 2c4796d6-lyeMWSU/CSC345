      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   PROMOTION LIFT REPORT. THE NIGHT AFTER A PROMOTION
      *            ON PROMO.TXT ENDS, EACH PRODUCT ON IT IS MEASURED
      *            OFF THE SALES HISTORY (P7SALHST.TXT): UNITS AND
      *            DOLLARS SOLD DURING THE EVENT AGAINST THE SAME
      *            NUMBER OF DAYS IMMEDIATELY BEFORE IT, AND THE LIFT
      *            AS A PERCENT. OUTPUT IS PROMOLFT.TXT.
      *
      *            EACH PROMOTION REPORTED IS STAMPED ON PROMDONE.TXT
      *            SO IT PRINTS ONCE; A CODE MARKETING REUSES WITH A
      *            NEW END DATE IS A NEW PROMOTION AND REPORTS AGAIN.
      *            A NIGHT WITH NOTHING NEWLY ENDED PRINTS A ONE-LINE
      *            PAGE SAYING SO.
      *
      *            THE HISTORY IS FILED BY PROCESSING DATE. ONLY
      *            RECORDS CARRYING THE PROCESSING DAY (COLS 27-28)
      *            CAN BE PLACED IN A PERIOD; WHEN THE PERIOD BEFORE
      *            A PROMOTION REACHES BACK PAST THE FIRST DAY-DATED
      *            RECORD THE PROMOTION IS FLAGGED, SINCE ITS "BEFORE"
      *            UNITS ARE SHORT. THE HISTORY IS KEPT BY PRODUCT,
      *            NOT CUSTOMER, SO A PROMOTION LIMITED TO LISTED
      *            CUSTOMERS IS MEASURED ON ALL SALES OF ITS PRODUCTS.
      *
      *            PROMDONE.TXT LAYOUT:
      *              COLS  1-6   PROMOTION CODE
      *              COLS  7-14  PROMOTION END DATE
      *              COLS 15-22  PROCESSING DATE REPORTED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOLFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *MARKETING'S PROMOTIONS - THE LAYOUT IS IN P7REPORTS.CBL,
      *WHICH PRICES FROM THE SAME FILE.
           SELECT PROMOTION-FILE
           ASSIGN TO "PROMO.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PM-FILE-STATUS.

           SELECT SALES-HISTORY-FILE
           ASSIGN TO "P7SALHST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SH-FILE-STATUS.

      *THE PROMOTIONS ALREADY REPORTED (OPEN EXTEND, ACROSS RUNS).
           SELECT DONE-FILE
           ASSIGN USING WS-DONE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PD-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "PROMOLFT.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" STAMPS THE TEST COPY
      *OF THE REPORTED LOG AND WATERMARKS THE REPORT.
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

      *THE OFFICIAL PROCESSING DATE - A PROMOTION ENDING BEFORE IT
      *HAS HAD ITS LAST NIGHT OF SALES FILED.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
       01  PM-RECORD.
           05  PM-REC-TYPE             PIC X.
               88  PM-HEADER                     VALUE "H".
               88  PM-PRODUCT                    VALUE "P".
               88  PM-CUSTOMER                   VALUE "C".
           05  PM-PROMO-CODE           PIC X(6).
           05  PM-HEADER-DETAIL.
               10  PM-START-DATE       PIC 9(8).
               10  PM-END-DATE         PIC 9(8).
               10  PM-DESCRIPTION      PIC X(30).
               10                      PIC X(27).
           05  PM-PRODUCT-DETAIL REDEFINES PM-HEADER-DETAIL.
               10  PM-PRO-NUM          PIC 999.
               10  PM-PROMO-PRICE      PIC 999V99.
               10  PM-PCT-OFF          PIC 99V9.
               10                      PIC X(62).
           05  PM-CUSTOMER-DETAIL REDEFINES PM-HEADER-DETAIL.
               10  PM-CUS-NUM          PIC 9(5).
               10                      PIC X(68).

       FD  SALES-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-MONTH                PIC 9(6).
           05  SH-PRO-NUM              PIC 999.
           05  SH-UNITS                PIC S9(5)
                                       SIGN LEADING SEPARATE.
           05  SH-DOLLARS              PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DAY                  PIC 99.
           05                          PIC X(8).

       FD  DONE-FILE.
       01  PD-RECORD.
           05  PD-PROMO-CODE           PIC X(6).
           05  PD-END-DATE             PIC 9(8).
           05  PD-REPORTED-DATE        PIC 9(8).

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
           05  WS-DONE-NAME            PIC X(12) VALUE
               "PROMDONE.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  PM-FILE-STATUS          PIC XX.
           05  SH-FILE-STATUS          PIC XX.
           05  PD-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-DONE-SW              PIC X.
               88  WS-ALREADY-DONE               VALUE "Y".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

      *THE PROMOTIONS ALREADY REPORTED, BY CODE AND END DATE.
       01  DN-MAX-DONE                 PIC 9(4) VALUE 2000.
       01  DN-DONE-COUNT               PIC 9(4) VALUE 0.
       01  DN-DONE-TABLE.
           05  DN-ENTRY OCCURS 2000 TIMES.
               10  DN-PROMO-CODE       PIC X(6).
               10  DN-END-DATE         PIC 9(8).

      *THE PROMOTIONS TO REPORT TONIGHT, WITH THEIR TWO PERIODS AS
      *DAY SERIALS - THE EVENT, AND THE SAME NUMBER OF DAYS BEFORE.
       01  PL-MAX-PROMOS               PIC 9(3) VALUE 100.
       01  PL-PROMO-COUNT              PIC 9(3) VALUE 0.
       01  PL-PROMO-TABLE.
           05  PL-ENTRY OCCURS 100 TIMES.
               10  PL-CODE             PIC X(6).
               10  PL-DESCRIPTION      PIC X(30).
               10  PL-START-DATE       PIC 9(8).
               10  PL-END-DATE         PIC 9(8).
               10  PL-START-SERIAL     PIC 9(7).
               10  PL-END-SERIAL       PIC 9(7).
               10  PL-BEFORE-SERIAL    PIC 9(7).
               10  PL-DAYS             PIC 9(5).
               10  PL-CUST-COUNT       PIC 9(4).

      *THE PRODUCTS ON THOSE PROMOTIONS AND WHAT EACH SOLD IN THE
      *TWO PERIODS.
       01  PI-MAX-ITEMS                PIC 9(4) VALUE 2000.
       01  PI-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  PI-ITEM-TABLE.
           05  PI-ENTRY OCCURS 2000 TIMES.
               10  PI-PROMO            PIC 9(3).
               10  PI-PRO-NUM          PIC 999.
               10  PI-PRICE            PIC 999V99.
               10  PI-PCT              PIC 99V9.
               10  PI-BEFORE-UNITS     PIC S9(7).
               10  PI-EVENT-UNITS      PIC S9(7).
               10  PI-BEFORE-DOLLARS   PIC S9(9)V99.
               10  PI-EVENT-DOLLARS    PIC S9(9)V99.

       01  WS-SUB                      PIC 9(4).
       01  WS-PL-SUB                   PIC 9(3).
       01  WS-PL-SLOT                  PIC 9(3).
       01  WS-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIST-SERIAL              PIC 9(7).
       01  WS-FIRST-SERIAL             PIC 9(7) VALUE 0.
       01  WS-DUP-SW                   PIC X.

       01  WS-PROMO-TOTALS.
           05  WS-TOT-BEFORE-UNITS     PIC S9(7).
           05  WS-TOT-EVENT-UNITS      PIC S9(7).
           05  WS-TOT-BEFORE-DOLLARS   PIC S9(9)V99.
           05  WS-TOT-EVENT-DOLLARS    PIC S9(9)V99.

      *THE LIFT FOR ONE LINE - UNITS DURING LESS UNITS BEFORE, AS A
      *PERCENT OF BEFORE.
       01  WS-LIFT-BEFORE              PIC S9(7).
       01  WS-LIFT-EVENT               PIC S9(7).
       01  WS-LIFT-PCT                 PIC S9(5)V9.

      *ANY YYYYMMDD DATE BROKEN OUT FOR 910-DATE-TO-SERIAL.
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *CALENDAR WORK FIELDS - THE SAME DAY-SERIAL CLASS_EXAMPLE.CBL
      *USES (GOOD FOR 1900-2099), SO A PERIOD IS PLAIN SUBTRACTION.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
           05  WS-CAL-T1               PIC 9(4).
           05  WS-CAL-T2               PIC 9(6).
           05  WS-CAL-T3               PIC 9(4).
           05  WS-CAL-SERIAL           PIC 9(7).

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(32) VALUE
               "PROMOTION LIFT REPORT".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(17) VALUE
               "PROCESSING DATE: ".
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "PROMOLFT".

       01  PH-PROMO-LINE.
           05                          PIC X(10) VALUE "PROMOTION ".
           05  PH-CODE                 PIC X(6).
           05                          PIC X(3)  VALUE " - ".
           05  PH-DESCRIPTION          PIC X(30).
           05                          PIC X(3)  VALUE SPACES.
           05  PH-ELIGIBLE             PIC X(30).

       01  PP-PERIOD-LINE.
           05                          PIC X(5)  VALUE "RAN ".
           05  PP-START-DATE           PIC 9(8).
           05                          PIC X(6)  VALUE " THRU ".
           05  PP-END-DATE             PIC 9(8).
           05                          PIC X(2)  VALUE " (".
           05  PP-DAYS                 PIC ZZZZ9.
           05                          PIC X(37) VALUE
               " DAYS) AGAINST THE SAME DAYS BEFORE".

       01  CH-COLUMN-HEADING.
           05                          PIC X(6)  VALUE "PROD.".
           05                          PIC X(15) VALUE
               "   PROMO PRICE".
           05                          PIC X(15) VALUE
               "   UNITS BEFORE".
           05                          PIC X(15) VALUE
               "   UNITS DURING".
           05                          PIC X(11) VALUE
               "     CHANGE".
           05                          PIC X(10) VALUE
               "    LIFT %".
           05                          PIC X(17) VALUE
               "   DOLLARS BEFORE".
           05                          PIC X(17) VALUE
               "   DOLLARS DURING".

       01  DL-DETAIL-LINE.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-PRICE-AREA.
               10  DL-PRICE            PIC $ZZ9.99.
               10  FILLER              PIC X(5).
           05  DL-PCT-AREA REDEFINES DL-PRICE-AREA.
               10  DL-PCT              PIC Z9.9.
               10                      PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-BEFORE-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-EVENT-UNITS          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-CHANGE               PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-LIFT-PCT             PIC ZZZZ9.9-.
           05  DL-LIFT-PCT-X REDEFINES DL-LIFT-PCT
                                       PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-BEFORE-DOLLARS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EVENT-DOLLARS        PIC ZZZ,ZZZ,ZZ9.99-.

       01  NT-NOTE-LINE.
           05  NT-TEXT                 PIC X(80).

       01  NL-NONE-LINE.
           05                          PIC X(49) VALUE
               "NO PROMOTION HAS ENDED SINCE THE LAST LIFT REPORT".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "PROMDONT.TXT" TO WS-DONE-NAME
               DISPLAY "PROMOLFT - TEST RUN - REPORTED LOG IS "
                   "PROMDONT.TXT"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-DONE
           PERFORM 200-LOAD-PROMOTIONS
           IF PL-PROMO-COUNT > 0
               PERFORM 300-LOAD-HISTORY
           END-IF
           PERFORM 400-PRINT-REPORT
           IF PL-PROMO-COUNT > 0
               PERFORM 500-STAMP-DONE
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "PROMOLFT TABLE OVERFLOW - "
                   WS-OVERFLOW-COUNT " RECORDS LEFT OFF"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *NO LOG YET MEANS NOTHING HAS BEEN REPORTED.
       150-LOAD-DONE.
           OPEN INPUT DONE-FILE
           IF PD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ DONE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF DN-DONE-COUNT < DN-MAX-DONE
                               ADD 1 TO DN-DONE-COUNT
                               MOVE PD-PROMO-CODE TO
                                   DN-PROMO-CODE(DN-DONE-COUNT)
                               MOVE PD-END-DATE TO
                                   DN-END-DATE(DN-DONE-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DONE-FILE
           END-IF.

      *TWO PASSES OVER PROMO.TXT, SO THE RECORDS MAY COME IN ANY
      *ORDER - THE PROMOTIONS THAT HAVE ENDED AND NOT BEEN REPORTED,
      *THEN THEIR PRODUCTS AND CUSTOMERS.
       200-LOAD-PROMOTIONS.
           OPEN INPUT PROMOTION-FILE
           IF PM-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PROMOTION-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PM-HEADER
                               PERFORM 210-ONE-PROMOTION
                                   THRU 210-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF
           IF PL-PROMO-COUNT > 0
               OPEN INPUT PROMOTION-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PROMOTION-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PM-PRODUCT OR PM-CUSTOMER
                               PERFORM 220-ONE-PROMOTION-DETAIL
                                   THRU 220-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF.

       210-ONE-PROMOTION.
           IF PM-PROMO-CODE = SPACES
                   OR PM-START-DATE NOT NUMERIC
                   OR PM-END-DATE NOT NUMERIC
               GO TO 210-EXIT
           END-IF
           IF PM-END-DATE < PM-START-DATE
                   OR PM-END-DATE NOT < PR-PROC-DATE
               GO TO 210-EXIT
           END-IF
           MOVE "N" TO WS-DONE-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DN-DONE-COUNT
                      OR WS-ALREADY-DONE
               IF DN-PROMO-CODE(WS-SUB) = PM-PROMO-CODE
                       AND DN-END-DATE(WS-SUB) = PM-END-DATE
                   MOVE "Y" TO WS-DONE-SW
               END-IF
           END-PERFORM
           IF WS-ALREADY-DONE
               GO TO 210-EXIT
           END-IF
           IF PL-PROMO-COUNT NOT < PL-MAX-PROMOS
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 210-EXIT
           END-IF
           ADD 1 TO PL-PROMO-COUNT
           MOVE PM-PROMO-CODE TO PL-CODE(PL-PROMO-COUNT)
           MOVE PM-DESCRIPTION TO PL-DESCRIPTION(PL-PROMO-COUNT)
           MOVE PM-START-DATE TO PL-START-DATE(PL-PROMO-COUNT)
           MOVE PM-END-DATE TO PL-END-DATE(PL-PROMO-COUNT)
           MOVE 0 TO PL-CUST-COUNT(PL-PROMO-COUNT)
           MOVE PM-START-DATE TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO PL-START-SERIAL(PL-PROMO-COUNT)
           MOVE PM-END-DATE TO WS-DATE-WORK
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO PL-END-SERIAL(PL-PROMO-COUNT)
           COMPUTE PL-DAYS(PL-PROMO-COUNT) =
               PL-END-SERIAL(PL-PROMO-COUNT)
               - PL-START-SERIAL(PL-PROMO-COUNT) + 1
           COMPUTE PL-BEFORE-SERIAL(PL-PROMO-COUNT) =
               PL-START-SERIAL(PL-PROMO-COUNT)
               - PL-DAYS(PL-PROMO-COUNT).
       210-EXIT.
           EXIT.

      *A PRODUCT LISTED TWICE ON ONE PROMOTION IS MEASURED ONCE.
       220-ONE-PROMOTION-DETAIL.
           MOVE 0 TO WS-PL-SLOT
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-PROMO-COUNT
                      OR WS-PL-SLOT > 0
               IF PL-CODE(WS-PL-SUB) = PM-PROMO-CODE
                   MOVE WS-PL-SUB TO WS-PL-SLOT
               END-IF
           END-PERFORM
           IF WS-PL-SLOT = 0
               GO TO 220-EXIT
           END-IF
           IF PM-CUSTOMER
               ADD 1 TO PL-CUST-COUNT(WS-PL-SLOT)
               GO TO 220-EXIT
           END-IF
           IF PM-PRO-NUM NOT NUMERIC OR PM-PRO-NUM = 0
               GO TO 220-EXIT
           END-IF
           MOVE "N" TO WS-DUP-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PI-ITEM-COUNT
               IF PI-PROMO(WS-SUB) = WS-PL-SLOT
                       AND PI-PRO-NUM(WS-SUB) = PM-PRO-NUM
                   MOVE "Y" TO WS-DUP-SW
               END-IF
           END-PERFORM
           IF WS-DUP-SW = "Y"
               GO TO 220-EXIT
           END-IF
           IF PI-ITEM-COUNT NOT < PI-MAX-ITEMS
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 220-EXIT
           END-IF
           ADD 1 TO PI-ITEM-COUNT
           MOVE WS-PL-SLOT TO PI-PROMO(PI-ITEM-COUNT)
           MOVE PM-PRO-NUM TO PI-PRO-NUM(PI-ITEM-COUNT)
           MOVE 0 TO PI-PRICE(PI-ITEM-COUNT)
                     PI-PCT(PI-ITEM-COUNT)
                     PI-BEFORE-UNITS(PI-ITEM-COUNT)
                     PI-EVENT-UNITS(PI-ITEM-COUNT)
                     PI-BEFORE-DOLLARS(PI-ITEM-COUNT)
                     PI-EVENT-DOLLARS(PI-ITEM-COUNT)
           IF PM-PROMO-PRICE NUMERIC
               MOVE PM-PROMO-PRICE TO PI-PRICE(PI-ITEM-COUNT)
           END-IF
           IF PM-PCT-OFF NUMERIC
               MOVE PM-PCT-OFF TO PI-PCT(PI-ITEM-COUNT)
           END-IF.
       220-EXIT.
           EXIT.

       300-LOAD-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE
           IF SH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 310-ONE-HISTORY-RECORD
                               THRU 310-EXIT
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.

      *A RECORD WITHOUT ITS PROCESSING DAY CAN'T BE PLACED IN EITHER
      *PERIOD AND IS PASSED OVER.
       310-ONE-HISTORY-RECORD.
           IF SH-DAY NOT NUMERIC OR SH-DAY = 0
               GO TO 310-EXIT
           END-IF
           COMPUTE WS-DATE-WORK = SH-MONTH * 100 + SH-DAY
           PERFORM 910-DATE-TO-SERIAL
           MOVE WS-CAL-SERIAL TO WS-HIST-SERIAL
           IF WS-FIRST-SERIAL = 0 OR WS-HIST-SERIAL < WS-FIRST-SERIAL
               MOVE WS-HIST-SERIAL TO WS-FIRST-SERIAL
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PI-ITEM-COUNT
               IF PI-PRO-NUM(WS-SUB) = SH-PRO-NUM
                   MOVE PI-PROMO(WS-SUB) TO WS-PL-SLOT
                   IF WS-HIST-SERIAL >= PL-START-SERIAL(WS-PL-SLOT)
                       AND WS-HIST-SERIAL <= PL-END-SERIAL(WS-PL-SLOT)
                       ADD SH-UNITS TO PI-EVENT-UNITS(WS-SUB)
                       ADD SH-DOLLARS TO PI-EVENT-DOLLARS(WS-SUB)
                   ELSE
                   IF WS-HIST-SERIAL >= PL-BEFORE-SERIAL(WS-PL-SLOT)
                       AND WS-HIST-SERIAL < PL-START-SERIAL(WS-PL-SLOT)
                       ADD SH-UNITS TO PI-BEFORE-UNITS(WS-SUB)
                       ADD SH-DOLLARS TO PI-BEFORE-DOLLARS(WS-SUB)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

       400-PRINT-REPORT.
           IF PL-PROMO-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
           ELSE
               PERFORM 410-ONE-PROMOTION
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-PROMO-COUNT
           END-IF.

      *THE PROMOTION'S NAME AND DATES, A LINE PER PRODUCT, AND THE
      *PROMOTION'S TOTAL.
       410-ONE-PROMOTION.
           MOVE PL-CODE(WS-PL-SUB) TO PH-CODE
           MOVE PL-DESCRIPTION(WS-PL-SUB) TO PH-DESCRIPTION
           MOVE SPACES TO PH-ELIGIBLE
           IF PL-CUST-COUNT(WS-PL-SUB) = 0
               MOVE "OPEN TO ALL CUSTOMERS" TO PH-ELIGIBLE
           ELSE
               MOVE "LIMITED TO LISTED CUSTOMERS" TO PH-ELIGIBLE
           END-IF
           WRITE PRINT-RECORD FROM PH-PROMO-LINE AFTER 3
           MOVE PL-START-DATE(WS-PL-SUB) TO PP-START-DATE
           MOVE PL-END-DATE(WS-PL-SUB) TO PP-END-DATE
           MOVE PL-DAYS(WS-PL-SUB) TO PP-DAYS
           WRITE PRINT-RECORD FROM PP-PERIOD-LINE AFTER 1
           IF WS-FIRST-SERIAL = 0
                   OR PL-BEFORE-SERIAL(WS-PL-SUB) < WS-FIRST-SERIAL
               MOVE SPACES TO NT-NOTE-LINE
               MOVE "** DAY-DATED HISTORY STARTS INSIDE THE PERIOD BEF
      -            "ORE - LIFT IS OVERSTATED" TO NT-TEXT
               WRITE PRINT-RECORD FROM NT-NOTE-LINE AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE 0 TO WS-TOT-BEFORE-UNITS WS-TOT-EVENT-UNITS
                     WS-TOT-BEFORE-DOLLARS WS-TOT-EVENT-DOLLARS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PI-ITEM-COUNT
               IF PI-PROMO(WS-SUB) = WS-PL-SUB
                   PERFORM 420-ONE-PRODUCT
               END-IF
           END-PERFORM
           MOVE SPACES TO DL-DETAIL-LINE
           MOVE WS-TOT-BEFORE-UNITS TO DL-BEFORE-UNITS
           MOVE WS-TOT-EVENT-UNITS TO DL-EVENT-UNITS
           COMPUTE DL-CHANGE = WS-TOT-EVENT-UNITS - WS-TOT-BEFORE-UNITS
           MOVE WS-TOT-BEFORE-UNITS TO WS-LIFT-BEFORE
           MOVE WS-TOT-EVENT-UNITS TO WS-LIFT-EVENT
           PERFORM 430-LIFT-PERCENT
           MOVE WS-TOT-BEFORE-DOLLARS TO DL-BEFORE-DOLLARS
           MOVE WS-TOT-EVENT-DOLLARS TO DL-EVENT-DOLLARS
           MOVE "TOTAL" TO DL-PRICE-AREA
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 2.

       420-ONE-PRODUCT.
           MOVE SPACES TO DL-DETAIL-LINE
           MOVE PI-PRO-NUM(WS-SUB) TO DL-PRO-NUM
           IF PI-PRICE(WS-SUB) > 0
               MOVE PI-PRICE(WS-SUB) TO DL-PRICE
           ELSE
               MOVE SPACES TO DL-PRICE-AREA
               MOVE PI-PCT(WS-SUB) TO DL-PCT
               MOVE "% OFF" TO DL-PCT-AREA(6:5)
           END-IF
           MOVE PI-BEFORE-UNITS(WS-SUB) TO DL-BEFORE-UNITS
           MOVE PI-EVENT-UNITS(WS-SUB) TO DL-EVENT-UNITS
           COMPUTE DL-CHANGE =
               PI-EVENT-UNITS(WS-SUB) - PI-BEFORE-UNITS(WS-SUB)
           MOVE PI-BEFORE-UNITS(WS-SUB) TO WS-LIFT-BEFORE
           MOVE PI-EVENT-UNITS(WS-SUB) TO WS-LIFT-EVENT
           PERFORM 430-LIFT-PERCENT
           MOVE PI-BEFORE-DOLLARS(WS-SUB) TO DL-BEFORE-DOLLARS
           MOVE PI-EVENT-DOLLARS(WS-SUB) TO DL-EVENT-DOLLARS
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
           ADD PI-BEFORE-UNITS(WS-SUB) TO WS-TOT-BEFORE-UNITS
           ADD PI-EVENT-UNITS(WS-SUB) TO WS-TOT-EVENT-UNITS
           ADD PI-BEFORE-DOLLARS(WS-SUB) TO WS-TOT-BEFORE-DOLLARS
           ADD PI-EVENT-DOLLARS(WS-SUB) TO WS-TOT-EVENT-DOLLARS.

      *NOTHING SOLD BEFORE LEAVES NO BASE TO MEASURE FROM - "NEW"
      *WHEN THE EVENT SOLD SOMETHING, BLANK WHEN NEITHER DID.
       430-LIFT-PERCENT.
           IF WS-LIFT-BEFORE > 0
               COMPUTE WS-LIFT-PCT ROUNDED =
                   (WS-LIFT-EVENT - WS-LIFT-BEFORE) * 100
                   / WS-LIFT-BEFORE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-LIFT-PCT
               END-COMPUTE
               MOVE WS-LIFT-PCT TO DL-LIFT-PCT
           ELSE
               IF WS-LIFT-EVENT > 0
                   MOVE "     NEW" TO DL-LIFT-PCT-X
               ELSE
                   MOVE SPACES TO DL-LIFT-PCT-X
               END-IF
           END-IF.

      *OPEN EXTEND CREATES THE LOG THE FIRST TIME.
       500-STAMP-DONE.
           OPEN EXTEND DONE-FILE
           IF PD-FILE-STATUS NOT = "00"
               OPEN OUTPUT DONE-FILE
           END-IF
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-PROMO-COUNT
               MOVE SPACES TO PD-RECORD
               MOVE PL-CODE(WS-PL-SUB) TO PD-PROMO-CODE
               MOVE PL-END-DATE(WS-PL-SUB) TO PD-END-DATE
               MOVE PR-PROC-DATE TO PD-REPORTED-DATE
               WRITE PD-RECORD
           END-PERFORM
           CLOSE DONE-FILE.

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
           ==RL-PGM-NAME== BY =="PROMOLFT"==.

       COPY PROCDTIO.
