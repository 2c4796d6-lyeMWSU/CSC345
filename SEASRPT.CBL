      *            SEASONAL PEAK MONTH FLAGGED - SO "SELLS TRIPLE IN
      *            NOVEMBER" IS ON PAPER INSTEAD OF IN SOMEBODY'S
      *            HEAD. OUTPUT IS SEASRPT.TXT.
      *
      *            PRODUCTS PRINT GROUPED BY CATEGORY (CATEGORY.TXT /
      *            PRODCAT.TXT, SEE PRODCAT.CPY) WITH A UNITS SUBTOTAL
      *            PER CATEGORY, AND A SUMMARY PAGE FOLLOWS - UNITS
      *            AND DOLLARS BY CATEGORY BY MONTH, THEN THE SAME
      *            ROLLED UP BY PRODUCT LINE, THEN THE WHOLE BUSINESS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASRPT.
           SELECT PRINT-FILE
           ASSIGN TO "SEASRPT.TXT".

           SELECT CATEGORY-FILE
           ASSIGN TO "CATEGORY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-CAT-FILE-STATUS.

           SELECT PRODUCT-CATEGORY-FILE
           ASSIGN TO "PRODCAT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-PRO-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  CATEGORY-FILE.
       01  CA-RECORD.
           05  CA-CODE                 PIC XXX.
           05  CA-NAME                 PIC X(25).
           05  CA-LINE                 PIC X(20).

       FD  PRODUCT-CATEGORY-FILE.
       01  CX-RECORD.
           05  CX-PRO-NUM              PIC 999.
           05  CX-PRO-NUM-X REDEFINES CX-PRO-NUM
                                       PIC XXX.
           05  CX-CAT-CODE             PIC XXX.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PRODCAT.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  SH-FILE-STATUS          PIC XX.
       01  WS-PEAK-SUB                 PIC 99.
       01  WS-PEAK-UNITS               PIC S9(7).

      *CATEGORY, PRODUCT LINE, AND ALL-PRODUCT TOTALS, ADDED UP AS
      *THE HISTORY IS READ SO A PRODUCT THE TABLE ABOVE COULDN'T
      *HOLD STILL COUNTS ON THE SUMMARY PAGE.
       01  CT-CATEGORY-TOTALS.
           05  CT-ENTRY OCCURS 51 TIMES.
               10  CT-RECORDS          PIC 9(7).
               10  CT-UNITS OCCURS 12 TIMES
                                       PIC S9(7).
               10  CT-DOLLARS OCCURS 12 TIMES
                                       PIC S9(9)V99.

       01  LT-LINE-TOTALS.
           05  LT-ENTRY OCCURS 51 TIMES.
               10  LT-RECORDS          PIC 9(7).
               10  LT-UNITS OCCURS 12 TIMES
                                       PIC S9(7).
               10  LT-DOLLARS OCCURS 12 TIMES
                                       PIC S9(9)V99.

       01  AT-ALL-TOTALS.
           05  AT-UNITS OCCURS 12 TIMES
                                       PIC S9(7).
           05  AT-DOLLARS OCCURS 12 TIMES
                                       PIC S9(9)V99.

       01  WS-CAT-SUB                  PIC 99.
       01  WS-LINE-SUB                 PIC 99.
       01  WS-CAT-SLOT                 PIC 99.
       01  WS-LOOKUP-PRO               PIC 999.
       01  WS-CAT-STARTED              PIC X.
       01  WS-ROW-UNITS                PIC S9(9).
       01  WS-ROW-DOLLARS              PIC S9(11)V99.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10  FILLER              PIC X.
           05  DL-PEAK-MONTH           PIC 9(6).

       01  CN-CATEGORY-LINE.
           05                          PIC X(9)  VALUE "CATEGORY ".
           05  CN-CAT-CODE             PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  CN-CAT-NAME             PIC X(25).
           05                          PIC X(7)  VALUE " LINE: ".
           05  CN-LINE-NAME            PIC X(20).

       01  ST-SUBTOTAL-LINE.
           05                          PIC X(6)  VALUE "TOTAL".
           05  ST-MONTH-AREA OCCURS 12 TIMES.
               10  ST-UNITS            PIC ZZZZZ9-.
               10  FILLER              PIC X.
           05  ST-PEAK-MONTH           PIC 9(6).

      *SUMMARY PAGE - SALES BY CATEGORY BY MONTH.
       01  SM-SUMMARY-HEADING.
           05  SM-DATE                 PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(34) VALUE
               "SALES BY CATEGORY BY MONTH".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05                          PIC X(9)  VALUE "SEASRPT".

       01  CS-COLUMN-HEADING.
           05                          PIC X(13) VALUE SPACES.
           05  CS-MONTH-AREA OCCURS 12 TIMES.
               10  FILLER              PIC X(2).
               10  CS-MONTH            PIC 9(6).
           05                          PIC X(11) VALUE "      TOTAL".

       01  CS-SECTION-LINE.
           05  CS-SECTION-TITLE        PIC X(40).

       01  CS-NAME-LINE.
           05  CS-CODE                 PIC XXX.
           05  FILLER                  PIC X     VALUE SPACE.
           05  CS-NAME                 PIC X(25).
           05  FILLER                  PIC X     VALUE SPACE.
           05  CS-LINE-NAME            PIC X(20).

       01  CS-AMOUNT-LINE.
           05  CS-LABEL                PIC X(13).
           05  CS-AMOUNT OCCURS 12 TIMES
                                       PIC -------9.
           05  CS-ROW-TOTAL            PIC ----------9.

       01  NL-NONE-LINE.
           05                          PIC X(32) VALUE
               "NO SALES HISTORY ON FILE YET".
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 100-INITIALIZE
           PERFORM 993-LOAD-CATEGORIES
           PERFORM 200-LOAD-HISTORY
           PERFORM 300-PRINT-REPORT
           CLOSE PRINT-FILE
                   UNTIL WS-MO-SUB > 12
               MOVE MO-MONTH(WS-MO-SUB) TO CH-MONTH(WS-MO-SUB)
           END-PERFORM
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE HL-DATE TO SM-DATE
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > 12
               MOVE MO-MONTH(WS-MO-SUB) TO CS-MONTH(WS-MO-SUB)
               MOVE 0 TO AT-UNITS(WS-MO-SUB) AT-DOLLARS(WS-MO-SUB)
           END-PERFORM
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 51
               MOVE 0 TO CT-RECORDS(WS-CAT-SUB)
                         LT-RECORDS(WS-CAT-SUB)
               PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                       UNTIL WS-MO-SUB > 12
                   MOVE 0 TO CT-UNITS(WS-CAT-SUB, WS-MO-SUB)
                             CT-DOLLARS(WS-CAT-SUB, WS-MO-SUB)
                             LT-UNITS(WS-CAT-SUB, WS-MO-SUB)
                             LT-DOLLARS(WS-CAT-SUB, WS-MO-SUB)
               END-PERFORM
           END-PERFORM.

       200-LOAD-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE
                   ADD SH-UNITS TO
                       SP-UNITS(WS-SLOT, WS-MO-SUB)
               END-IF
               PERFORM 230-ADD-CATEGORY-TOTALS
           END-IF.

       220-FIND-PRODUCT-SLOT.
               END-IF
           END-IF.

       230-ADD-CATEGORY-TOTALS.
           MOVE SH-PRO-NUM TO WS-LOOKUP-PRO
           PERFORM 240-CATEGORY-OF-PRODUCT
           MOVE CY-T-LINE-SLOT(WS-CAT-SLOT) TO WS-LINE-SUB
           ADD 1 TO CT-RECORDS(WS-CAT-SLOT)
                    LT-RECORDS(WS-LINE-SUB)
           ADD SH-UNITS TO CT-UNITS(WS-CAT-SLOT, WS-MO-SUB)
                           LT-UNITS(WS-LINE-SUB, WS-MO-SUB)
                           AT-UNITS(WS-MO-SUB)
           ADD SH-DOLLARS TO CT-DOLLARS(WS-CAT-SLOT, WS-MO-SUB)
                             LT-DOLLARS(WS-LINE-SUB, WS-MO-SUB)
                             AT-DOLLARS(WS-MO-SUB).

       240-CATEGORY-OF-PRODUCT.
           IF WS-LOOKUP-PRO > 0
               MOVE CY-PRO-CAT-SLOT(WS-LOOKUP-PRO) TO WS-CAT-SLOT
           ELSE
               MOVE CY-UNCAT-SLOT TO WS-CAT-SLOT
           END-IF.

       300-PRINT-REPORT.
           IF SP-PRODUCT-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
           ELSE
               PERFORM 305-ONE-CATEGORY
                   VARYING WS-CAT-SUB
                   FROM 1 BY 1
                   UNTIL WS-CAT-SUB > CY-CAT-COUNT
               PERFORM 400-CATEGORY-SUMMARY
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "SEASRPT PRODUCT TABLE OVERFLOW - "
           END-IF
           WRITE PRINT-RECORD FROM DL-PRODUCT-LINE AFTER 1.

      *THE CATEGORY'S PRODUCTS IN HISTORY ORDER UNDER A NAME LINE,
      *THEN ITS SUBTOTAL. A CATEGORY WITH NOTHING SOLD IS SKIPPED.
       305-ONE-CATEGORY.
           MOVE "N" TO WS-CAT-STARTED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SP-PRODUCT-COUNT
               MOVE SP-PRO-NUM(WS-SUB) TO WS-LOOKUP-PRO
               PERFORM 240-CATEGORY-OF-PRODUCT
               IF WS-CAT-SLOT = WS-CAT-SUB
                   IF WS-CAT-STARTED = "N"
                       MOVE "Y" TO WS-CAT-STARTED
                       MOVE CY-T-CODE(WS-CAT-SUB) TO CN-CAT-CODE
                       MOVE CY-T-NAME(WS-CAT-SUB) TO CN-CAT-NAME
                       MOVE CY-T-LINE-NAME(
                           CY-T-LINE-SLOT(WS-CAT-SUB))
                           TO CN-LINE-NAME
                       WRITE PRINT-RECORD FROM CN-CATEGORY-LINE
                           AFTER 2
                   END-IF
                   PERFORM 310-ONE-PRODUCT-LINE
               END-IF
           END-PERFORM
           IF WS-CAT-STARTED = "Y"
               PERFORM 320-CATEGORY-SUBTOTAL
           END-IF.

       320-CATEGORY-SUBTOTAL.
           MOVE 0 TO WS-PEAK-SUB
           MOVE 0 TO WS-PEAK-UNITS
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > 12
               MOVE CT-UNITS(WS-CAT-SUB, WS-MO-SUB) TO
                   ST-UNITS(WS-MO-SUB)
               IF CT-UNITS(WS-CAT-SUB, WS-MO-SUB) > WS-PEAK-UNITS
                   MOVE CT-UNITS(WS-CAT-SUB, WS-MO-SUB) TO
                       WS-PEAK-UNITS
                   MOVE WS-MO-SUB TO WS-PEAK-SUB
               END-IF
           END-PERFORM
           IF WS-PEAK-SUB > 0
               MOVE MO-MONTH(WS-PEAK-SUB) TO ST-PEAK-MONTH
           ELSE
               MOVE ZEROS TO ST-PEAK-MONTH
           END-IF
           WRITE PRINT-RECORD FROM ST-SUBTOTAL-LINE AFTER 1.

      *UNITS AND WHOLE DOLLARS BY MONTH - EACH CATEGORY, EACH
      *PRODUCT LINE, AND THE WHOLE BUSINESS.
       400-CATEGORY-SUMMARY.
           WRITE PRINT-RECORD FROM SM-SUMMARY-HEADING AFTER PAGE
           WRITE PRINT-RECORD FROM CS-COLUMN-HEADING AFTER 2
           MOVE "BY CATEGORY" TO CS-SECTION-TITLE
           WRITE PRINT-RECORD FROM CS-SECTION-LINE AFTER 2
           PERFORM 410-ONE-CATEGORY-SUMMARY
               VARYING WS-CAT-SUB
               FROM 1 BY 1
               UNTIL WS-CAT-SUB > CY-CAT-COUNT
           MOVE "BY PRODUCT LINE" TO CS-SECTION-TITLE
           WRITE PRINT-RECORD FROM CS-SECTION-LINE AFTER 2
           PERFORM 420-ONE-LINE-SUMMARY
               VARYING WS-LINE-SUB
               FROM 1 BY 1
               UNTIL WS-LINE-SUB > CY-LINE-COUNT
           MOVE "ALL PRODUCTS" TO CS-SECTION-TITLE
           WRITE PRINT-RECORD FROM CS-SECTION-LINE AFTER 2
           MOVE "  UNITS" TO CS-LABEL
           MOVE 0 TO WS-ROW-UNITS
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > 12
               MOVE AT-UNITS(WS-MO-SUB) TO CS-AMOUNT(WS-MO-SUB)
               ADD AT-UNITS(WS-MO-SUB) TO WS-ROW-UNITS
           END-PERFORM
           MOVE WS-ROW-UNITS TO CS-ROW-TOTAL
           WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1
           MOVE "  DOLLARS" TO CS-LABEL
           MOVE 0 TO WS-ROW-DOLLARS
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > 12
               MOVE AT-DOLLARS(WS-MO-SUB) TO CS-AMOUNT(WS-MO-SUB)
               ADD AT-DOLLARS(WS-MO-SUB) TO WS-ROW-DOLLARS
           END-PERFORM
           MOVE WS-ROW-DOLLARS TO CS-ROW-TOTAL
           WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1.

       410-ONE-CATEGORY-SUMMARY.
           IF CT-RECORDS(WS-CAT-SUB) > 0
               MOVE CY-T-CODE(WS-CAT-SUB) TO CS-CODE
               MOVE CY-T-NAME(WS-CAT-SUB) TO CS-NAME
               MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(WS-CAT-SUB))
                   TO CS-LINE-NAME
               WRITE PRINT-RECORD FROM CS-NAME-LINE AFTER 2
               MOVE "  UNITS" TO CS-LABEL
               MOVE 0 TO WS-ROW-UNITS
               PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                       UNTIL WS-MO-SUB > 12
                   MOVE CT-UNITS(WS-CAT-SUB, WS-MO-SUB) TO
                       CS-AMOUNT(WS-MO-SUB)
                   ADD CT-UNITS(WS-CAT-SUB, WS-MO-SUB) TO
                       WS-ROW-UNITS
               END-PERFORM
               MOVE WS-ROW-UNITS TO CS-ROW-TOTAL
               WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1
               MOVE "  DOLLARS" TO CS-LABEL
               MOVE 0 TO WS-ROW-DOLLARS
               PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                       UNTIL WS-MO-SUB > 12
                   MOVE CT-DOLLARS(WS-CAT-SUB, WS-MO-SUB) TO
                       CS-AMOUNT(WS-MO-SUB)
                   ADD CT-DOLLARS(WS-CAT-SUB, WS-MO-SUB) TO
                       WS-ROW-DOLLARS
               END-PERFORM
               MOVE WS-ROW-DOLLARS TO CS-ROW-TOTAL
               WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1
           END-IF.

       420-ONE-LINE-SUMMARY.
           IF LT-RECORDS(WS-LINE-SUB) > 0
               MOVE SPACES TO CS-CODE CS-LINE-NAME
               MOVE CY-T-LINE-NAME(WS-LINE-SUB) TO CS-NAME
               WRITE PRINT-RECORD FROM CS-NAME-LINE AFTER 2
               MOVE "  UNITS" TO CS-LABEL
               MOVE 0 TO WS-ROW-UNITS
               PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                       UNTIL WS-MO-SUB > 12
                   MOVE LT-UNITS(WS-LINE-SUB, WS-MO-SUB) TO
                       CS-AMOUNT(WS-MO-SUB)
                   ADD LT-UNITS(WS-LINE-SUB, WS-MO-SUB) TO
                       WS-ROW-UNITS
               END-PERFORM
               MOVE WS-ROW-UNITS TO CS-ROW-TOTAL
               WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1
               MOVE "  DOLLARS" TO CS-LABEL
               MOVE 0 TO WS-ROW-DOLLARS
               PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                       UNTIL WS-MO-SUB > 12
                   MOVE LT-DOLLARS(WS-LINE-SUB, WS-MO-SUB) TO
                       CS-AMOUNT(WS-MO-SUB)
                   ADD LT-DOLLARS(WS-LINE-SUB, WS-MO-SUB) TO
                       WS-ROW-DOLLARS
               END-PERFORM
               MOVE WS-ROW-DOLLARS TO CS-ROW-TOTAL
               WRITE PRINT-RECORD FROM CS-AMOUNT-LINE AFTER 1
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="SEASRPT"==.

       COPY PRODCATP.
