      *            CURRENT FLAT VALUE AND EACH SUGGESTION SIDE BY
      *            SIDE WITH THE BADLY-OFF ONES FLAGGED, SO
      *            PURCHASING CAN UPDATE THE FILE WITH CONFIDENCE.
      *            FUTURE-DATED ORDERS WAITING ON FUTORDR.TXT ARE
      *            DEMAND ALREADY IN HAND: WHAT THEY COMMIT INSIDE
      *            THE LEAD TIME IS SHOWN, AND WHEN IT EXCEEDS THE
      *            HISTORY'S LEAD-TIME DEMAND IT DRIVES THE
      *            SUGGESTION INSTEAD.
      *
      *            PRODUCTS PRINT GROUPED BY CATEGORY (CATEGORY.TXT /
      *            PRODCAT.TXT, SEE PRODCAT.CPY) WITH A SUBTOTAL PER
      *            CATEGORY, AND A SUMMARY PAGE BY CATEGORY AND BY
      *            PRODUCT LINE SHOWS WHERE THE FLAT POINT IS MOST
      *            OFTEN WRONG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDSUG.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LD-FILE-STATUS.

      *FUTURE-DATED LINES WAITING FOR THEIR SHIP DATE (FUTREL).
           SELECT FUTURE-ORDER-FILE
           ASSIGN TO "FUTORDR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FO-FILE-STATUS.

      *SAFETY MARGIN IN PERCENT ON TOP OF LEAD-TIME DEMAND - NO
      *FILE LEAVES THE 50 PERCENT DEFAULT IN EFFECT.
           SELECT SAFETY-FILE
           SELECT PRINT-FILE
           ASSIGN TO "REORDSUG.TXT".

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
       FD  PO-LEAD-FILE.
       01  LD-RECORD                   PIC 9(3).

       FD  FUTURE-ORDER-FILE.
       01  FO-RECORD.
           05  FO-SHIP-DATE            PIC 9(8).
           05                          PIC 9(8).
           05  FO-STATUS               PIC X.
               88  FO-WAITING                   VALUE "O".
           05                          PIC 9(8).
           05  FO-PRO-NUM              PIC 999.
           05  FO-PRO-NUM-X REDEFINES FO-PRO-NUM
                                       PIC X(3).
           05  FO-COMMIT-QTY           PIC 9(5).
           05                          PIC X(87).

       FD  SAFETY-FILE.
       01  SF-RECORD                   PIC 9(3).

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
           05  RP-FILE-STATUS          PIC XX.
           05  LD-FILE-STATUS          PIC XX.
           05  SF-FILE-STATUS          PIC XX.
           05  FO-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
               10  DP-TOTAL-UNITS      PIC S9(8).
               10  DP-LAST-MONTH       PIC 9(6).
               10  DP-MONTH-COUNT      PIC 99.
               10  DP-COMMITTED        PIC 9(7).

       01  WS-SUB                      PIC 9(3).
       01  WS-SLOT                     PIC 9(3).
       01  WS-LOOKUP-PRO               PIC 999.
       01  WS-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

      *SUGGESTIONS ADDED UP BY CATEGORY AS THEY PRINT, AND BY
      *PRODUCT LINE FROM THE CATEGORIES ON THE SUMMARY PAGE.
       01  CR-CATEGORY-TOTALS.
           05  CR-ENTRY OCCURS 51 TIMES.
               10  CR-PRODUCTS         PIC 9(5).
               10  CR-DAILY            PIC 9(7)V99.
               10  CR-SUGGESTED        PIC 9(9).
               10  CR-COMMITTED        PIC 9(9).
               10  CR-TOO-LOW          PIC 9(5).
               10  CR-TOO-HIGH         PIC 9(5).

       01  LR-LINE-TOTALS.
           05  LR-ENTRY OCCURS 51 TIMES.
               10  LR-PRODUCTS         PIC 9(5).
               10  LR-DAILY            PIC 9(7)V99.
               10  LR-SUGGESTED        PIC 9(9).
               10  LR-COMMITTED        PIC 9(9).
               10  LR-TOO-LOW          PIC 9(5).
               10  LR-TOO-HIGH         PIC 9(5).

       01  AR-ALL-TOTALS.
           05  AR-PRODUCTS             PIC 9(5)    VALUE 0.
           05  AR-DAILY                PIC 9(7)V99 VALUE 0.
           05  AR-SUGGESTED            PIC 9(9)    VALUE 0.
           05  AR-COMMITTED            PIC 9(9)    VALUE 0.
           05  AR-TOO-LOW              PIC 9(5)    VALUE 0.
           05  AR-TOO-HIGH             PIC 9(5)    VALUE 0.

       01  WS-CAT-SUB                  PIC 99.
       01  WS-LINE-SUB                 PIC 99.
       01  WS-PRO-CAT                  PIC 99.
       01  WS-CAT-STARTED              PIC X.

       01  WS-CALC-WORK.
           05  WS-DAILY-DEMAND         PIC 9(5)V99 VALUE 0.
           05  WS-SUGGESTION           PIC 9(7)    VALUE 0.
           05  WS-DEVIATION            PIC S9(7)   VALUE 0.
           05  WS-DEV-PCT              PIC 9(3)V9  VALUE 0.
           05  WS-LEAD-DEMAND          PIC 9(7)V99 VALUE 0.

      *30/360 DAY SERIALS - THE SHOP'S USUAL AGING ARITHMETIC - FOR
      *"SHIPS INSIDE THE LEAD TIME".
       01  WS-SHIP-WORK.
           05  WS-SHIP-YYYY            PIC 9(4).
           05  WS-SHIP-MM              PIC 99.
           05  WS-SHIP-DD              PIC 99.
       01  WS-TODAY-SERIAL             PIC 9(7).
       01  WS-SHIP-SERIAL              PIC 9(7).

       01  HL-HEADING-LINE.
           05  HL-DATE.
           05                          PIC X(12) VALUE "AVG/DAY".
           05                          PIC X(12) VALUE "SUGGESTED".
           05                          PIC X(10) VALUE "CURRENT".
           05                          PIC X(11) VALUE "COMMITTED".
           05                          PIC X(10) VALUE "FLAG".

       01  DL-SUGGEST-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-CURRENT              PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-COMMITTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-FLAG                 PIC X(12).

       01  CN-CATEGORY-LINE.
           05                          PIC X(9)  VALUE "CATEGORY ".
           05  CN-CAT-CODE             PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  CN-CAT-NAME             PIC X(25).
           05                          PIC X(3)  VALUE SPACES.
           05  CN-LINE-NAME            PIC X(20).

       01  ST-SUBTOTAL-LINE.
           05                          PIC X(5)  VALUE "TOTAL".
           05  ST-DAILY                PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ST-SUGGESTED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ST-COMMITTED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ST-TOO-LOW              PIC ZZZZ9.
           05                          PIC X(5)  VALUE " LOW ".
           05  ST-TOO-HIGH             PIC ZZZZ9.
           05                          PIC X(5)  VALUE " HIGH".

       01  SM-SUMMARY-HEADING.
           05  SM-DATE                 PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(28) VALUE
               "REORDER POINTS BY CATEGORY".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05                          PIC X(9)  VALUE "REORDSUG".

       01  SC-COLUMN-HEADING.
           05                          PIC X(30) VALUE "CATEGORY".
           05                          PIC X(6)  VALUE " PRODS".
           05                          PIC X(11) VALUE "    AVG/DAY".
           05                          PIC X(10) VALUE " SUGGESTED".
           05                          PIC X(10) VALUE " COMMITTED".
           05                          PIC X(6)  VALUE "   LOW".
           05                          PIC X(6)  VALUE "  HIGH".

       01  SC-SECTION-LINE.
           05  SC-SECTION-TITLE        PIC X(40).

       01  SC-SUMMARY-LINE.
           05  SC-CODE                 PIC XXX.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-NAME                 PIC X(25).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-PRODUCTS             PIC ZZZZ9.
           05  SC-DAILY                PIC ZZZZZZZ9.99.
           05  SC-SUGGESTED            PIC ZZZZZZZZZ9.
           05  SC-COMMITTED            PIC ZZZZZZZZZ9.
           05  SC-TOO-LOW              PIC ZZZZZ9.
           05  SC-TOO-HIGH             PIC ZZZZZ9.

       01  NL-NONE-LINE.
           05                          PIC X(32) VALUE
               "NO SALES HISTORY ON FILE YET".
           PERFORM 975-LOG-START
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-DEMAND
           PERFORM 250-LOAD-COMMITTED
           PERFORM 300-PRINT-SUGGESTIONS
           CLOSE PRINT-FILE
           PERFORM 976-LOG-END
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           MOVE HL-DATE TO SM-DATE
           PERFORM 993-LOAD-CATEGORIES
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 51
               MOVE 0 TO CR-PRODUCTS(WS-CAT-SUB)
                         CR-DAILY(WS-CAT-SUB)
                         CR-SUGGESTED(WS-CAT-SUB)
                         CR-COMMITTED(WS-CAT-SUB)
                         CR-TOO-LOW(WS-CAT-SUB)
                         CR-TOO-HIGH(WS-CAT-SUB)
                         LR-PRODUCTS(WS-CAT-SUB)
                         LR-DAILY(WS-CAT-SUB)
                         LR-SUGGESTED(WS-CAT-SUB)
                         LR-COMMITTED(WS-CAT-SUB)
                         LR-TOO-LOW(WS-CAT-SUB)
                         LR-TOO-HIGH(WS-CAT-SUB)
           END-PERFORM
           OPEN INPUT REORDER-POINT-FILE
           IF RP-FILE-STATUS = "00"
               READ REORDER-POINT-FILE INTO WS-REORDER-POINT
           END-IF.

       210-ONE-HISTORY-RECORD.
           MOVE SH-PRO-NUM TO WS-LOOKUP-PRO
           PERFORM 220-FIND-PRODUCT-SLOT
           IF WS-SLOT > 0
               ADD SH-UNITS TO DP-TOTAL-UNITS(WS-SLOT)
      *THE HISTORY IS IN APPEND ORDER, SO A NEW MONTH VALUE MEANS A
      *MONTH NOT YET COUNTED FOR THIS PRODUCT.
               IF SH-MONTH NOT = DP-LAST-MONTH(WS-SLOT)
                   MOVE SH-MONTH TO DP-LAST-MONTH(WS-SLOT)
                   ADD 1 TO DP-MONTH-COUNT(WS-SLOT)
               END-IF
           END-IF.

      *WS-LOOKUP-PRO HOLDS THE PRODUCT BEING LOOKED UP - A PRODUCT WITH
      *ONLY FUTURE ORDERS AND NO HISTORY STILL GETS A SLOT.
       220-FIND-PRODUCT-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DP-PRODUCT-COUNT
               IF DP-PRO-NUM(WS-SUB) = WS-LOOKUP-PRO
                   MOVE WS-SUB TO WS-SLOT
               END-IF
           END-PERFORM
               IF DP-PRODUCT-COUNT < DP-MAX-PRODUCTS
                   ADD 1 TO DP-PRODUCT-COUNT
                   MOVE DP-PRODUCT-COUNT TO WS-SLOT
                   MOVE WS-LOOKUP-PRO TO DP-PRO-NUM(WS-SLOT)
                   MOVE 0 TO DP-TOTAL-UNITS(WS-SLOT)
                   MOVE 0 TO DP-LAST-MONTH(WS-SLOT)
                   MOVE 0 TO DP-MONTH-COUNT(WS-SLOT)
                   MOVE 0 TO DP-COMMITTED(WS-SLOT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *WAITING FUTURE-DATED LINES THAT SHIP INSIDE THE LEAD TIME -
      *STOCK ORDERED TODAY ARRIVES JUST IN TIME FOR THEM. NO FILE
      *MEANS NOTHING IS COMMITTED AHEAD.
       250-LOAD-COMMITTED.
           COMPUTE WS-TODAY-SERIAL =
               WS-YYYY * 360 + WS-MM * 30 + WS-DD
           OPEN INPUT FUTURE-ORDER-FILE
           IF FO-FILE-STATUS = "00"
               PERFORM UNTIL FO-FILE-STATUS NOT = "00"
                   READ FUTURE-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FO-WAITING AND FO-PRO-NUM-X NUMERIC
                               PERFORM 260-ONE-COMMITTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-ORDER-FILE
           END-IF.

       260-ONE-COMMITTED-LINE.
           MOVE FO-SHIP-DATE TO WS-SHIP-WORK
           COMPUTE WS-SHIP-SERIAL =
               WS-SHIP-YYYY * 360 + WS-SHIP-MM * 30 + WS-SHIP-DD
           IF WS-SHIP-SERIAL <= WS-TODAY-SERIAL + WS-PO-LEAD-DAYS
               MOVE FO-PRO-NUM TO WS-LOOKUP-PRO
               PERFORM 220-FIND-PRODUCT-SLOT
               IF WS-SLOT > 0
                   ADD FO-COMMIT-QTY TO DP-COMMITTED(WS-SLOT)
               END-IF
           END-IF.

      *SUGGESTION = DAILY DEMAND OVER THE MONTHS ON FILE (30-DAY
      *MONTHS, THE SHOP'S USUAL ARITHMETIC) TIMES THE LEAD TIME,
      *PLUS THE SAFETY MARGIN - OR, WHEN THE FUTURE-DATED ORDERS DUE
      *INSIDE THE LEAD TIME ALREADY COME TO MORE, THOSE ORDERS PLUS
      *THE MARGIN. MORE THAN 25 PERCENT OFF THE CURRENT
      *FLAT VALUE IN EITHER DIRECTION GETS FLAGGED.
       300-PRINT-SUGGESTIONS.
           IF DP-PRODUCT-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
           ELSE
               PERFORM 305-ONE-CATEGORY
                   VARYING WS-CAT-SUB
                   FROM 1 BY 1
                   UNTIL WS-CAT-SUB > CY-CAT-COUNT
               PERFORM 400-CATEGORY-SUMMARY
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "REORDSUG PRODUCT TABLE OVERFLOW - "
               MOVE 8 TO RETURN-CODE
           END-IF.

      *THE CATEGORY'S PRODUCTS UNDER A NAME LINE, THEN ITS SUBTOTAL.
      *A CATEGORY WITH NO DEMAND AND NOTHING COMMITTED IS SKIPPED.
       305-ONE-CATEGORY.
           MOVE "N" TO WS-CAT-STARTED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DP-PRODUCT-COUNT
               IF DP-PRO-NUM(WS-SUB) > 0
                   MOVE CY-PRO-CAT-SLOT(DP-PRO-NUM(WS-SUB))
                       TO WS-PRO-CAT
               ELSE
                   MOVE CY-UNCAT-SLOT TO WS-PRO-CAT
               END-IF
               IF WS-PRO-CAT = WS-CAT-SUB
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
                   PERFORM 310-ONE-SUGGESTION
               END-IF
           END-PERFORM
           IF WS-CAT-STARTED = "Y"
               MOVE CR-DAILY(WS-CAT-SUB) TO ST-DAILY
               MOVE CR-SUGGESTED(WS-CAT-SUB) TO ST-SUGGESTED
               MOVE CR-COMMITTED(WS-CAT-SUB) TO ST-COMMITTED
               MOVE CR-TOO-LOW(WS-CAT-SUB) TO ST-TOO-LOW
               MOVE CR-TOO-HIGH(WS-CAT-SUB) TO ST-TOO-HIGH
               WRITE PRINT-RECORD FROM ST-SUBTOTAL-LINE AFTER 1
           END-IF.

       310-ONE-SUGGESTION.
           MOVE DP-PRO-NUM(WS-SUB) TO DL-PRO-NUM
           MOVE 0 TO WS-DAILY-DEMAND
                   / (DP-MONTH-COUNT(WS-SUB) * 30)
           END-IF
           MOVE WS-DAILY-DEMAND TO DL-DAILY
           COMPUTE WS-LEAD-DEMAND =
               WS-DAILY-DEMAND * WS-PO-LEAD-DAYS
           IF DP-COMMITTED(WS-SUB) > WS-LEAD-DEMAND
               MOVE DP-COMMITTED(WS-SUB) TO WS-LEAD-DEMAND
           END-IF
           MOVE DP-COMMITTED(WS-SUB) TO DL-COMMITTED
           COMPUTE WS-SUGGESTION ROUNDED =
               WS-LEAD-DEMAND * (100 + WS-SAFETY-PCT) / 100
           MOVE WS-SUGGESTION TO DL-SUGGESTED
           MOVE WS-REORDER-POINT TO DL-CURRENT
           MOVE SPACES TO DL-FLAG
               IF WS-DEV-PCT > 25.0
                   IF WS-REORDER-POINT < WS-SUGGESTION
                       MOVE "** TOO LOW" TO DL-FLAG
                       ADD 1 TO CR-TOO-LOW(WS-CAT-SUB)
                   ELSE
                       MOVE "** TOO HIGH" TO DL-FLAG
                       ADD 1 TO CR-TOO-HIGH(WS-CAT-SUB)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CR-PRODUCTS(WS-CAT-SUB)
           ADD WS-DAILY-DEMAND TO CR-DAILY(WS-CAT-SUB)
           ADD WS-SUGGESTION TO CR-SUGGESTED(WS-CAT-SUB)
           ADD DP-COMMITTED(WS-SUB) TO CR-COMMITTED(WS-CAT-SUB)
           WRITE PRINT-RECORD FROM DL-SUGGEST-LINE AFTER 1.

      *THE CATEGORY TOTALS ON A PAGE OF THEIR OWN, ROLLED UP BY
      *PRODUCT LINE, THEN THE WHOLE LIST.
       400-CATEGORY-SUMMARY.
           WRITE PRINT-RECORD FROM SM-SUMMARY-HEADING AFTER PAGE
           WRITE PRINT-RECORD FROM SC-COLUMN-HEADING AFTER 2
           MOVE "BY CATEGORY" TO SC-SECTION-TITLE
           WRITE PRINT-RECORD FROM SC-SECTION-LINE AFTER 2
           PERFORM 410-ONE-CATEGORY-SUMMARY
               VARYING WS-CAT-SUB
               FROM 1 BY 1
               UNTIL WS-CAT-SUB > CY-CAT-COUNT
           MOVE "BY PRODUCT LINE" TO SC-SECTION-TITLE
           WRITE PRINT-RECORD FROM SC-SECTION-LINE AFTER 2
           PERFORM 420-ONE-LINE-SUMMARY
               VARYING WS-LINE-SUB
               FROM 1 BY 1
               UNTIL WS-LINE-SUB > CY-LINE-COUNT
           MOVE SPACES TO SC-CODE
           MOVE "ALL PRODUCTS" TO SC-NAME
           MOVE AR-PRODUCTS TO SC-PRODUCTS
           MOVE AR-DAILY TO SC-DAILY
           MOVE AR-SUGGESTED TO SC-SUGGESTED
           MOVE AR-COMMITTED TO SC-COMMITTED
           MOVE AR-TOO-LOW TO SC-TOO-LOW
           MOVE AR-TOO-HIGH TO SC-TOO-HIGH
           WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 2.

       410-ONE-CATEGORY-SUMMARY.
           IF CR-PRODUCTS(WS-CAT-SUB) > 0
               MOVE CY-T-LINE-SLOT(WS-CAT-SUB) TO WS-LINE-SUB
               ADD CR-PRODUCTS(WS-CAT-SUB) TO LR-PRODUCTS(WS-LINE-SUB)
                                              AR-PRODUCTS
               ADD CR-DAILY(WS-CAT-SUB) TO LR-DAILY(WS-LINE-SUB)
                                           AR-DAILY
               ADD CR-SUGGESTED(WS-CAT-SUB) TO
                   LR-SUGGESTED(WS-LINE-SUB) AR-SUGGESTED
               ADD CR-COMMITTED(WS-CAT-SUB) TO
                   LR-COMMITTED(WS-LINE-SUB) AR-COMMITTED
               ADD CR-TOO-LOW(WS-CAT-SUB) TO LR-TOO-LOW(WS-LINE-SUB)
                                             AR-TOO-LOW
               ADD CR-TOO-HIGH(WS-CAT-SUB) TO
                   LR-TOO-HIGH(WS-LINE-SUB) AR-TOO-HIGH
               MOVE CY-T-CODE(WS-CAT-SUB) TO SC-CODE
               MOVE CY-T-NAME(WS-CAT-SUB) TO SC-NAME
               MOVE CR-PRODUCTS(WS-CAT-SUB) TO SC-PRODUCTS
               MOVE CR-DAILY(WS-CAT-SUB) TO SC-DAILY
               MOVE CR-SUGGESTED(WS-CAT-SUB) TO SC-SUGGESTED
               MOVE CR-COMMITTED(WS-CAT-SUB) TO SC-COMMITTED
               MOVE CR-TOO-LOW(WS-CAT-SUB) TO SC-TOO-LOW
               MOVE CR-TOO-HIGH(WS-CAT-SUB) TO SC-TOO-HIGH
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       420-ONE-LINE-SUMMARY.
           IF LR-PRODUCTS(WS-LINE-SUB) > 0
               MOVE SPACES TO SC-CODE
               MOVE CY-T-LINE-NAME(WS-LINE-SUB) TO SC-NAME
               MOVE LR-PRODUCTS(WS-LINE-SUB) TO SC-PRODUCTS
               MOVE LR-DAILY(WS-LINE-SUB) TO SC-DAILY
               MOVE LR-SUGGESTED(WS-LINE-SUB) TO SC-SUGGESTED
               MOVE LR-COMMITTED(WS-LINE-SUB) TO SC-COMMITTED
               MOVE LR-TOO-LOW(WS-LINE-SUB) TO SC-TOO-LOW
               MOVE LR-TOO-HIGH(WS-LINE-SUB) TO SC-TOO-HIGH
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="REORDSUG"==.

       COPY PRODCATP.
