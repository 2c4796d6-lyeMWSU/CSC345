      *            ITS EFFECTIVE DATE. RUNS ON DEMAND BETWEEN
      *            NIGHTLY RUNS; EVERY RUN REPRINTS THE WHOLE BOOK
      *            (PRICEBK.TXT).
      *
      *            THE BOOK IS SECTIONED BY PRODUCT CATEGORY
      *            (CATEGORY.TXT / PRODCAT.TXT, SEE PRODCAT.CPY) -
      *            EACH CATEGORY STARTS ON A NEW PAGE AND ENDS WITH
      *            ITS PRODUCT COUNT, UNCATEGORIZED PRODUCTS LAST -
      *            AND CLOSES WITH A SUMMARY PAGE BY CATEGORY AND BY
      *            PRODUCT LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEBK.
           SELECT PRINT-FILE
           ASSIGN TO "PRICEBK.TXT".

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
           05  MASTER-SWITCH           PIC XX.
           05  MASTER-EOF              PIC XXX VALUE "NO".

       01  WS-DIS-PCT                  PIC 99V9 VALUE 0.
       01  WS-BOOK-COUNT               PIC 9(4) VALUE 0.
       01  WS-CAT-SUB                  PIC 99.
       01  WS-LINE-SUB                 PIC 99.
       01  WS-PRO-CAT                  PIC 99.
       01  WS-IN-SECTION               PIC X    VALUE "N".

      *PRODUCTS, QUANTITY BREAKS, AND QUEUED PRICE CHANGES BY
      *CATEGORY AND BY PRODUCT LINE, COUNTED ON THE FIRST PASS.
       01  CK-CATEGORY-COUNTS.
           05  CK-ENTRY OCCURS 51 TIMES.
               10  CK-PRODUCTS         PIC 9(4).
               10  CK-BREAKS           PIC 9(4).
               10  CK-UPCOMING         PIC 9(4).

       01  LK-LINE-COUNTS.
           05  LK-ENTRY OCCURS 51 TIMES.
               10  LK-PRODUCTS         PIC 9(4).
               10  LK-BREAKS           PIC 9(4).
               10  LK-UPCOMING         PIC 9(4).

       01  WS-ALL-BREAKS               PIC 9(4) VALUE 0.
       01  WS-ALL-UPCOMING             PIC 9(4) VALUE 0.

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99  VALUE 0.
           05  DL-BREAK                PIC X(20).
           05  DL-UPCOMING             PIC X(30).

       01  SN-SECTION-LINE.
           05                          PIC X(9)  VALUE "CATEGORY ".
           05  SN-CAT-CODE             PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  SN-CAT-NAME             PIC X(25).
           05                          PIC X(3)  VALUE SPACES.
           05  SN-LINE-NAME            PIC X(20).

       01  SF-SECTION-FOOTING.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  SF-PRODUCTS             PIC ZZZ9.
           05                          PIC X(22) VALUE
               " PRODUCTS IN CATEGORY ".
           05  SF-CAT-CODE             PIC XXX.

       01  SC-SUMMARY-HEADING.
           05                          PIC X(36) VALUE
               "CATEGORY SUMMARY".
           05                          PIC X(10) VALUE "PRODUCTS".
           05                          PIC X(10) VALUE "QTY BRKS".
           05                          PIC X(10) VALUE "UPCOMING".

       01  SC-SECTION-LINE.
           05  SC-SECTION-TITLE        PIC X(40).

       01  SC-SUMMARY-LINE.
           05  SC-CODE                 PIC XXX.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-NAME                 PIC X(25).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  SC-PRODUCTS             PIC ZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  SC-BREAKS               PIC ZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  SC-UPCOMING             PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SC-LINE-NAME            PIC X(20).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 100-INITIALIZE
           PERFORM 150-COUNT-CATEGORIES
           PERFORM 200-ONE-SECTION
               VARYING WS-CAT-SUB
               FROM 1 BY 1
               UNTIL WS-CAT-SUB > CY-CAT-COUNT
           PERFORM 400-CATEGORY-SUMMARY
           DISPLAY "PRICEBK - " WS-BOOK-COUNT " PRODUCTS LISTED"
           CLOSE PRINT-FILE
                 MASTER-FILE
           MOVE WS-YYYY TO HL-YY
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM 993-LOAD-CATEGORIES
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 51
               MOVE 0 TO CK-PRODUCTS(WS-CAT-SUB)
                         CK-BREAKS(WS-CAT-SUB)
                         CK-UPCOMING(WS-CAT-SUB)
                         LK-PRODUCTS(WS-CAT-SUB)
                         LK-BREAKS(WS-CAT-SUB)
                         LK-UPCOMING(WS-CAT-SUB)
           END-PERFORM.

      *FIRST PASS - COUNT EACH CATEGORY'S PRODUCTS SO THE BOOK
      *SKIPS A CATEGORY WITH NOTHING IN IT.
       150-COUNT-CATEGORIES.
           PERFORM 205-START-MASTER
           PERFORM 160-COUNT-NEXT
               UNTIL MASTER-EOF = "YES".

       160-COUNT-NEXT.
           READ MASTER-FILE NEXT RECORD INTO MASTER-RECORD
               AT END
                   MOVE "YES" TO MASTER-EOF
               NOT AT END
                   PERFORM 170-COUNT-PRODUCT
           END-READ.

       170-COUNT-PRODUCT.
           PERFORM 230-CATEGORY-OF-PRODUCT
           MOVE CY-T-LINE-SLOT(WS-PRO-CAT) TO WS-LINE-SUB
           ADD 1 TO CK-PRODUCTS(WS-PRO-CAT)
                    LK-PRODUCTS(WS-LINE-SUB)
           IF MR-QTY-DIS > 0
               ADD 1 TO CK-BREAKS(WS-PRO-CAT)
                        LK-BREAKS(WS-LINE-SUB)
                        WS-ALL-BREAKS
           END-IF
           IF MR-PEND-PRICE-X NUMERIC AND MR-PEND-DATE-X NUMERIC
                   AND MR-PEND-DATE > 0
               ADD 1 TO CK-UPCOMING(WS-PRO-CAT)
                        LK-UPCOMING(WS-LINE-SUB)
                        WS-ALL-UPCOMING
           END-IF.

      *ONE PASS OF THE MASTER PER CATEGORY THAT HAS PRODUCTS, SO
      *EACH SECTION STILL COMES OUT IN PRODUCT NUMBER ORDER.
       200-ONE-SECTION.
           IF CK-PRODUCTS(WS-CAT-SUB) > 0
               MOVE CY-T-CODE(WS-CAT-SUB) TO SN-CAT-CODE
                                             SF-CAT-CODE
               MOVE CY-T-NAME(WS-CAT-SUB) TO SN-CAT-NAME
               MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(WS-CAT-SUB))
                   TO SN-LINE-NAME
               MOVE "Y" TO WS-IN-SECTION
               MOVE ZEROS TO PC-LINES-USED
               PERFORM 850-HEADINGS
               PERFORM 205-START-MASTER
               PERFORM 210-NEXT-PRODUCT
                   UNTIL MASTER-EOF = "YES"
               MOVE CK-PRODUCTS(WS-CAT-SUB) TO SF-PRODUCTS
               WRITE PRINT-RECORD FROM SF-SECTION-FOOTING AFTER 2
               MOVE "N" TO WS-IN-SECTION
           END-IF.

       205-START-MASTER.
           MOVE "NO" TO MASTER-EOF
           MOVE "000" TO MR-ID
           START MASTER-FILE KEY IS GREATER THAN MR-ID
               INVALID KEY
                   MOVE "YES" TO MASTER-EOF
           END-START.

       210-NEXT-PRODUCT.
           READ MASTER-FILE NEXT RECORD INTO MASTER-RECORD
               AT END
                   MOVE "YES" TO MASTER-EOF
               NOT AT END
                   PERFORM 215-CHECK-SECTION
           END-READ.

       215-CHECK-SECTION.
           PERFORM 230-CATEGORY-OF-PRODUCT
           IF WS-PRO-CAT = WS-CAT-SUB
               PERFORM 220-BOOK-LINE
           END-IF.

       220-BOOK-LINE.
           ADD 1 TO WS-BOOK-COUNT
           MOVE MR-PRO-NUM TO DL-PRO-NUM
               PERFORM 850-HEADINGS
           END-IF.

       230-CATEGORY-OF-PRODUCT.
           IF MR-PRO-NUM NUMERIC AND MR-PRO-NUM > 0
               MOVE CY-PRO-CAT-SLOT(MR-PRO-NUM) TO WS-PRO-CAT
           ELSE
               MOVE CY-UNCAT-SLOT TO WS-PRO-CAT
           END-IF.

       400-CATEGORY-SUMMARY.
           MOVE "N" TO WS-IN-SECTION
           PERFORM 850-HEADINGS
           WRITE PRINT-RECORD FROM SC-SUMMARY-HEADING AFTER 1
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
           MOVE SPACES TO SC-CODE SC-LINE-NAME
           MOVE "ALL PRODUCTS" TO SC-NAME
           MOVE WS-BOOK-COUNT TO SC-PRODUCTS
           MOVE WS-ALL-BREAKS TO SC-BREAKS
           MOVE WS-ALL-UPCOMING TO SC-UPCOMING
           WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 2.

       410-ONE-CATEGORY-SUMMARY.
           IF CK-PRODUCTS(WS-CAT-SUB) > 0
               MOVE CY-T-CODE(WS-CAT-SUB) TO SC-CODE
               MOVE CY-T-NAME(WS-CAT-SUB) TO SC-NAME
               MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(WS-CAT-SUB))
                   TO SC-LINE-NAME
               MOVE CK-PRODUCTS(WS-CAT-SUB) TO SC-PRODUCTS
               MOVE CK-BREAKS(WS-CAT-SUB) TO SC-BREAKS
               MOVE CK-UPCOMING(WS-CAT-SUB) TO SC-UPCOMING
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       420-ONE-LINE-SUMMARY.
           IF LK-PRODUCTS(WS-LINE-SUB) > 0
               MOVE SPACES TO SC-CODE SC-LINE-NAME
               MOVE CY-T-LINE-NAME(WS-LINE-SUB) TO SC-NAME
               MOVE LK-PRODUCTS(WS-LINE-SUB) TO SC-PRODUCTS
               MOVE LK-BREAKS(WS-LINE-SUB) TO SC-BREAKS
               MOVE LK-UPCOMING(WS-LINE-SUB) TO SC-UPCOMING
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE-NUM
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF WS-IN-SECTION = "Y"
               WRITE PRINT-RECORD FROM SN-SECTION-LINE AFTER 2
               WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD 7 TO PC-LINES-USED
           ELSE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD 2 TO PC-LINES-USED
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="PRICEBK"==.

       COPY PRODCATP.
