      *            EXPECT. OPERATIONS CARRIES THE BATCH IN AS THE
      *            NIGHT'S TRNSISAM.TXT FEED - NO PAPER TICKETS, NO
      *            RE-KEYING, NO TRANSPOSITIONS FOR THE PRE-EDITS TO
      *            CATCH. A QUOTE THE CUSTOMER HAS ACCEPTED (QUOTENT)
      *            CONVERTS STRAIGHT INTO ORDER LINES AT THE QUOTED
      *            PRICE, CARRYING THE QUOTE NUMBER IN COLS 66-71 SO
      *            THE TRANSACTION RUN HONORS IT, AND THE CONVERSION
      *            IS LOGGED ON QUOTCONV.TXT SO THE SAME QUOTE CAN'T
      *            BE CONVERTED TWICE. AN ORDER THE CUSTOMER WANTS
      *            SHIPPED LATER CARRIES ITS REQUESTED SHIP DATE (COLS
      *            26-29, MMDD) AND WAITS ON THE OPEN-ORDER FILE UNTIL
      *            THEN (FUTREL). A LINE THE VENDOR SHIPS STRAIGHT TO
      *            THE CUSTOMER GOES IN AS A DROP SHIP ("D" IN COL
      *            47); WHEN THE VENDOR REPORTS IT SHIPPED, THE DESK
      *            CONFIRMS IT HERE BY PO NUMBER AND THE ORDER GOES
      *            BACK INTO THE BATCH AS A "V" LINE, WHICH BILLS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *THE CUSTOMER'S BRANCH DELIVERY ADDRESSES - A CODE KEYED ON THE
      *ORDER MUST BE ON FILE FOR THAT CUSTOMER.
           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS ST-FILE-STATUS.

      *ACCEPTED QUOTES AND THE LOG OF THOSE ALREADY CONVERTED - SEE
      *QUOTENT FOR THE QUOTOPEN.TXT LAYOUT.
           SELECT QUOTE-OPEN-FILE
               ASSIGN "QUOTOPEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QO-FILE-STATUS.

           SELECT QUOTE-CONV-FILE
               ASSIGN "QUOTCONV.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QC-FILE-STATUS.

      *DROP SHIPS OUT TO THE VENDOR, FILED BY THE TRANSACTION RUN
      *AND GIVEN THEIR PO BY POSUGGST - SEE P7REPORTS FOR THE
      *LAYOUT.
           SELECT DROP-SHIP-FILE
               ASSIGN "DROPOPEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DS-FILE-STATUS.

           SELECT BATCH-FILE
               ASSIGN "ORDBATCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
           05  CU-TAX-EXEMPT           PIC X.
           05  CU-CREDIT-LIMIT        PIC 9(7).
           05  CU-PRIORITY             PIC 9.
           05                          PIC X(4).
      *SET BY THE CREDIT DESK ON A WRITTEN-OFF OR AGENCY ACCOUNT -
      *NO NEW ORDERS TAKEN AND NO QUOTES CONVERTED FOR EITHER.
           05  CU-AR-STATUS            PIC X.
               88  CU-AR-BLOCKED       VALUE "W" "C".
           05                          PIC X(5).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  QUOTE-OPEN-FILE.
       01  QO-RECORD.
           05  QO-QUOTE-NUM            PIC 9(6).
           05  QO-LINE                 PIC 99.
           05  QO-DATE                 PIC 9(8).
           05  QO-EXP-DATE             PIC 9(8).
           05  QO-CUS-NUM              PIC 9(5).
           05  QO-SAL-NUM              PIC XXX.
           05  QO-PRO-NUM              PIC 999.
           05  QO-QTY                  PIC 999.
           05  QO-PRICE                PIC 999V99.
           05  QO-DIS-PER              PIC V999.
           05  QO-NET-PRICE            PIC 999V99.
           05  QO-BASIS                PIC X.
           05  QO-STATUS               PIC X.
           05  QO-CONV-DATE            PIC 9(8).
           05  QO-ENTERED-BY           PIC XXX.
           05                          PIC X(16).

       FD  QUOTE-CONV-FILE.
       01  QC-RECORD.
           05  QC-QUOTE-NUM            PIC 9(6).
           05  QC-CONV-DATE            PIC 9(8).
           05  QC-ENTERED-BY           PIC XXX.
           05  QC-LINES                PIC 99.
           05                          PIC X(21).

       FD  DROP-SHIP-FILE.
       01  DS-RECORD.
           05  DS-STATUS               PIC X.
           05  DS-ORDER-DATE           PIC 9(8).
           05  DS-PO-NUM               PIC 9(6).
           05  DS-PO-DATE              PIC 9(8).
           05  DS-VEND-NUM             PIC 999.
           05  DS-CUS-NUM              PIC 9(5).
           05  DS-PRO-NUM              PIC 999.
           05  DS-PRO-DES              PIC X(27).
           05  DS-UNIT-COST            PIC 999V99.
           05  DS-PO-QTY               PIC 9(5).
           05  DS-FEED-LINE            PIC X(80).
           05  DS-CONF-DATE            PIC 9(8).
           05                          PIC X.

       FD  BATCH-FILE.
       01  BT-RECORD                   PIC X(80).
           05  WS-DONE                 PIC XXX  VALUE "NO".
           05  PM-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.
           05  WS-SHIP-TO-OPEN         PIC X    VALUE "N".
           05  WS-SHIP-TO-OK           PIC X    VALUE "Y".
           05  BT-FILE-STATUS          PIC XX.
           05  QO-FILE-STATUS          PIC XX.
           05  QC-FILE-STATUS          PIC XX.
           05  WS-QUOTE-OK             PIC X    VALUE "N".
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  DS-FILE-STATUS          PIC XX.
           05  WS-DROP-FOUND           PIC X    VALUE "N".
           05  WS-DROP-CONFIRMED       PIC X    VALUE "N".

       COPY OPERAUTH.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-ORDER-CHOICE                  VALUE "1".
           88  WS-INQUIRY-CHOICE                VALUE "2".
           88  WS-CONVERT-CHOICE                VALUE "3".
           88  WS-DROP-CONF-CHOICE              VALUE "4".
           88  WS-EXIT-CHOICE                   VALUE "9".

       01  WS-DATE                     PIC 9(8).
      *P7REPORTS READS.
       01  ORDER-RECORD.
           05  OR-CUS-NAME             PIC X(25).
           05  OR-SHIP-MMDD            PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X     VALUE SPACE.
           05  OR-QTY-PCH              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  OR-PRO-NUM              PIC 999.
           05  OR-ENTERED-BY           PIC X(3).
           05  OR-WH-CODE              PIC X     VALUE SPACE.
           05  OR-SAL-NUM              PIC XXX   VALUE SPACES.
           05  FILLER                  PIC X     VALUE SPACE.
           05  OR-QUOTE-NUM            PIC X(6)  VALUE SPACES.
           05  OR-DROP-PO-NUM          PIC X(6)  VALUE SPACES.
           05  OR-SHIP-TO              PIC XXX   VALUE SPACES.

      *ENTRY AREAS - ALPHANUMERIC SO A BAD KEY DOESN'T ABEND THE
      *ACCEPT, VALIDATED BEFORE USE.
                                       PIC 999.
       01  WS-WH-ENTRY                 PIC X.
       01  WS-SAL-ENTRY                PIC X(3).
       01  WS-SHIP-TO-ENTRY            PIC X(3).
       01  WS-OVR-ENTRY                PIC X(5).
       01  WS-CONFIRM-ENTRY            PIC X.
       01  WS-DROP-ENTRY               PIC X    VALUE "N".
       01  WS-SHIP-DATE-ENTRY          PIC X(8).
       01  WS-SHIP-DATE-N REDEFINES WS-SHIP-DATE-ENTRY.
           05  WS-SHIP-YYYY            PIC 9(4).
           05  WS-SHIP-MM              PIC 99.
           05  WS-SHIP-DD              PIC 99.
       01  WS-SHIP-DATE-OK             PIC X    VALUE "Y".
       01  WS-SHIP-MMDD                PIC X(4) VALUE SPACES.
       01  WS-LAST-SHIP-DATE           PIC 9(8).

       01  WS-DIS-PCT                  PIC 99V9 VALUE 0.

      *THE LINES OF THE QUOTE BEING CONVERTED.
       01  WS-QUOTE-ENTRY              PIC X(6).
       01  WS-QUOTE-ENTRY-N REDEFINES WS-QUOTE-ENTRY
                                       PIC 9(6).
       01  WQ-MAX-LINES                PIC 99 VALUE 20.
       01  WQ-LINE-COUNT               PIC 99 VALUE 0.
       01  WQ-QUOTE-LINES.
           05  WQ-ENTRY OCCURS 20 TIMES.
               10  WQ-PRO-NUM          PIC 999.
               10  WQ-QTY              PIC 999.
               10  WQ-PRICE            PIC 999V99.
               10  WQ-PRICE-X REDEFINES WQ-PRICE
                                       PIC X(5).
       01  WQ-SUB                      PIC 99.
       01  WQ-EXP-DATE                 PIC 9(8).
       01  WQ-CUS-NUM                  PIC 9(5).
       01  WQ-SAL-NUM                  PIC XXX.
       01  WQ-STATUS                   PIC X.

      *THE DROP SHIP BEING CONFIRMED, AND THE POS ALREADY CONFIRMED
      *THIS SESSION - DROPOPEN.TXT ONLY LEARNS OF A CONFIRMATION
      *WHEN THE NIGHT'S RUN BILLS IT, SO A SECOND KEYING WOULD
      *OTHERWISE GO THROUGH.
       01  WS-PO-ENTRY                 PIC X(6).
       01  WS-PO-ENTRY-N REDEFINES WS-PO-ENTRY
                                       PIC 9(6).
       01  WS-DROP-LINE                PIC X(80).
       01  WS-DROP-DES                 PIC X(27).
       01  WS-DROP-QTY                 PIC 9(5).
       01  WC-MAX-CONFIRMS             PIC 99 VALUE 50.
       01  WC-CONFIRM-COUNT            PIC 99 VALUE 0.
       01  WC-CONFIRMED-POS.
           05  WC-PO-NUM OCCURS 50 TIMES
                                       PIC 9(6).
       01  WC-SUB                      PIC 99.

      *BATCH CONTROLS - COUNT AND THE DIGIT-SUM HASH THE FEED
      *TRAILER CARRIES, COMPUTED THE SAME WAY EVERY READER CHECKS
      *IT.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *NO SHIP-TO FILE ONLY MEANS EVERY ORDER GOES TO THE MAIN
      *ADDRESS - THE DESK CAN STILL TAKE ORDERS.
           OPEN INPUT SHIP-TO-FILE
           IF ST-FILE-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-OPEN
           ELSE
               DISPLAY "SHIPTO.DAT NOT AVAILABLE - "
                   "MAIN ADDRESS ONLY THIS SESSION"
           END-IF
           DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           OPEN OUTPUT BATCH-FILE
           DISPLAY "  ORDER ENTRY"
           DISPLAY "  1 - ENTER AN ORDER"
           DISPLAY "  2 - PRODUCT INQUIRY ONLY"
           DISPLAY "  3 - CONVERT AN ACCEPTED QUOTE"
           DISPLAY "  4 - CONFIRM A VENDOR DROP SHIPMENT"
           DISPLAY "  9 - END SESSION AND CLOSE THE BATCH"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
                   PERFORM 300-ENTER-ORDER
               WHEN WS-INQUIRY-CHOICE
                   PERFORM 400-PRODUCT-INQUIRY
               WHEN WS-CONVERT-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "QUOTE-CONV" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-CONVERT-CHOICE
                   PERFORM 500-CONVERT-QUOTE
      *A CONFIRMATION BILLS THE CUSTOMER - MAINTENANCE AUTHORITY.
               WHEN WS-DROP-CONF-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "DROP-CONF" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-DROP-CONF-CHOICE
                   PERFORM 600-CONFIRM-DROP-SHIP
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                           "ORDER CANCELLED"
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER: " CU-NAME
                       IF CU-AR-BLOCKED
                           DISPLAY "ACCOUNT WRITTEN OFF OR AT AGENCY"
                               " - ORDER CANCELLED"
                       ELSE
                           PERFORM 310-ORDER-PRODUCT
                       END-IF
               END-READ
           END-IF.

           IF WS-QTY-ENTRY-N <= MR-MIN-ORD
               DISPLAY "BELOW THE MINIMUM ORDER - ORDER CANCELLED"
           ELSE
      *A DROP SHIP LEAVES THE VENDOR'S DOCK, NOT OURS - NO
      *WAREHOUSE, AND NO SHIP DATE OF OURS TO HOLD IT TO.
               DISPLAY "DROP SHIP FROM THE VENDOR (Y/N, BLANK = N): "
                   WITH NO ADVANCING
               ACCEPT WS-DROP-ENTRY
               IF WS-DROP-ENTRY = "Y"
                   MOVE SPACE TO WS-WH-ENTRY
               ELSE
                   MOVE "N" TO WS-DROP-ENTRY
                   DISPLAY "WAREHOUSE (1/2, BLANK = 1): "
                       WITH NO ADVANCING
                   ACCEPT WS-WH-ENTRY
               END-IF
               DISPLAY "SALESMAN (BLANK = NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-SAL-ENTRY
               DISPLAY "PRICE OVERRIDE 999V99 (BLANK = LIST): "
                   WITH NO ADVANCING
               ACCEPT WS-OVR-ENTRY
               PERFORM 325-SHIP-TO
               IF WS-SHIP-TO-OK = "Y"
                   IF WS-DROP-ENTRY = "Y"
                       MOVE "Y" TO WS-SHIP-DATE-OK
                       MOVE SPACES TO WS-SHIP-MMDD
                   ELSE
                       PERFORM 327-SHIP-DATE
                   END-IF
               END-IF
               IF WS-SHIP-TO-OK = "Y" AND WS-SHIP-DATE-OK = "Y"
                   PERFORM 330-CONFIRM-AND-WRITE
               END-IF
           END-IF
           END-IF.

      *A BRANCH DELIVERY IS KEYED BY ITS SHIP-TO CODE AND MUST BE ON
      *FILE FOR THIS CUSTOMER - A BAD CODE WOULD ONLY COME BACK AS A
      *P7REPORTS EXCEPTION AND A SHIPMENT TO THE WRONG DOCK.
       325-SHIP-TO.
           MOVE "Y" TO WS-SHIP-TO-OK
           MOVE SPACES TO WS-SHIP-TO-ENTRY
           IF WS-SHIP-TO-OPEN = "Y"
               DISPLAY "SHIP-TO CODE (BLANK = MAIN ADDRESS): "
                   WITH NO ADVANCING
               ACCEPT WS-SHIP-TO-ENTRY
           END-IF
           IF WS-SHIP-TO-ENTRY NOT = SPACES
               MOVE CU-NUM TO ST-CUS-NUM
               MOVE WS-SHIP-TO-ENTRY TO ST-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       DISPLAY "SHIP-TO NOT ON FILE FOR THIS "
                           "CUSTOMER - ORDER CANCELLED"
                       MOVE "N" TO WS-SHIP-TO-OK
                   NOT INVALID KEY
                       DISPLAY "SHIP TO:  " ST-NAME " " ST-ADDRESS
                           " " ST-STATE
               END-READ
           END-IF.

      *A LATER SHIP DATE HOLDS THE ORDER OFF THE NIGHT'S RUN UNTIL
      *THEN. ONLY MONTH AND DAY RIDE ON THE FEED, SO AN ORDER CAN BE
      *TAKEN AT MOST A YEAR OUT.
       327-SHIP-DATE.
           MOVE "Y" TO WS-SHIP-DATE-OK
           MOVE SPACES TO WS-SHIP-MMDD
           DISPLAY "REQUESTED SHIP DATE YYYYMMDD (BLANK = NOW): "
               WITH NO ADVANCING
           ACCEPT WS-SHIP-DATE-ENTRY
           IF WS-SHIP-DATE-ENTRY NOT = SPACES
               COMPUTE WS-LAST-SHIP-DATE = WS-DATE + 10000
               IF WS-SHIP-DATE-ENTRY NOT NUMERIC
                       OR WS-SHIP-MM < 1 OR WS-SHIP-MM > 12
                       OR WS-SHIP-DD < 1 OR WS-SHIP-DD > 31
                   DISPLAY "SHIP DATE NOT A DATE - ORDER CANCELLED"
                   MOVE "N" TO WS-SHIP-DATE-OK
               ELSE
               IF WS-SHIP-DATE-ENTRY < WS-DATE
                   DISPLAY "SHIP DATE IS PAST - ORDER CANCELLED"
                   MOVE "N" TO WS-SHIP-DATE-OK
               ELSE
               IF WS-SHIP-DATE-ENTRY NOT < WS-LAST-SHIP-DATE
                   DISPLAY "SHIP DATE MORE THAN A YEAR OUT - "
                       "ORDER CANCELLED"
                   MOVE "N" TO WS-SHIP-DATE-OK
               ELSE
               IF WS-SHIP-DATE-ENTRY > WS-DATE
                   MOVE WS-SHIP-DATE-ENTRY(5:4) TO WS-SHIP-MMDD
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       330-CONFIRM-AND-WRITE.
           IF WS-DROP-ENTRY = "Y"
               DISPLAY "DROP SHIP - THE VENDOR SHIPS THIS ORDER"
           END-IF
           DISPLAY "WRITE ORDER - " CU-NAME " / "
               MR-PRO-DES " / QTY " WS-QTY-ENTRY " (Y/N)? "
               WITH NO ADVANCING
           IF WS-CONFIRM-ENTRY = "Y"
               MOVE SPACES TO ORDER-RECORD
               MOVE CU-NAME TO OR-CUS-NAME
               MOVE WS-SHIP-MMDD TO OR-SHIP-MMDD
               MOVE WS-QTY-ENTRY-N TO OR-QTY-PCH
               MOVE WS-PRO-ENTRY-N TO OR-PRO-NUM
               MOVE WS-DATE TO OR-TRAN-DATE
               IF WS-DROP-ENTRY = "Y"
                   MOVE "D" TO OR-TRAN-TYPE
               ELSE
                   MOVE SPACE TO OR-TRAN-TYPE
               END-IF
               MOVE CU-NUM TO OR-CUS-NUM
               IF WS-OVR-ENTRY NUMERIC
                   MOVE WS-OVR-ENTRY TO OR-OVR-PRICE
                   MOVE SPACE TO OR-WH-CODE
               END-IF
               MOVE WS-SAL-ENTRY TO OR-SAL-NUM
               MOVE WS-SHIP-TO-ENTRY TO OR-SHIP-TO
               WRITE BT-RECORD FROM ORDER-RECORD
               ADD 1 TO WS-BATCH-COUNT
               PERFORM 340-ADD-BATCH-HASH
               END-IF
           END-PERFORM.

      *AN ACCEPTED QUOTE BECOMES ONE ORDER LINE PER QUOTE LINE. THE
      *QUOTE HAS TO BE ON FILE, UNEXPIRED, AND NOT ALREADY CONVERTED
      *- QUOTCONV.TXT IS CHECKED AS WELL AS THE QUOTE'S OWN STATUS,
      *SINCE QUOTENT ONLY FOLDS CONVERSIONS BACK IN WHEN IT NEXT RUNS.
       500-CONVERT-QUOTE.
           DISPLAY "QUOTE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-QUOTE-ENTRY
           IF WS-QUOTE-ENTRY NOT NUMERIC OR WS-QUOTE-ENTRY-N = 0
               DISPLAY "QUOTE NUMBER MUST BE 6 DIGITS"
           ELSE
               PERFORM 510-LOAD-QUOTE
               PERFORM 520-CHECK-CONVERTED
               IF WQ-LINE-COUNT = 0
                   DISPLAY "QUOTE NOT ON FILE"
               ELSE
               IF WQ-STATUS NOT = "O"
                   DISPLAY "QUOTE ALREADY CONVERTED"
               ELSE
               IF WQ-EXP-DATE < WS-DATE
                   DISPLAY "QUOTE EXPIRED " WQ-EXP-DATE
                       " - REQUOTE AT TODAY'S PRICE"
               ELSE
                   MOVE WQ-CUS-NUM TO CU-NUM
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "CUSTOMER NOT ON FILE - "
                               "QUOTE NOT CONVERTED"
                       NOT INVALID KEY
                           IF CU-AR-BLOCKED
                               DISPLAY "ACCOUNT WRITTEN OFF OR AT "
                                   "AGENCY - QUOTE NOT CONVERTED"
                           ELSE
                               PERFORM 530-CONVERT-DETAIL
                           END-IF
                   END-READ
               END-IF
               END-IF
               END-IF
           END-IF.

       510-LOAD-QUOTE.
           MOVE 0 TO WQ-LINE-COUNT
           MOVE SPACE TO WQ-STATUS
           OPEN INPUT QUOTE-OPEN-FILE
           IF QO-FILE-STATUS = "00"
               PERFORM UNTIL QO-FILE-STATUS NOT = "00"
                   READ QUOTE-OPEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QO-QUOTE-NUM = WS-QUOTE-ENTRY-N
                                   AND WQ-LINE-COUNT < WQ-MAX-LINES
                               ADD 1 TO WQ-LINE-COUNT
                               MOVE QO-PRO-NUM TO
                                   WQ-PRO-NUM(WQ-LINE-COUNT)
                               MOVE QO-QTY TO WQ-QTY(WQ-LINE-COUNT)
                               MOVE QO-PRICE TO
                                   WQ-PRICE(WQ-LINE-COUNT)
                               MOVE QO-EXP-DATE TO WQ-EXP-DATE
                               MOVE QO-CUS-NUM TO WQ-CUS-NUM
                               MOVE QO-SAL-NUM TO WQ-SAL-NUM
                               MOVE QO-STATUS TO WQ-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-OPEN-FILE
           END-IF.

       520-CHECK-CONVERTED.
           OPEN INPUT QUOTE-CONV-FILE
           IF QC-FILE-STATUS = "00"
               PERFORM UNTIL QC-FILE-STATUS NOT = "00"
                   READ QUOTE-CONV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QC-QUOTE-NUM = WS-QUOTE-ENTRY-N
                               MOVE "C" TO WQ-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-CONV-FILE
           END-IF.

      *THE QUOTE FIXES PRODUCT, QUANTITY, PRICE AND SALESMAN; THE
      *DESK ONLY SAYS WHERE IT SHIPS FROM AND TO.
       530-CONVERT-DETAIL.
           DISPLAY "CUSTOMER: " CU-NAME "  LINES: " WQ-LINE-COUNT
               "  SALESMAN: " WQ-SAL-NUM
           DISPLAY "WAREHOUSE (1/2, BLANK = 1): " WITH NO ADVANCING
           ACCEPT WS-WH-ENTRY
           PERFORM 325-SHIP-TO
           IF WS-SHIP-TO-OK = "Y"
               PERFORM 327-SHIP-DATE
           END-IF
           IF WS-SHIP-TO-OK = "Y" AND WS-SHIP-DATE-OK = "Y"
               DISPLAY "CONVERT QUOTE " WS-QUOTE-ENTRY " TO "
                   WQ-LINE-COUNT " ORDER LINES (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ENTRY
               IF WS-CONFIRM-ENTRY = "Y"
                   PERFORM VARYING WQ-SUB FROM 1 BY 1
                           UNTIL WQ-SUB > WQ-LINE-COUNT
                       PERFORM 540-WRITE-QUOTE-LINE
                   END-PERFORM
                   PERFORM 550-LOG-CONVERSION
                   DISPLAY "QUOTE " WS-QUOTE-ENTRY
                       " CONVERTED TO THE BATCH"
               ELSE
                   DISPLAY "QUOTE NOT CONVERTED"
               END-IF
           END-IF.

      *THE QUOTED PRICE RIDES AS THE OVERRIDE AND THE QUOTE NUMBER
      *ALONGSIDE IT - THE TRANSACTION RUN FINDS THE QUOTE, HONORS
      *THE PRICE AND ITS DISCOUNT, AND SKIPS THE OVERRIDE TOLERANCE.
       540-WRITE-QUOTE-LINE.
           MOVE SPACES TO ORDER-RECORD
           MOVE CU-NAME TO OR-CUS-NAME
           MOVE WS-SHIP-MMDD TO OR-SHIP-MMDD
           MOVE WQ-QTY(WQ-SUB) TO OR-QTY-PCH
           MOVE WQ-PRO-NUM(WQ-SUB) TO OR-PRO-NUM
           MOVE WS-DATE TO OR-TRAN-DATE
           MOVE SPACE TO OR-TRAN-TYPE
           MOVE CU-NUM TO OR-CUS-NUM
           MOVE WQ-PRICE-X(WQ-SUB) TO OR-OVR-PRICE
           MOVE WS-OPERATOR TO OR-ENTERED-BY
           IF WS-WH-ENTRY = "2"
               MOVE "2" TO OR-WH-CODE
           ELSE
               MOVE SPACE TO OR-WH-CODE
           END-IF
           MOVE WQ-SAL-NUM TO OR-SAL-NUM
           MOVE WS-QUOTE-ENTRY TO OR-QUOTE-NUM
           MOVE WS-SHIP-TO-ENTRY TO OR-SHIP-TO
           WRITE BT-RECORD FROM ORDER-RECORD
           ADD 1 TO WS-BATCH-COUNT
           PERFORM 340-ADD-BATCH-HASH.

       550-LOG-CONVERSION.
           OPEN EXTEND QUOTE-CONV-FILE
           IF QC-FILE-STATUS NOT = "00"
               OPEN OUTPUT QUOTE-CONV-FILE
           END-IF
           MOVE SPACES TO QC-RECORD
           MOVE WS-QUOTE-ENTRY-N TO QC-QUOTE-NUM
           MOVE WS-DATE TO QC-CONV-DATE
           MOVE WS-OPERATOR TO QC-ENTERED-BY
           MOVE WQ-LINE-COUNT TO QC-LINES
           WRITE QC-RECORD
           CLOSE QUOTE-CONV-FILE.

      *THE VENDOR HAS SHIPPED A DROP SHIP - THE DESK KEYS THE PO
      *NUMBER OFF THE VENDOR'S NOTICE, AND THE ORDER LINE AS IT WAS
      *ORIGINALLY KEYED GOES BACK INTO THE BATCH AS A "V" CARRYING
      *THE PO, WHICH THE NIGHT'S RUN BILLS. ONLY A PO STILL OUT TO
      *THE VENDOR ("O") CAN BE CONFIRMED, AND ONLY FOR THE FULL
      *QUANTITY.
       600-CONFIRM-DROP-SHIP.
           DISPLAY "DROP-SHIP PO NUMBER: " WITH NO ADVANCING
           ACCEPT WS-PO-ENTRY
           IF WS-PO-ENTRY NOT NUMERIC OR WS-PO-ENTRY-N = 0
               DISPLAY "PO NUMBER MUST BE 6 DIGITS"
           ELSE
               PERFORM 610-FIND-DROP-SHIP
               PERFORM 620-CHECK-CONFIRMED
               IF WS-DROP-FOUND = "N"
                   DISPLAY "NO DROP SHIP OUT TO A VENDOR ON THAT PO"
               ELSE
               IF WS-DROP-CONFIRMED = "Y"
                   DISPLAY "PO ALREADY CONFIRMED THIS SESSION"
               ELSE
               IF WC-CONFIRM-COUNT NOT < WC-MAX-CONFIRMS
                   DISPLAY "SESSION CONFIRMATION LIMIT REACHED - "
                       "CLOSE THE BATCH AND START A NEW SESSION"
               ELSE
                   PERFORM 630-WRITE-CONFIRMATION
               END-IF
               END-IF
               END-IF
           END-IF.

       610-FIND-DROP-SHIP.
           MOVE "N" TO WS-DROP-FOUND
           OPEN INPUT DROP-SHIP-FILE
           IF DS-FILE-STATUS = "00"
               PERFORM UNTIL DS-FILE-STATUS NOT = "00"
                   READ DROP-SHIP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DS-PO-NUM = WS-PO-ENTRY-N
                                   AND DS-STATUS = "O"
                               MOVE "Y" TO WS-DROP-FOUND
                               MOVE DS-FEED-LINE TO WS-DROP-LINE
                               MOVE DS-PRO-DES TO WS-DROP-DES
                               MOVE DS-PO-QTY TO WS-DROP-QTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-SHIP-FILE
           END-IF.

       620-CHECK-CONFIRMED.
           MOVE "N" TO WS-DROP-CONFIRMED
           PERFORM VARYING WC-SUB FROM 1 BY 1
                   UNTIL WC-SUB > WC-CONFIRM-COUNT
               IF WC-PO-NUM(WC-SUB) = WS-PO-ENTRY-N
                   MOVE "Y" TO WS-DROP-CONFIRMED
               END-IF
           END-PERFORM.

       630-WRITE-CONFIRMATION.
           MOVE WS-DROP-LINE TO ORDER-RECORD
           DISPLAY "CUSTOMER: " OR-CUS-NAME
           DISPLAY "PRODUCT:  " OR-PRO-NUM " " WS-DROP-DES
           DISPLAY "QTY:      " WS-DROP-QTY " EACH"
           DISPLAY "VENDOR HAS SHIPPED IN FULL - BILL IT (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y"
               MOVE SPACES TO OR-SHIP-MMDD
               MOVE "V" TO OR-TRAN-TYPE
               MOVE WS-OPERATOR TO OR-ENTERED-BY
               MOVE WS-PO-ENTRY TO OR-DROP-PO-NUM
               WRITE BT-RECORD FROM ORDER-RECORD
               ADD 1 TO WS-BATCH-COUNT
               PERFORM 340-ADD-BATCH-HASH
               ADD 1 TO WC-CONFIRM-COUNT
               MOVE WS-PO-ENTRY-N TO WC-PO-NUM(WC-CONFIRM-COUNT)
               DISPLAY "CONFIRMATION WRITTEN TO THE BATCH"
           ELSE
               DISPLAY "CONFIRMATION ABANDONED"
           END-IF.

      *THE TRAILER COVERS EXACTLY WHAT WENT IN THE BATCH, SO THE
      *FEED CHECK PROVES OUT WHEN OPERATIONS CARRIES IT IN AS THE
      *NIGHT'S TRNSISAM.TXT.
           CLOSE BATCH-FILE
                 PRODUCT-MASTER-FILE
                 CUSTOMER-FILE
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF
           DISPLAY "ORDBATCH.TXT CLOSED - " WS-BATCH-COUNT
               " ORDERS IN THE BATCH".

