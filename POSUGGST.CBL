      *            PURCHASE ORDER: A NUMBER OFF THE DURABLE
      *            PONUM.TXT COUNTER, A PRINTED PO DOCUMENT
      *            (POPRINT.TXT), AND ONE ORDERED-NOT-RECEIVED LINE
      *            PER PRODUCT ON THE KEYED OPEN-PO FILE
      *            (POOPEN.DAT) THAT P7REPORTS MATCHES RECEIPTS
      *            AGAINST. WHERE
      *            FUTURE-DATED ORDERS HAVE COMMITTED MORE THAN IS ON
      *            HAND, THE SHORTFALL IS ADDED TO THE ORDER.
      *            DROP-SHIP ORDERS WAITING ON DROPOPEN.TXT EACH GET
      *            A PO OF THEIR OWN, PRINTED WITH THE CUSTOMER'S
      *            ADDRESS FOR THE VENDOR TO SHIP TO, AND ARE MARKED
      *            OUT TO THE VENDOR UNTIL THEY CONFIRM.
      *
      *            VENDMSTR.TXT LAYOUT:
      *              COLS 1-3   VENDOR NUMBER
           SELECT PO-PRINT-FILE
           ASSIGN USING WS-POPRINT-NAME.

      *EVERY ORDERED LINE GOES ON THE KEYED OPEN-PO FILE, ACROSS
      *RUNS, UNTIL P7REPORTS MATCHES A RECEIPT TO IT.
           SELECT OPEN-PO-FILE
           ASSIGN USING WS-POOPEN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           ALTERNATE RECORD KEY IS PO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS PO-FILE-STATUS.

      *DROP-SHIP ORDERS THE TRANSACTION RUN FILED - EACH ONE STILL
      *AT "P" GETS ITS PO HERE AND GOES BACK MARKED "O" WITH THE PO
      *NUMBER THE VENDOR WILL CONFIRM AGAINST.
           SELECT DROP-SHIP-FILE
           ASSIGN USING WS-DROPOPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DS-FILE-STATUS.

      *WHERE THE VENDOR SHIPS - THE BRANCH ON SHIPTO.DAT WHEN THE
      *ORDER CARRIED A SHIP-TO CODE, OTHERWISE THE CUSTOMER MASTER
      *ADDRESS.
           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS ST-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" READS THE REHEARSAL
      *EXTRACT, ADVANCES A TEST PO COUNTER, AND APPENDS TEST OPEN-PO
      *LINES, SO A REHEARSAL CAN'T CUT REAL PAPER.
           05  RX-ORD-QTY              PIC 9(5).
           05  RX-ON-HAND              PIC 9(7).
           05  RX-PRICE                PIC 999V99.
           05  RX-COMMITTED            PIC 9(7).
           05  RX-COMMITTED-X REDEFINES RX-COMMITTED
                                       PIC X(7).
           05                          PIC X(23).

       FD  VENDOR-MASTER-FILE.
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05                          PIC X(70).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  OPEN-PO-FILE.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUM              PIC 9(6).
               10  PO-DATE             PIC 9(8).
               10  PO-VEND-NUM         PIC 999.
               10  PO-PRO-NUM          PIC 999.
           05  PO-QTY                  PIC 9(5).
           05  PO-DROP-SHIP            PIC X.
           05  PO-CUS-NUM              PIC 9(5).
      *THE UNIT PRICE THE PO WAS CUT AT - WHAT THE VENDOR'S INVOICE
      *IS MATCHED AGAINST.
           05  PO-UNIT-COST            PIC 999V99.
           05                          PIC X(4).

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
           05  DS-FEED-LINE.
               10  DS-FEED-NAME        PIC X(25).
               10                      PIC X(52).
               10  DS-FEED-SHIP-TO     PIC XXX.
           05  DS-CONF-DATE            PIC 9(8).
           05                          PIC X.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05                          PIC X(23).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).
           05  WS-POPRINT-NAME         PIC X(12) VALUE
               "POPRINT.TXT".
           05  WS-POOPEN-NAME          PIC X(12) VALUE
               "POOPEN.DAT".
           05  WS-DROPOPEN-NAME        PIC X(12) VALUE
               "DROPOPEN.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  PN-FILE-STATUS          PIC XX.
           05  PO-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  DS-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).

      *THE NEXT PO NUMBER TO ISSUE, OFF THE DURABLE COUNTER.
       01  WS-NEXT-PO-NUM              PIC 9(6) VALUE 1.
       01  WS-PO-LINE-QTY              PIC 9(5) VALUE 0.
       01  WS-POS-ISSUED               PIC 9(3) VALUE 0.

       01  PH-PO-HEADING.
           05                          PIC X(10) VALUE "PO TOTAL: ".
           05  PT-TOTAL                PIC $$,$$$,$$9.99.

       01  PS-SHIP-TO-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(21) VALUE
               "DROP SHIP DIRECT TO: ".
           05  PS-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PS-NAME                 PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PS-ADDRESS              PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PS-STATE                PIC XX.

      *THE DROP-SHIP ORDERS, HELD AS WHOLE RECORDS - ONLY THE "P"
      *ONES CHANGE, BUT THE FILE GOES BACK COMPLETE.
       01  DT-MAX-ORDERS               PIC 9(3) VALUE 500.
       01  DT-ORDER-COUNT              PIC 9(3) VALUE 0.

       01  DT-DROP-TABLE.
           05  DT-IMAGE OCCURS 500 TIMES
                                       PIC X(160).

       01  DT-SUB                      PIC 9(3).
       01  WS-DT-OVERFLOW              PIC 9(3) VALUE 0.
       01  WS-DROP-ISSUED              PIC 9(3) VALUE 0.
       01  WS-DROP-TOTAL               PIC 9(8)V99 VALUE 0.
       01  WS-CUSTOMER-OPEN            PIC X VALUE "N".
       01  WS-SHIP-TO-OPEN             PIC X VALUE "N".

      *VENDORS LOADED FROM THE MASTER - A VENDOR NUMBER THE MASTER
      *DOESN'T COVER PRINTS AS "UNKNOWN VENDOR" RATHER THAN DROPPING
      *THE SUGGESTION.
               10  AT-ORD-QTY          PIC 9(5).
               10  AT-ON-HAND          PIC 9(7).
               10  AT-PRICE            PIC 999V99.
               10  AT-COMMITTED        PIC 9(7).
               10  AT-PRINTED          PIC X.

       01  WS-SUB                      PIC 999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(5)  VALUE "EXT. ".
           05  DL-EXTENDED             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-COMMITTED-LIT        PIC X(10) VALUE SPACES.
           05  DL-COMMITTED            PIC ZZZZZZ9 BLANK WHEN ZERO.

       01  VT-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
               "ALL VENDORS TOTAL: ".
           05  GT-TOTAL                PIC $$,$$$,$$9.99.

       01  DS-TITLE-LINE.
           05                          PIC X(40) VALUE
               "DROP SHIPS - VENDOR SHIPS TO CUSTOMER".

       01  DD-DROP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(3)  VALUE "PO ".
           05  DD-PO-NUM               PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DD-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DD-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE "QTY ".
           05  DD-QTY                  PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(5)  VALUE "CUST ".
           05  DD-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(5)  VALUE "EXT. ".
           05  DD-EXTENDED             PIC $$,$$$,$$9.99.

       01  DS-TOTAL-LINE.
           05                          PIC X(18) VALUE
               "DROP SHIPS TOTAL: ".
           05  DS-TOTAL                PIC $$,$$$,$$9.99.

       01  NL-NONE-LINE.
           05                          PIC X(30) VALUE
               "NO REORDER ALERTS THIS RUN".
               MOVE "RORDXT.TXT" TO WS-RORDX-NAME
               MOVE "PONUMT.TXT" TO WS-PONUM-NAME
               MOVE "POPRNTT.TXT" TO WS-POPRINT-NAME
               MOVE "POOPENT.DAT" TO WS-POOPEN-NAME
               MOVE "DROPOPNT.TXT" TO WS-DROPOPEN-NAME
               DISPLAY "POSUGGST - TEST RUN - NO REAL POS CUT"
           END-IF
           PERFORM 100-INITIALIZE
               MOVE WS-GRAND-TOTAL TO GT-TOTAL
               WRITE PRINT-RECORD FROM GT-TOTAL-LINE AFTER 2
           END-IF
           PERFORM 300-DROP-SHIP-POS
           PERFORM 900-SAVE-PO-COUNTER
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "POSUGGST ALERT TABLE OVERFLOW - "
           MOVE WS-YYYY TO PH-YY
           OPEN OUTPUT PRINT-FILE
                       PO-PRINT-FILE
           OPEN I-O OPEN-PO-FILE
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT OPEN-PO-FILE
               CLOSE OPEN-PO-FILE
               OPEN I-O OPEN-PO-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
                                   AT-ON-HAND(AT-ALERT-COUNT)
                               MOVE RX-PRICE TO
                                   AT-PRICE(AT-ALERT-COUNT)
                               PERFORM 145-COVER-COMMITTED
                               MOVE "N" TO
                                   AT-PRINTED(AT-ALERT-COUNT)
                           ELSE
               CLOSE REORDER-EXTRACT-FILE
           END-IF.

      *UNITS FUTURE-DATED ORDERS HAVE ALREADY PROMISED AWAY. WHEN
      *THEY RUN PAST WHAT IS ON HAND, THE SHORTFALL GOES ON TOP OF
      *THE STANDARD ORDER QUANTITY SO THE PO COVERS THE PROMISES AS
      *WELL AS THE SHELF. AN EXTRACT FROM BEFORE THE FIELD EXISTED
      *CARRIES SPACES AND COMMITS NOTHING.
       145-COVER-COMMITTED.
           MOVE 0 TO AT-COMMITTED(AT-ALERT-COUNT)
           IF RX-COMMITTED-X NUMERIC
               MOVE RX-COMMITTED TO AT-COMMITTED(AT-ALERT-COUNT)
               IF RX-COMMITTED > RX-ON-HAND
                   COMPUTE AT-ORD-QTY(AT-ALERT-COUNT) =
                       AT-ORD-QTY(AT-ALERT-COUNT)
                       + RX-COMMITTED - RX-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO AT-ORD-QTY(AT-ALERT-COUNT)
                   END-COMPUTE
               END-IF
           END-IF.

      *PICKS THE FIRST UNPRINTED ALERT'S VENDOR, PRINTS EVERY ALERT
      *FOR THAT VENDOR UNDER ONE HEADING WITH EXTENDED COST, AND
      *DROPS THE PRINTED ONES FROM THE COUNT - GROUPING BY VENDOR
           COMPUTE WS-EXTENDED-COST =
               AT-ORD-QTY(WS-SUB) * AT-PRICE(WS-SUB)
           MOVE WS-EXTENDED-COST TO DL-EXTENDED
           MOVE AT-COMMITTED(WS-SUB) TO DL-COMMITTED
           IF AT-COMMITTED(WS-SUB) > 0
               MOVE "COMMITTED " TO DL-COMMITTED-LIT
           ELSE
               MOVE SPACES TO DL-COMMITTED-LIT
           END-IF
           ADD WS-EXTENDED-COST TO WS-VENDOR-TOTAL
           ADD WS-EXTENDED-COST TO WS-GRAND-TOTAL
           WRITE PRINT-RECORD FROM DL-SUGGEST-LINE AFTER 1
           MOVE WS-CUR-VENDOR TO PO-VEND-NUM
           MOVE AT-PRO-NUM(WS-SUB) TO PO-PRO-NUM
           MOVE AT-ORD-QTY(WS-SUB) TO PO-QTY
           MOVE AT-PRICE(WS-SUB) TO PO-UNIT-COST
           PERFORM 660-WRITE-OPEN-PO.

      *THE SAME PRODUCT TWICE ON ONE PO FOLDS INTO A SINGLE OPEN
      *LINE - THE KEY ALLOWS ONE, AND RECEIVING SEES ONE ORDER.
       660-WRITE-OPEN-PO.
           MOVE PO-QTY TO WS-PO-LINE-QTY
           WRITE PO-RECORD
               INVALID KEY
                   READ OPEN-PO-FILE KEY IS PO-KEY
                   ADD WS-PO-LINE-QTY TO PO-QTY
                   REWRITE PO-RECORD
           END-WRITE.

      *AN OVERFLOWED LOAD RAISES NOTHING AND LEAVES THE FILE ALONE -
      *A PO CUT FOR AN ORDER THAT CAN'T BE WRITTEN BACK AS "O" WOULD
      *BE CUT AGAIN TOMORROW. THE FILE IS ONLY REWRITTEN WHEN A PO
      *WAS ACTUALLY RAISED.
       300-DROP-SHIP-POS.
           OPEN INPUT DROP-SHIP-FILE
           IF DS-FILE-STATUS = "00"
               PERFORM UNTIL DS-FILE-STATUS NOT = "00"
                   READ DROP-SHIP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DT-ORDER-COUNT < DT-MAX-ORDERS
                               ADD 1 TO DT-ORDER-COUNT
                               MOVE DS-RECORD TO
                                   DT-IMAGE(DT-ORDER-COUNT)
                           ELSE
                               ADD 1 TO WS-DT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-SHIP-FILE
           END-IF
           IF WS-DT-OVERFLOW > 0
               DISPLAY "POSUGGST DROP-SHIP TABLE OVERFLOW - "
                   WS-DT-OVERFLOW " ORDERS NOT LOADED - NO DROP-SHIP"
                   " POS RAISED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-FILE
               IF CU-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CUSTOMER-OPEN
               END-IF
               OPEN INPUT SHIP-TO-FILE
               IF ST-FILE-STATUS = "00"
                   MOVE "Y" TO WS-SHIP-TO-OPEN
               END-IF
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-ORDER-COUNT
                   MOVE DT-IMAGE(DT-SUB) TO DS-RECORD
                   IF DS-STATUS = "P"
                       PERFORM 320-DROP-SHIP-PO
                   END-IF
               END-PERFORM
               IF WS-CUSTOMER-OPEN = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
               IF WS-SHIP-TO-OPEN = "Y"
                   CLOSE SHIP-TO-FILE
               END-IF
               IF WS-DROP-ISSUED > 0
                   MOVE WS-DROP-TOTAL TO DS-TOTAL
                   WRITE PRINT-RECORD FROM DS-TOTAL-LINE AFTER 2
                   PERFORM 350-REWRITE-DROP-SHIPS
               END-IF
           END-IF.

      *ONE PO PER DROP SHIP - THE VENDOR SHIPS EACH TO A DIFFERENT
      *DOOR, SO THEY CAN'T RIDE ON THE VENDOR'S STOCK PO. THE SAME
      *HEADING, LINE AND TOTAL AS A STOCK PO, WITH THE ADDRESS
      *BETWEEN, AND AN OPEN-PO LINE MARKED "D" THAT NO DOCK RECEIPT
      *CAN CLOSE.
       320-DROP-SHIP-PO.
           IF WS-DROP-ISSUED = 0
               WRITE PRINT-RECORD FROM DS-TITLE-LINE AFTER 3
           END-IF
           MOVE DS-VEND-NUM TO WS-CUR-VENDOR
           PERFORM 220-VENDOR-HEADING
           PERFORM 330-DROP-SHIP-ADDRESS
           WRITE PO-PRINT-RECORD FROM PS-SHIP-TO-LINE AFTER 1
           MOVE SPACES TO PO-PRINT-RECORD
           WRITE PO-PRINT-RECORD
           COMPUTE WS-EXTENDED-COST = DS-PO-QTY * DS-UNIT-COST
           MOVE DS-PRO-NUM TO PL-PRO-NUM
           MOVE DS-PRO-DES TO PL-PRO-DES
           MOVE DS-PO-QTY TO PL-ORD-QTY
           MOVE DS-UNIT-COST TO PL-PRICE
           MOVE WS-EXTENDED-COST TO PL-EXTENDED
           WRITE PO-PRINT-RECORD FROM PL-PO-LINE AFTER 1
           MOVE WS-EXTENDED-COST TO PT-TOTAL
           WRITE PO-PRINT-RECORD FROM PT-PO-TOTAL-LINE AFTER 2
           MOVE WS-NEXT-PO-NUM TO DD-PO-NUM
           MOVE DS-PRO-NUM TO DD-PRO-NUM
           MOVE DS-PRO-DES TO DD-PRO-DES
           MOVE DS-PO-QTY TO DD-QTY
           MOVE DS-CUS-NUM TO DD-CUS-NUM
           MOVE WS-EXTENDED-COST TO DD-EXTENDED
           WRITE PRINT-RECORD FROM DD-DROP-LINE AFTER 1
           MOVE SPACES TO PO-RECORD
           MOVE WS-NEXT-PO-NUM TO PO-NUM
           MOVE WS-DATE-NUM TO PO-DATE
           MOVE DS-VEND-NUM TO PO-VEND-NUM
           MOVE DS-PRO-NUM TO PO-PRO-NUM
           MOVE DS-PO-QTY TO PO-QTY
           MOVE "D" TO PO-DROP-SHIP
           MOVE DS-CUS-NUM TO PO-CUS-NUM
           MOVE DS-UNIT-COST TO PO-UNIT-COST
           PERFORM 660-WRITE-OPEN-PO
           MOVE "O" TO DS-STATUS
           MOVE WS-NEXT-PO-NUM TO DS-PO-NUM
           MOVE WS-DATE-NUM TO DS-PO-DATE
           MOVE DS-RECORD TO DT-IMAGE(DT-SUB)
           ADD WS-EXTENDED-COST TO WS-DROP-TOTAL
           ADD 1 TO WS-DROP-ISSUED
           ADD 1 TO WS-POS-ISSUED
           ADD 1 TO WS-NEXT-PO-NUM.

      *AN UNKNOWN SHIP-TO CODE FALLS BACK TO THE MAIN ADDRESS, THE
      *SAME AS THE PACKING SLIP; A CUSTOMER OFF THE MASTER PRINTS
      *THE NAME FROM THE ORDER SO PURCHASING CAN CALL IT IN.
       330-DROP-SHIP-ADDRESS.
           MOVE DS-CUS-NUM TO PS-CUS-NUM
           MOVE SPACES TO PS-NAME
                          PS-ADDRESS
                          PS-STATE
           IF DS-FEED-SHIP-TO NOT = SPACES AND WS-SHIP-TO-OPEN = "Y"
               MOVE DS-CUS-NUM TO ST-CUS-NUM
               MOVE DS-FEED-SHIP-TO TO ST-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-NAME TO PS-NAME
                       MOVE ST-ADDRESS TO PS-ADDRESS
                       MOVE ST-STATE TO PS-STATE
               END-READ
           END-IF
           IF PS-NAME = SPACES AND WS-CUSTOMER-OPEN = "Y"
               MOVE DS-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO PS-NAME
                       MOVE CU-ADDRESS TO PS-ADDRESS
                       MOVE CU-STATE TO PS-STATE
               END-READ
           END-IF
           IF PS-NAME = SPACES
               MOVE DS-FEED-NAME TO PS-NAME
           END-IF.

       350-REWRITE-DROP-SHIPS.
           OPEN OUTPUT DROP-SHIP-FILE
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-ORDER-COUNT
               MOVE DT-IMAGE(DT-SUB) TO DS-RECORD
               WRITE DS-RECORD
           END-PERFORM
           CLOSE DROP-SHIP-FILE.

       COPY TESTMDIO.

