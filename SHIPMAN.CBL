      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   DAILY CARRIER MANIFEST AND BILLS OF LADING FROM THE
      *            NIGHT'S BILLED LINES. READS THE SAME CUSTOMER-
      *            SORTED EXTRACT THE INVOICES AND PACKING SLIPS CAME
      *            FROM (INVSRTD.TXT), TREATS EACH CUSTOMER'S LINES FOR
      *            ONE SHIP-TO ADDRESS AS ONE SHIPMENT, AND PRINTS ONE
      *            BILL OF LADING PER SHIPMENT (BOLADING.TXT -
      *            CONSIGNEE, CARRIER, LINE ITEMS, CARTON COUNT AND
      *            TOTAL WEIGHT) PLUS THE MANIFEST EACH CARRIER SIGNS
      *            FOR AT THE DOCK
      *            (MANIFEST.TXT - SHIPMENTS GROUPED BY CARRIER).
      *            WEIGHT IS THE PRODUCT MASTER'S SHIPPING WEIGHT PER
      *            UNIT TIMES THE QUANTITY; CARTONS ARE FULL CASES BY
      *            THE MASTER'S CASE PACK, PLUS ONE MIXED CARTON FOR
      *            WHATEVER LOOSE UNITS ARE LEFT. CASH SALES LEAVE
      *            OVER THE COUNTER AND NEVER SHIP.
      *
      *            CARRIER.TXT LAYOUT:
      *              COL   1     "C" CUSTOMER OR "S" STATE
      *              COLS  2-6   CUSTOMER NUMBER, OR STATE CODE IN
      *                          COLS 2-3 ("**" IS ANY STATE)
      *              COLS  7-10  CARRIER CODE
      *              COLS 11-30  CARRIER NAME
      *            A CUSTOMER ASSIGNMENT OUTRANKS ITS STATE'S, WHICH
      *            OUTRANKS "**". NO MATCH PRINTS UNDER "NO CARRIER
      *            ASSIGNED" SO THE DOCK SEES IT BEFORE THE TRUCK
      *            LEAVES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SORTED-EXTRACT-FILE
           ASSIGN USING WS-INVSRTD-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SE-FILE-STATUS.

           SELECT MANIFEST-FILE
           ASSIGN USING WS-MANIFEST-NAME.

           SELECT BOL-FILE
           ASSIGN USING WS-BOL-NAME.

      *THE PRODUCT MASTER - READ ONLY, FOR THE SHIPPING WEIGHT AND
      *CASE PACK. A PRODUCT NOT ON FILE SHIPS UNWEIGHED AS LOOSE
      *UNITS.
           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MR-FILE-STATUS.

      *THE CUSTOMER MASTER - THE CONSIGNEE'S ADDRESS AND THE STATE
      *THE CARRIER ASSIGNMENT FALLS BACK TO.
           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *THE CUSTOMERS' OTHER DELIVERY ADDRESSES, KEYED CUSTOMER PLUS
      *SHIP-TO CODE. A SHIPMENT TO ONE OF THEM IS ADDRESSED, AND ITS
      *CARRIER CHOSEN, BY THE SHIP-TO'S STATE.
           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS SP-FILE-STATUS.

           SELECT CARRIER-FILE
           ASSIGN TO "CARRIER.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE - THE SHIP DATE ON THE PAPERWORK
      *AND THE FRONT OF EVERY BILL OF LADING NUMBER.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT READS THE
      *REHEARSAL EXTRACT AND KEEPS ITS PAPERWORK OFF THE DOCK (SEE
      *TESTMODE.CPY). A CARRIER SIGNS A BILL OF LADING, SO A TEST
      *COPY MUST NEVER PASS FOR REAL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  SORTED-EXTRACT-FILE.
       01  SE-RECORD.
           05  SE-CUS-NUM              PIC 9(5).
           05  SE-CUS-NAME             PIC X(25).
           05  SE-PRO-NUM              PIC 999.
           05  SE-PRO-DES              PIC X(27).
           05  SE-QTY                  PIC 999.
           05  SE-GROSS                PIC 9(6)V99.
           05  SE-DISCOUNT             PIC 9(3)V99.
           05  SE-TAX                  PIC 9(6)V99.
           05  SE-NET                  PIC 9(5)V99.
           05                          PIC X(9).
           05  SE-SHIP-TO              PIC XXX.
      *"D" - DROP SHIPPED BY THE VENDOR; NOTHING LEAVES OUR FLOOR.
           05  SE-DROP-SHIP            PIC X.

       FD  MANIFEST-FILE.
       01  MF-PRINT-RECORD             PIC X(80).

       FD  BOL-FILE.
       01  BL-PRINT-RECORD             PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MR-ID                   PIC X(3).
           05                          PIC X(95).
           05  MR-CASE-PACK            PIC 999.
           05  MR-CASE-PACK-X REDEFINES MR-CASE-PACK
                                       PIC X(3).
           05                          PIC X(7).
           05  MR-SHIP-WEIGHT          PIC 99.
           05  MR-SHIP-WEIGHT-X REDEFINES MR-SHIP-WEIGHT
                                       PIC XX.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05                          PIC X(18).

       FD  SHIP-TO-FILE.
       01  SP-RECORD.
           05  SP-KEY.
               10  SP-CUS-NUM          PIC 9(5).
               10  SP-CODE             PIC XXX.
           05  SP-NAME                 PIC X(25).
           05  SP-ADDRESS              PIC X(25).
           05  SP-STATE                PIC XX.
           05                          PIC X(20).

       FD  CARRIER-FILE.
       01  CA-RECORD.
           05  CA-KEY-TYPE             PIC X.
           05  CA-KEY                  PIC X(5).
           05  CA-CODE                 PIC X(4).
           05  CA-NAME                 PIC X(20).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY TESTMODE.

       01  WS-FILE-NAMES.
           05  WS-INVSRTD-NAME         PIC X(12) VALUE
               "INVSRTD.TXT".
           05  WS-MANIFEST-NAME        PIC X(12) VALUE
               "MANIFEST.TXT".
           05  WS-BOL-NAME             PIC X(12) VALUE
               "BOLADING.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  SE-FILE-STATUS          PIC XX.
           05  MR-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  SP-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X VALUE "N".
           05  WS-CUSTOMER-OPEN        PIC X VALUE "N".
           05  WS-SHIP-TO-OPEN         PIC X VALUE "N".

       01  WS-PROC-DATE-PARTS.
           05  WS-PROC-YYYY            PIC 9(4).
           05  WS-PROC-MM              PIC 99.
           05  WS-PROC-DD              PIC 99.

      *CARRIER ASSIGNMENTS, AS LOADED.
       01  CT-MAX-CARRIERS             PIC 9(3) VALUE 200.
       01  CT-CARRIER-COUNT            PIC 9(3) VALUE 0.
       01  CT-CARRIER-TABLE.
           05  CT-ENTRY OCCURS 200 TIMES.
               10  CT-KEY-TYPE         PIC X.
               10  CT-KEY              PIC X(5).
               10  CT-CODE             PIC X(4).
               10  CT-NAME             PIC X(20).
       01  CT-SUB                      PIC 9(3).

       01  WS-CUS-KEY                  PIC 9(5).
       01  WS-CUS-KEY-X REDEFINES WS-CUS-KEY
                                       PIC X(5).
       01  WS-STATE-KEY                PIC X(5).
       01  WS-CARRIER-FOUND            PIC X VALUE "N".

      *TONIGHT'S SHIPMENTS, ONE PER CUSTOMER SHIP-TO, KEPT FOR THE
      *MANIFEST ONCE EVERY BILL OF LADING HAS PRINTED.
       01  ST-MAX-SHIPMENTS            PIC 9(3) VALUE 500.
       01  ST-SHIP-COUNT               PIC 9(3) VALUE 0.
       01  ST-SHIPMENT-TABLE.
           05  ST-ENTRY OCCURS 500 TIMES.
               10  ST-BOL-NUM          PIC X(12).
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CUS-NAME         PIC X(25).
               10  ST-STATE            PIC XX.
               10  ST-CARRIER          PIC X(4).
               10  ST-CARRIER-NAME     PIC X(20).
               10  ST-CARTONS          PIC 9(5).
               10  ST-WEIGHT           PIC 9(7).
               10  ST-UNWEIGHED        PIC X.
               10  ST-LISTED           PIC X.
       01  ST-SUB                      PIC 9(3).
       01  ST-SUB2                     PIC 9(3).
       01  WS-ST-OVERFLOW              PIC 9(5) VALUE 0.

      *THE SHIPMENT IN PROGRESS.
       01  WS-CUR-CUSTOMER             PIC 9(5) VALUE 0.
       01  WS-CUR-SHIP-TO              PIC XXX VALUE SPACES.
       01  WS-FIRST-RECORD             PIC X VALUE "Y".
       01  WS-BOL-SEQ                  PIC 9(3) VALUE 0.
       01  WS-BOL-NUM                  PIC X(12).
       01  WS-BOL-STATE                PIC XX.
       01  WS-BOL-CARRIER              PIC X(4).
       01  WS-BOL-CARRIER-NAME         PIC X(20).
       01  WS-BOL-CASES                PIC 9(5) VALUE 0.
       01  WS-BOL-LOOSE                PIC 9(5) VALUE 0.
       01  WS-BOL-CARTONS              PIC 9(5) VALUE 0.
       01  WS-BOL-WEIGHT               PIC 9(7) VALUE 0.
       01  WS-BOL-UNWEIGHED            PIC X VALUE "N".

      *THE LINE IN PROGRESS.
       01  WS-LINE-PACK                PIC 999 VALUE 0.
       01  WS-LINE-UNIT-WEIGHT         PIC 99 VALUE 0.
       01  WS-LINE-CASES               PIC 9(5) VALUE 0.
       01  WS-LINE-LOOSE               PIC 9(5) VALUE 0.
       01  WS-LINE-WEIGHT              PIC 9(7) VALUE 0.

      *CARRIER AND GRAND TOTALS FOR THE MANIFEST.
       01  WS-CAR-SHIPMENTS            PIC 9(5) VALUE 0.
       01  WS-CAR-CARTONS              PIC 9(7) VALUE 0.
       01  WS-CAR-WEIGHT               PIC 9(9) VALUE 0.
       01  WS-TOT-CARTONS              PIC 9(7) VALUE 0.
       01  WS-TOT-WEIGHT               PIC 9(9) VALUE 0.
       01  WS-ANY-UNWEIGHED            PIC X VALUE "N".

       01  MH-MANIFEST-HEADING.
           05  MH-DATE.
               10 MH-MO                PIC Z9/.
               10 MH-DD                PIC 99/.
               10 MH-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(22) VALUE
               "DAILY CARRIER MANIFEST".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  MH-PROGRAM-ID           PIC X(9)  VALUE "SHIPMAN".

       01  MC-CARRIER-LINE.
           05                          PIC X(9)  VALUE "CARRIER: ".
           05  MC-CODE                 PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MC-NAME                 PIC X(20).

       01  MT-COLUMN-LINE.
           05                          PIC X(40) VALUE
               "  BILL OF LADING  CUST   NAME".
           05                          PIC X(40) VALUE
               "            ST  CARTONS   WEIGHT".

       01  MD-SHIPMENT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MD-BOL-NUM              PIC X(12).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MD-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MD-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MD-STATE                PIC XX.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MD-CARTONS              PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MD-WEIGHT               PIC ZZZZZZ9.
           05  MD-UNWEIGHED            PIC X(2).

       01  MS-CARRIER-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(15) VALUE
               "CARRIER TOTAL  ".
           05  MS-SHIPMENTS            PIC ZZZZ9.
           05                          PIC X(12) VALUE " SHIPMENTS  ".
           05  MS-CARTONS              PIC ZZZZZZ9.
           05                          PIC X(11) VALUE " CARTONS   ".
           05  MS-WEIGHT               PIC ZZZZZZZZ9.
           05                          PIC X(4)  VALUE " LBS".

       01  MG-GRAND-TOTAL-LINE.
           05                          PIC X(17) VALUE
               "ALL CARRIERS     ".
           05  MG-SHIPMENTS            PIC ZZZZ9.
           05                          PIC X(12) VALUE " SHIPMENTS  ".
           05  MG-CARTONS              PIC ZZZZZZ9.
           05                          PIC X(11) VALUE " CARTONS   ".
           05  MG-WEIGHT               PIC ZZZZZZZZ9.
           05                          PIC X(4)  VALUE " LBS".

       01  MU-UNWEIGHED-NOTE.
           05                          PIC X(40) VALUE
               "* SHIPMENT HAS UNWEIGHED PRODUCTS - WEIG".
           05                          PIC X(26) VALUE
               "HT SHOWN IS UNDERSTATED".

       01  BH-BOL-HEADING.
           05                          PIC X(15) VALUE
               "BILL OF LADING ".
           05  BH-BOL-NUM              PIC X(12).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE "SHIP DATE ".
           05  BH-DATE.
               10 BH-MO                PIC Z9/.
               10 BH-DD                PIC 99/.
               10 BH-YY                PIC 9(4).

       01  BC-CONSIGNEE-LINE.
           05                          PIC X(12) VALUE "CONSIGNEE:  ".
           05  BC-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BC-CUS-NAME             PIC X(25).

       01  BA-ADDRESS-LINE.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  BA-ADDRESS              PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BA-STATE                PIC XX.

       01  BR-CARRIER-LINE.
           05                          PIC X(12) VALUE "CARRIER:    ".
           05  BR-CODE                 PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  BR-NAME                 PIC X(20).

       01  BT-COLUMN-LINE.
           05                          PIC X(39) VALUE
               "  PRODUCT".
           05                          PIC X(41) VALUE
               "QTY  CASES  LOOSE   WEIGHT".

       01  BD-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BD-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BD-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  BD-QTY                  PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BD-CASES                PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BD-LOOSE                PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BD-WEIGHT               PIC ZZZZZZ9.
           05  BD-UNWEIGHED            PIC X(12).

       01  BS-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(15) VALUE
               "TOTAL CARTONS  ".
           05  BS-CARTONS              PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(14) VALUE
               "TOTAL WEIGHT  ".
           05  BS-WEIGHT               PIC ZZZZZZ9.
           05                          PIC X(4)  VALUE " LBS".

       01  BG-SIGNATURE-LINE.
           05                          PIC X(40) VALUE
               "SHIPPER ____________________  CARRIER __".
           05                          PIC X(30) VALUE
               "__________________  DATE _____".

       01  NL-NONE-LINE.
           05                          PIC X(30) VALUE
               "NOTHING SHIPPED THIS RUN".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "INVSRTDT.TXT" TO WS-INVSRTD-NAME
               MOVE "MANIFSTT.TXT" TO WS-MANIFEST-NAME
               MOVE "BOLADNGT.TXT" TO WS-BOL-NAME
               DISPLAY "SHIPMAN - TEST RUN - REHEARSAL DOCUMENTS"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CARRIERS
           PERFORM 200-BILLS-OF-LADING
           PERFORM 300-PRINT-MANIFEST
           CLOSE MANIFEST-FILE
                 BOL-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF
           DISPLAY "SHIPMAN - " ST-SHIP-COUNT
               " BILLS OF LADING PRODUCED"
           PERFORM 976-LOG-END
           STOP RUN.

      *A MASTER OR CUSTOMER FILE THAT WON'T OPEN DOESN'T STOP THE
      *PAPERWORK - THE SHIPMENTS STILL NEED IT - BUT THE WEIGHTS OR
      *ADDRESSES COME OUT BLANK AND THE OPERATOR IS TOLD WHY.
       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           MOVE WS-PROC-MM TO MH-MO
           MOVE WS-PROC-DD TO MH-DD
           MOVE WS-PROC-YYYY TO MH-YY
           MOVE WS-PROC-MM TO BH-MO
           MOVE WS-PROC-DD TO BH-DD
           MOVE WS-PROC-YYYY TO BH-YY
           OPEN INPUT MASTER-FILE
           IF MR-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "VSAM.TXT NOT AVAILABLE - "
                   "SHIPMENTS PRINT UNWEIGHED"
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - "
                   "NO CONSIGNEE ADDRESSES THIS RUN"
           END-IF
           OPEN INPUT SHIP-TO-FILE
           IF SP-FILE-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-OPEN
           ELSE
               DISPLAY "SHIPTO.DAT NOT AVAILABLE - "
                   "SHIPMENTS GO TO THE MAIN ADDRESS"
           END-IF
           OPEN OUTPUT MANIFEST-FILE
                       BOL-FILE
           WRITE MF-PRINT-RECORD FROM MH-MANIFEST-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO MF-PRINT-RECORD
               WRITE MF-PRINT-RECORD AFTER 1
           END-IF
           MOVE SPACES TO MF-PRINT-RECORD
           WRITE MF-PRINT-RECORD.

      *NO FILE MEANS NO ASSIGNMENTS - EVERY SHIPMENT PRINTS UNDER
      *"NO CARRIER ASSIGNED" UNTIL SHIPPING SETS THEM UP.
       150-LOAD-CARRIERS.
           OPEN INPUT CARRIER-FILE
           IF CA-FILE-STATUS = "00"
               PERFORM UNTIL CA-FILE-STATUS NOT = "00"
                   READ CARRIER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CT-CARRIER-COUNT < CT-MAX-CARRIERS
                               ADD 1 TO CT-CARRIER-COUNT
                               MOVE CA-KEY-TYPE TO
                                   CT-KEY-TYPE(CT-CARRIER-COUNT)
                               MOVE CA-KEY TO
                                   CT-KEY(CT-CARRIER-COUNT)
                               MOVE CA-CODE TO
                                   CT-CODE(CT-CARRIER-COUNT)
                               MOVE CA-NAME TO
                                   CT-NAME(CT-CARRIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-FILE
           END-IF.

      *ONE BILL OF LADING PER CUSTOMER SHIP-TO - THE EXTRACT IS
      *ALREADY IN CUSTOMER AND SHIP-TO ORDER FROM THE INVOICING SORT,
      *SO A PLAIN CONTROL BREAK DOES IT, THE SAME WAY THE PACKING
      *SLIPS ARE CUT.
       200-BILLS-OF-LADING.
           OPEN INPUT SORTED-EXTRACT-FILE
           IF SE-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SORTED-EXTRACT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF SE-CUS-NUM > 0 AND SE-PRO-NUM > 0
                                   AND SE-DROP-SHIP NOT = "D"
                               PERFORM 210-ONE-SHIPPED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTED-EXTRACT-FILE
           END-IF
           IF WS-FIRST-RECORD = "N"
               PERFORM 230-CLOSE-BOL
           END-IF
           IF WS-ST-OVERFLOW > 0
               DISPLAY "SHIPMENT TABLE FULL - " WS-ST-OVERFLOW
                   " SHIPMENTS MISSING FROM THE MANIFEST"
           END-IF.

       210-ONE-SHIPPED-LINE.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 220-OPEN-BOL
           ELSE
               IF SE-CUS-NUM NOT = WS-CUR-CUSTOMER
                  OR SE-SHIP-TO NOT = WS-CUR-SHIP-TO
                   PERFORM 230-CLOSE-BOL
                   PERFORM 220-OPEN-BOL
               END-IF
           END-IF
           MOVE 0 TO WS-LINE-PACK
           MOVE 0 TO WS-LINE-UNIT-WEIGHT
           IF WS-MASTER-OPEN = "Y"
               MOVE SE-PRO-NUM TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MR-CASE-PACK-X NUMERIC
                           MOVE MR-CASE-PACK TO WS-LINE-PACK
                       END-IF
                       IF MR-SHIP-WEIGHT-X NUMERIC
                           MOVE MR-SHIP-WEIGHT TO
                               WS-LINE-UNIT-WEIGHT
                       END-IF
               END-READ
           END-IF
      *FULL CASES GO AS THEY CAME FROM THE VENDOR; THE REMAINDER
      *RIDES IN THE SHIPMENT'S MIXED CARTON.
           IF WS-LINE-PACK > 0
               DIVIDE SE-QTY BY WS-LINE-PACK
                   GIVING WS-LINE-CASES
                   REMAINDER WS-LINE-LOOSE
           ELSE
               MOVE 0 TO WS-LINE-CASES
               MOVE SE-QTY TO WS-LINE-LOOSE
           END-IF
           COMPUTE WS-LINE-WEIGHT = SE-QTY * WS-LINE-UNIT-WEIGHT
           ADD WS-LINE-CASES TO WS-BOL-CASES
           ADD WS-LINE-LOOSE TO WS-BOL-LOOSE
           ADD WS-LINE-WEIGHT TO WS-BOL-WEIGHT
           MOVE SE-PRO-NUM TO BD-PRO-NUM
           MOVE SE-PRO-DES TO BD-PRO-DES
           MOVE SE-QTY TO BD-QTY
           MOVE WS-LINE-CASES TO BD-CASES
           MOVE WS-LINE-LOOSE TO BD-LOOSE
           MOVE WS-LINE-WEIGHT TO BD-WEIGHT
           IF WS-LINE-UNIT-WEIGHT = 0
               MOVE "Y" TO WS-BOL-UNWEIGHED
               MOVE " NOT WEIGHED" TO BD-UNWEIGHED
           ELSE
               MOVE SPACES TO BD-UNWEIGHED
           END-IF
           WRITE BL-PRINT-RECORD FROM BD-DETAIL-LINE AFTER 1.

       220-OPEN-BOL.
           MOVE SE-CUS-NUM TO WS-CUR-CUSTOMER
           MOVE SE-SHIP-TO TO WS-CUR-SHIP-TO
           MOVE SE-CUS-NAME TO BC-CUS-NAME
           MOVE 0 TO WS-BOL-CASES
                     WS-BOL-LOOSE
                     WS-BOL-CARTONS
                     WS-BOL-WEIGHT
           MOVE "N" TO WS-BOL-UNWEIGHED
           ADD 1 TO WS-BOL-SEQ
           MOVE SPACES TO WS-BOL-NUM
           STRING PR-PROC-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BOL-SEQ DELIMITED BY SIZE
               INTO WS-BOL-NUM
           MOVE SPACES TO BA-ADDRESS
           MOVE SPACES TO WS-BOL-STATE
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE SE-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-ADDRESS TO BA-ADDRESS
                       MOVE CU-STATE TO WS-BOL-STATE
               END-READ
           END-IF
      *A BRANCH SHIPMENT IS CONSIGNED TO THE BRANCH - ITS NAME,
      *ADDRESS AND STATE REPLACE THE MAIN ACCOUNT'S. A CODE NOT ON
      *FILE FALLS BACK TO THE MAIN ADDRESS; P7REPORTS HAS ALREADY
      *LISTED IT AS AN EXCEPTION.
           IF SE-SHIP-TO NOT = SPACES AND WS-SHIP-TO-OPEN = "Y"
               MOVE SE-CUS-NUM TO SP-CUS-NUM
               MOVE SE-SHIP-TO TO SP-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NAME TO BC-CUS-NAME
                       MOVE SP-ADDRESS TO BA-ADDRESS
                       MOVE SP-STATE TO WS-BOL-STATE
               END-READ
           END-IF
           PERFORM 240-FIND-CARRIER
           MOVE WS-BOL-NUM TO BH-BOL-NUM
           WRITE BL-PRINT-RECORD FROM BH-BOL-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO BL-PRINT-RECORD
               WRITE BL-PRINT-RECORD AFTER 1
           END-IF
           MOVE SE-CUS-NUM TO BC-CUS-NUM
           WRITE BL-PRINT-RECORD FROM BC-CONSIGNEE-LINE AFTER 2
           MOVE WS-BOL-STATE TO BA-STATE
           WRITE BL-PRINT-RECORD FROM BA-ADDRESS-LINE AFTER 1
           MOVE WS-BOL-CARRIER TO BR-CODE
           MOVE WS-BOL-CARRIER-NAME TO BR-NAME
           WRITE BL-PRINT-RECORD FROM BR-CARRIER-LINE AFTER 2
           WRITE BL-PRINT-RECORD FROM BT-COLUMN-LINE AFTER 2.

      *THE LOOSE UNITS OF EVERY LINE SHARE ONE MIXED CARTON.
       230-CLOSE-BOL.
           MOVE WS-BOL-CASES TO WS-BOL-CARTONS
           IF WS-BOL-LOOSE > 0
               ADD 1 TO WS-BOL-CARTONS
           END-IF
           MOVE WS-BOL-CARTONS TO BS-CARTONS
           MOVE WS-BOL-WEIGHT TO BS-WEIGHT
           WRITE BL-PRINT-RECORD FROM BS-TOTAL-LINE AFTER 2
           IF WS-BOL-UNWEIGHED = "Y"
               WRITE BL-PRINT-RECORD FROM MU-UNWEIGHED-NOTE AFTER 1
           END-IF
           WRITE BL-PRINT-RECORD FROM BG-SIGNATURE-LINE AFTER 3
           IF ST-SHIP-COUNT < ST-MAX-SHIPMENTS
               ADD 1 TO ST-SHIP-COUNT
               MOVE WS-BOL-NUM TO ST-BOL-NUM(ST-SHIP-COUNT)
               MOVE WS-CUR-CUSTOMER TO ST-CUS-NUM(ST-SHIP-COUNT)
               MOVE BC-CUS-NAME TO ST-CUS-NAME(ST-SHIP-COUNT)
               MOVE WS-BOL-STATE TO ST-STATE(ST-SHIP-COUNT)
               MOVE WS-BOL-CARRIER TO ST-CARRIER(ST-SHIP-COUNT)
               MOVE WS-BOL-CARRIER-NAME TO
                   ST-CARRIER-NAME(ST-SHIP-COUNT)
               MOVE WS-BOL-CARTONS TO ST-CARTONS(ST-SHIP-COUNT)
               MOVE WS-BOL-WEIGHT TO ST-WEIGHT(ST-SHIP-COUNT)
               MOVE WS-BOL-UNWEIGHED TO ST-UNWEIGHED(ST-SHIP-COUNT)
               MOVE "N" TO ST-LISTED(ST-SHIP-COUNT)
           ELSE
               ADD 1 TO WS-ST-OVERFLOW
           END-IF.

      *CUSTOMER FIRST, THEN THE CUSTOMER'S STATE, THEN ANY STATE.
       240-FIND-CARRIER.
           MOVE "N" TO WS-CARRIER-FOUND
           MOVE "NONE" TO WS-BOL-CARRIER
           MOVE "NO CARRIER ASSIGNED" TO WS-BOL-CARRIER-NAME
           MOVE SE-CUS-NUM TO WS-CUS-KEY
           PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CARRIER-COUNT
                      OR WS-CARRIER-FOUND = "Y"
               IF CT-KEY-TYPE(CT-SUB) = "C"
                       AND CT-KEY(CT-SUB) = WS-CUS-KEY-X
                   PERFORM 245-TAKE-CARRIER
               END-IF
           END-PERFORM
           IF WS-CARRIER-FOUND = "N" AND WS-BOL-STATE NOT = SPACES
               MOVE WS-BOL-STATE TO WS-STATE-KEY
               PERFORM VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CT-CARRIER-COUNT
                          OR WS-CARRIER-FOUND = "Y"
                   IF CT-KEY-TYPE(CT-SUB) = "S"
                           AND CT-KEY(CT-SUB) = WS-STATE-KEY
                       PERFORM 245-TAKE-CARRIER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CARRIER-FOUND = "N"
               MOVE "**" TO WS-STATE-KEY
               PERFORM VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CT-CARRIER-COUNT
                          OR WS-CARRIER-FOUND = "Y"
                   IF CT-KEY-TYPE(CT-SUB) = "S"
                           AND CT-KEY(CT-SUB) = WS-STATE-KEY
                       PERFORM 245-TAKE-CARRIER
                   END-IF
               END-PERFORM
           END-IF.

       245-TAKE-CARRIER.
           MOVE "Y" TO WS-CARRIER-FOUND
           MOVE CT-CODE(CT-SUB) TO WS-BOL-CARRIER
           MOVE CT-NAME(CT-SUB) TO WS-BOL-CARRIER-NAME.

      *ONE SECTION PER CARRIER, IN THE ORDER EACH FIRST TURNS UP -
      *THE DRIVER SIGNS FOR HIS OWN SECTION AND NOTHING ELSE.
       300-PRINT-MANIFEST.
           MOVE 0 TO WS-TOT-CARTONS
                     WS-TOT-WEIGHT
           IF ST-SHIP-COUNT = 0
               WRITE MF-PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF
           PERFORM VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB > ST-SHIP-COUNT
               IF ST-LISTED(ST-SUB) = "N"
                   PERFORM 310-ONE-CARRIER
               END-IF
           END-PERFORM
           IF ST-SHIP-COUNT > 0
               MOVE ST-SHIP-COUNT TO MG-SHIPMENTS
               MOVE WS-TOT-CARTONS TO MG-CARTONS
               MOVE WS-TOT-WEIGHT TO MG-WEIGHT
               WRITE MF-PRINT-RECORD FROM MG-GRAND-TOTAL-LINE
                   AFTER 3
           END-IF
           IF WS-ANY-UNWEIGHED = "Y"
               WRITE MF-PRINT-RECORD FROM MU-UNWEIGHED-NOTE AFTER 2
           END-IF.

       310-ONE-CARRIER.
           MOVE 0 TO WS-CAR-SHIPMENTS
                     WS-CAR-CARTONS
                     WS-CAR-WEIGHT
           MOVE ST-CARRIER(ST-SUB) TO MC-CODE
           MOVE ST-CARRIER-NAME(ST-SUB) TO MC-NAME
           WRITE MF-PRINT-RECORD FROM MC-CARRIER-LINE AFTER 2
           WRITE MF-PRINT-RECORD FROM MT-COLUMN-LINE AFTER 1
           PERFORM VARYING ST-SUB2 FROM ST-SUB BY 1
                   UNTIL ST-SUB2 > ST-SHIP-COUNT
               IF ST-LISTED(ST-SUB2) = "N"
                       AND ST-CARRIER(ST-SUB2) = ST-CARRIER(ST-SUB)
                   PERFORM 320-ONE-SHIPMENT
               END-IF
           END-PERFORM
           MOVE WS-CAR-SHIPMENTS TO MS-SHIPMENTS
           MOVE WS-CAR-CARTONS TO MS-CARTONS
           MOVE WS-CAR-WEIGHT TO MS-WEIGHT
           WRITE MF-PRINT-RECORD FROM MS-CARRIER-TOTAL-LINE AFTER 1.

       320-ONE-SHIPMENT.
           MOVE "Y" TO ST-LISTED(ST-SUB2)
           MOVE ST-BOL-NUM(ST-SUB2) TO MD-BOL-NUM
           MOVE ST-CUS-NUM(ST-SUB2) TO MD-CUS-NUM
           MOVE ST-CUS-NAME(ST-SUB2) TO MD-CUS-NAME
           MOVE ST-STATE(ST-SUB2) TO MD-STATE
           MOVE ST-CARTONS(ST-SUB2) TO MD-CARTONS
           MOVE ST-WEIGHT(ST-SUB2) TO MD-WEIGHT
           IF ST-UNWEIGHED(ST-SUB2) = "Y"
               MOVE "Y" TO WS-ANY-UNWEIGHED
               MOVE " *" TO MD-UNWEIGHED
           ELSE
               MOVE SPACES TO MD-UNWEIGHED
           END-IF
           WRITE MF-PRINT-RECORD FROM MD-SHIPMENT-LINE AFTER 1
           ADD 1 TO WS-CAR-SHIPMENTS
           ADD ST-CARTONS(ST-SUB2) TO WS-CAR-CARTONS
                                      WS-TOT-CARTONS
           ADD ST-WEIGHT(ST-SUB2) TO WS-CAR-WEIGHT
                                     WS-TOT-WEIGHT.

       COPY PROCDTIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="SHIPMAN"==.

       COPY TESTMDIO.
