      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   STORE REPLENISHMENT FROM THE WAREHOUSES. READS THE
      *            STORE ORDER FEED (STREPLEN.TXT, WITH THE SAME
      *            HEADER/TRAILER CONTROLS EVERY FEED CARRIES), FILLS
      *            EACH LINE FROM WAREHOUSE 1 AND THEN WAREHOUSE 2 ON
      *            THE PRODUCT MASTER, AND RELIEVES ON-HAND THROUGH
      *            THE SAME AUDITED REWRITE PATH P7REPORTS USES
      *            (BEFORE/AFTER TO P7AUDIT.TXT). WHAT THE TWO FLOORS
      *            CAN'T COVER IS SHORT-SHIPPED - NOT HELD - AND THE
      *            STORE RE-ORDERS IT. EACH STORE GETS A SHIPPING
      *            DOCUMENT (STORSHIP.TXT) THAT TRAVELS WITH THE
      *            GOODS, AND EVERY SHIPPED LINE GOES ON THE TRANSFER
      *            FILE (STXFER.TXT) VALUED AT UNIT COST, SO THE
      *            STORE'S RECEIPT CAN BE MATCHED TO WHAT LEFT THE
      *            WAREHOUSE. THE REGISTER (STORREPL.TXT) CARRIES THE
      *            REJECTS, THE SHORT-SHIPS AND THE STORE TOTALS.
      *            MR-TOTAL IS NOT TOUCHED - A TRANSFER TO OUR OWN
      *            STORE IS NOT A SALE.
      *
      *            STREPLEN.TXT DETAIL LAYOUT:
      *              COLS  1-2   STORE NUMBER (STORMSTR.TXT)
      *              COLS  3-5   PRODUCT NUMBER
      *              COLS  6-10  QUANTITY ORDERED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORREPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE
           ASSIGN USING WS-STREPLEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RF-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN USING WS-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

      *STORE NAMES FOR THE DOCUMENTS - THE SAME MASTER THE STORE RUN
      *LOADS. A STORE IT DOESN'T CARRY CAN'T BE SHIPPED TO.
           SELECT STORE-MASTER-FILE
           ASSIGN TO "STORMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SM-FILE-STATUS.

      *THE SAME BEFORE/AFTER TRAIL THE TRANSACTION RUN APPENDS TO.
           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

      *ONE RECORD PER SHIPPED LINE, AT COST - APPENDED, SO THE
      *STORES' RECEIPTS RECONCILE AGAINST IT WHENEVER THEY COME IN.
           SELECT TRANSFER-FILE
           ASSIGN USING WS-STXFER-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS XF-FILE-STATUS.

           SELECT SHIP-FILE
           ASSIGN USING WS-SHIP-NAME.

           SELECT PRINT-FILE
           ASSIGN TO "STORREPL.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT FILLS
      *AGAINST THE TEST MASTER AND KEEPS ITS SHIPPING DOCUMENTS OFF
      *THE DOCK (SEE TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE - THE SHIP DATE ON THE DOCUMENTS
      *AND THE TRANSFER FILE.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

      *MASTER-FILE LOCK CONVENTION (SEE MSTLOCK.CPY) - THE MARKER IS
      *CHECKED AND TAKEN BEFORE THE MASTER OPENS, AND FREED ON THE
      *WAY OUT.
           SELECT LOCK-FILE
           ASSIGN TO "VSAMLOCK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LK-FILE-STATUS.

           SELECT LOCK-OVERRIDE-FILE
           ASSIGN TO "LOCKOVRD.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ML-OV-FILE-STATUS.

           SELECT LOCK-LOG-FILE
           ASSIGN TO "LOCKLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ML-LL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  RF-RECORD                   PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  STORE-MASTER-FILE.
       01  SM-RECORD.
           05  SM-STORE                PIC 99.
           05  SM-NAME                 PIC X(14).
           05  SM-REGION               PIC X(10).

       FD  AUDIT-FILE.
       01  AR-AUDIT-RECORD.
           05  AR-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-PRO-NUM              PIC 999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-BEFORE-IMAGE         PIC X(110).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-AFTER-IMAGE          PIC X(110).

       FD  TRANSFER-FILE.
       01  XF-RECORD.
           05  XF-DATE                 PIC 9(8).
           05  XF-STORE                PIC 99.
           05  XF-PRO-NUM              PIC 999.
           05  XF-QTY                  PIC 9(5).
           05  XF-WH1-QTY              PIC 9(5).
           05  XF-WH2-QTY              PIC 9(5).
           05  XF-UNIT-COST            PIC 999V99.
           05  XF-EXT-COST             PIC 9(7)V99.

       FD  SHIP-FILE.
       01  SD-PRINT-RECORD             PIC X(100).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       FD  LOCK-FILE.
       01  LK-RECORD                   PIC X(30).

       FD  LOCK-OVERRIDE-FILE.
       01  OV-RECORD                   PIC X(8).

       FD  LOCK-LOG-FILE.
       01  LL-RECORD                   PIC X(58).

       WORKING-STORAGE SECTION.

       COPY MSTLOCK.

       COPY PROCDT.

       COPY TESTMODE.

       COPY RUNLOG.

       01  LK-FILE-STATUS              PIC XX.

       01  WS-FILE-NAMES.
           05  WS-STREPLEN-NAME        PIC X(12) VALUE
               "STREPLEN.TXT".
           05  WS-MASTER-NAME          PIC X(12) VALUE "VSAM.TXT".
           05  WS-AUDIT-NAME           PIC X(12) VALUE
               "P7AUDIT.TXT".
           05  WS-STXFER-NAME          PIC X(12) VALUE
               "STXFER.TXT".
           05  WS-SHIP-NAME            PIC X(12) VALUE
               "STORSHIP.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RF-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  SM-FILE-STATUS          PIC XX.
           05  AR-FILE-STATUS          PIC XX.
           05  XF-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE
                                       PIC 9(8).

       01  WS-PROC-DATE-PARTS.
           05  WS-PROC-YYYY            PIC 9(4).
           05  WS-PROC-MM              PIC 99.
           05  WS-PROC-DD              PIC 99.

       01  ORDER-RECORD.
           05  RO-STORE                PIC 99.
           05  RO-STORE-X REDEFINES RO-STORE
                                       PIC XX.
           05  RO-PRO-NUM              PIC 999.
           05  RO-PRO-NUM-X REDEFINES RO-PRO-NUM
                                       PIC XXX.
           05  RO-QTY                  PIC 9(5).
           05  RO-QTY-X REDEFINES RO-QTY
                                       PIC X(5).
           05                          PIC X(70).

      *THE SAME MASTER LAYOUT THE TRANSACTION RUN USES.
       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05  MR-PRICE                PIC 999V99.
           05  MR-MIN-ORD              PIC 999.
           05  MR-QTY-DIS              PIC 999.
           05  MR-DIS-PER              PIC V999.
           05  MR-TOTAL                PIC 9(7).
           05  MR-PEND-PRICE           PIC 999V99.
           05  MR-PEND-DATE            PIC 9(8).
           05  MR-ON-HAND              PIC 9(7).
           05  MR-ON-HAND-X REDEFINES MR-ON-HAND
                                       PIC X(7).
           05  MR-VEND-NUM             PIC 999.
           05  MR-ORD-QTY              PIC 9(5).
      *THE TRANSFER IS VALUED AT THIS COST. SPACES (A MASTER BUILT
      *BEFORE THE FIELD EXISTED) SHIP AT ZERO AND SAY SO.
           05  MR-UNIT-COST            PIC 999V99.
           05  MR-UNIT-COST-X REDEFINES MR-UNIT-COST
                                       PIC X(5).
           05  MR-WH1-ON-HAND          PIC 9(7).
           05  MR-WH1-ON-HAND-X REDEFINES MR-WH1-ON-HAND
                                       PIC X(7).
           05  MR-WH2-ON-HAND          PIC 9(7).
           05  MR-WH2-ON-HAND-X REDEFINES MR-WH2-ON-HAND
                                       PIC X(7).
           05  FILLER                  PIC X(12).

      *STORE NAMES AND THE NIGHT'S TOTALS, SLOTTED BY STORE NUMBER.
      *SM-LOADED STAYS "N" WHEN THERE IS NO STORE MASTER AT ALL, AND
      *THEN ANY STORE 1-10 IS TAKEN AT ITS WORD.
       01  SM-LOADED                   PIC X VALUE "N".
       01  ST-STORE-TABLE.
           05  ST-ENTRY OCCURS 10 TIMES.
               10  ST-NAME             PIC X(14) VALUE SPACES.
               10  ST-ON-MASTER        PIC X     VALUE "N".
               10  ST-LINES            PIC 9(5)  VALUE 0.
               10  ST-UNITS-SHIPPED    PIC 9(7)  VALUE 0.
               10  ST-UNITS-SHORT      PIC 9(7)  VALUE 0.
               10  ST-COST             PIC 9(7)V99 VALUE 0.

      *THE WHOLE FEED IS STAGED BEFORE ANY STOCK MOVES, SO A FEED
      *THAT DOESN'T PROVE OUT SHIPS NOTHING AND EACH STORE'S LINES
      *COME TOGETHER ON ONE DOCUMENT WHATEVER ORDER THEY WERE KEYED.
       01  OT-MAX-ORDERS               PIC 9(4) VALUE 2000.
       01  OT-ORDER-COUNT              PIC 9(4) VALUE 0.
       01  OT-OVERFLOW                 PIC 9(4) VALUE 0.

       01  OT-ORDER-TABLE.
           05  OT-ENTRY OCCURS 2000 TIMES.
               10  OT-STORE            PIC 99.
               10  OT-PRO-NUM          PIC 999.
               10  OT-QTY              PIC 9(5).

       01  OT-SUB                      PIC 9(4).
       01  WS-STORE-SUB                PIC 99.
       01  WS-DOC-OPEN                 PIC X VALUE "N".

       01  WS-FILL-WORK.
           05  WS-WH1-QTY              PIC 9(5) VALUE 0.
           05  WS-WH2-QTY              PIC 9(5) VALUE 0.
           05  WS-SHIP-QTY             PIC 9(5) VALUE 0.
           05  WS-SHORT-QTY            PIC 9(5) VALUE 0.
           05  WS-LEFT-QTY             PIC 9(5) VALUE 0.
           05  WS-UNIT-COST            PIC 999V99 VALUE 0.
           05  WS-EXT-COST             PIC 9(7)V99 VALUE 0.
           05  WS-COST-ON-FILE         PIC X VALUE "Y".

       01  WS-DOC-TOTALS.
           05  WS-DOC-ORDERED          PIC 9(7) VALUE 0.
           05  WS-DOC-WH1              PIC 9(7) VALUE 0.
           05  WS-DOC-WH2              PIC 9(7) VALUE 0.
           05  WS-DOC-SHIPPED          PIC 9(7) VALUE 0.
           05  WS-DOC-SHORT            PIC 9(7) VALUE 0.
           05  WS-DOC-COST             PIC 9(7)V99 VALUE 0.

       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-FULL-COUNT           PIC 9(5) VALUE 0.
           05  WS-SHORT-COUNT          PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-NO-COST-COUNT        PIC 9(5) VALUE 0.
           05  WS-DOC-COUNT            PIC 9(5) VALUE 0.
           05  WS-TOTAL-UNITS          PIC 9(7) VALUE 0.
           05  WS-TOTAL-COST           PIC 9(7)V99 VALUE 0.

      *STORE SHIPPING DOCUMENT.
       01  SH-SHIP-HEADING.
           05  SH-DATE.
               10 SH-MO                PIC Z9/.
               10 SH-DD                PIC 99/.
               10 SH-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(23) VALUE
               "STORE SHIPPING DOCUMENT".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05                          PIC X(9)  VALUE "STORREPL".

       01  SH-SHIP-TO-LINE.
           05                          PIC X(14) VALUE
               "SHIP TO STORE ".
           05  SH-STORE                PIC 99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SH-STORE-NAME           PIC X(14).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05                          PIC X(7)  VALUE "FROM WH".
           05                          PIC X(12) VALUE
               " 1 THEN WH 2".

       01  SH-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "PRO".
           05                          PIC X(29) VALUE "DESCRIPTION".
           05                          PIC X(7)  VALUE "ORDER".
           05                          PIC X(7)  VALUE "  WH1".
           05                          PIC X(8)  VALUE "  WH2".
           05                          PIC X(7)  VALUE " SHIP".
           05                          PIC X(8)  VALUE "SHORT".
           05                          PIC X(8)  VALUE "  COST".
           05                          PIC X(10) VALUE "  EXTENDED".

       01  SL-SHIP-LINE.
           05  SL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-ORDERED              PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-WH1                  PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-WH2                  PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SL-SHIPPED              PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-SHORT                PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SL-UNIT-COST            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-EXT-COST             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-NOTE                 PIC X(9).

       01  ST-SHIP-TOTAL.
           05                          PIC X(34) VALUE
               "     STORE TOTAL".
           05  STT-ORDERED             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STT-WH1                 PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STT-WH2                 PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  STT-SHIPPED             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STT-SHORT               PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  STT-COST                PIC $$$$,$$9.99.

       01  SN-SHORT-NOTE.
           05                          PIC X(50) VALUE
               "SHORT-SHIPPED UNITS ARE NOT HELD - RE-ORDER THEM.".

      *REPLENISHMENT REGISTER.
       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(28) VALUE
               "STORE REPLENISHMENT REGISTER".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "STORREPL".

       01  RJ-REJECT-LINE.
           05                          PIC X(10) VALUE "REJECTED  ".
           05                          PIC X(6)  VALUE "STORE ".
           05  RJ-STORE                PIC XX.
           05                          PIC X(10) VALUE "  PRODUCT ".
           05  RJ-PRO-NUM              PIC XXX.
           05                          PIC X(6)  VALUE "  QTY ".
           05  RJ-QTY                  PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RJ-REASON               PIC X(24).

       01  SS-SHORT-LINE.
           05                          PIC X(10) VALUE "SHORT     ".
           05                          PIC X(6)  VALUE "STORE ".
           05  SS-STORE                PIC 99.
           05                          PIC X(10) VALUE "  PRODUCT ".
           05  SS-PRO-NUM              PIC 999.
           05                          PIC X(10) VALUE "  ORDERED ".
           05  SS-ORDERED              PIC ZZZZ9.
           05                          PIC X(10) VALUE "  SHIPPED ".
           05  SS-SHIPPED              PIC ZZZZ9.
           05                          PIC X(8)  VALUE "  SHORT ".
           05  SS-SHORT                PIC ZZZZ9.

       01  NC-NO-COST-LINE.
           05                          PIC X(10) VALUE "NO COST   ".
           05                          PIC X(6)  VALUE "STORE ".
           05  NC-STORE                PIC 99.
           05                          PIC X(10) VALUE "  PRODUCT ".
           05  NC-PRO-NUM              PIC 999.
           05                          PIC X(40) VALUE
               "  NO UNIT COST ON FILE - VALUED AT ZERO".

       01  FE-FEED-ERROR-LINE.
           05                          PIC X(52) VALUE
               "** FEED DID NOT PROVE OUT - NOTHING SHIPPED, FEED ".
           05                          PIC X(17) VALUE
               "KEPT FOR RERUN **".

       01  SUM-HEADING.
           05                          PIC X(22) VALUE
               "STORE".
           05                          PIC X(8)  VALUE "LINES".
           05                          PIC X(10) VALUE "  SHIPPED".
           05                          PIC X(10) VALUE "    SHORT".
           05                          PIC X(15) VALUE
               "   COST VALUE".

       01  SUM-STORE-LINE.
           05  SUM-STORE               PIC 99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-STORE-NAME          PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-LINES               PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-SHIPPED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-SHORT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-COST                PIC $$$$,$$9.99.

       01  TL-TOTAL-LINE.
           05                          PIC X(7)  VALUE "LINES: ".
           05  TL-READ                 PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  IN FULL".
           05                          PIC X(1)  VALUE ":".
           05  TL-FULL                 PIC ZZZZ9.
           05                          PIC X(8)  VALUE "  SHORT:".
           05  TL-SHORT                PIC ZZZZ9.
           05                          PIC X(11) VALUE "  REJECTED:".
           05  TL-REJECTED             PIC ZZZZ9.
           05                          PIC X(12) VALUE "  DOCUMENTS:".
           05  TL-DOCS                 PIC ZZZZ9.

       01  TV-VALUE-LINE.
           05                          PIC X(15) VALUE
               "UNITS SHIPPED: ".
           05  TV-UNITS                PIC ZZZZZZ9.
           05                          PIC X(26) VALUE
               "  TRANSFER VALUE AT COST: ".
           05  TV-COST                 PIC $$$$,$$9.99.
           05                          PIC X(12) VALUE
               "  NO COST:".
           05  TV-NO-COST              PIC ZZZZ9.

       01  OV-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  OV-TABLE-NAME           PIC X(14).
           05                          PIC X(12) VALUE
               " OVERFLOW - ".
           05  OV-COUNT                PIC ZZZ9.
           05                          PIC X(32) VALUE
               " LINES NOT SHIPPED - REKEY **".

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "STREPLNT.TXT" TO WS-STREPLEN-NAME
               MOVE "VSAMTEST.TXT" TO WS-MASTER-NAME
               MOVE "P7AUDITT.TXT" TO WS-AUDIT-NAME
               MOVE "STXFERT.TXT" TO WS-STXFER-NAME
               MOVE "STORSHPT.TXT" TO WS-SHIP-NAME
               DISPLAY "STORREPL - TEST RUN - TEST MASTER, "
                   "REHEARSAL DOCUMENTS"
           END-IF
           MOVE "X" TO ML-MODE-WANTED
           PERFORM 960-TAKE-MASTER-LOCK
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-ORDERS
           PERFORM 989-VERIFY-FEED
           IF FC-FEED-ERROR = "N"
               PERFORM 300-SHIP-STORE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 10
               PERFORM 250-RETIRE-ORDER-FEED
           ELSE
               WRITE PRINT-RECORD FROM FE-FEED-ERROR-LINE AFTER 2
           END-IF
           PERFORM 800-STORE-SUMMARY
           PERFORM 900-WRAP-UP
           PERFORM 965-FREE-MASTER-LOCK
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           MOVE WS-PROC-MM TO SH-MO
           MOVE WS-PROC-DD TO SH-DD
           MOVE WS-PROC-YYYY TO SH-YY
           MOVE "STREPLEN" TO FC-EXPECTED-ID
           PERFORM 110-LOAD-STORE-MASTER
           OPEN I-O MASTER-FILE
           OPEN OUTPUT PRINT-FILE
                       SHIP-FILE
           OPEN EXTEND AUDIT-FILE
           IF AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND TRANSFER-FILE
           IF XF-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSFER-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       110-LOAD-STORE-MASTER.
           OPEN INPUT STORE-MASTER-FILE
           IF SM-FILE-STATUS = "00"
               MOVE "Y" TO SM-LOADED
               PERFORM UNTIL SM-FILE-STATUS NOT = "00"
                   READ STORE-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SM-STORE NUMERIC
                                   AND SM-STORE > 0
                                   AND SM-STORE <= 10
                               MOVE SM-NAME TO ST-NAME(SM-STORE)
                               MOVE "Y" TO ST-ON-MASTER(SM-STORE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-FILE
           ELSE
               DISPLAY "STORMSTR.TXT NOT AVAILABLE - "
                   "STORES 1-10 ACCEPTED UNCHECKED"
           END-IF.

       200-READ-ORDERS.
           OPEN INPUT ORDER-FILE
           IF RF-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ ORDER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           ELSE
               DISPLAY "NO " WS-STREPLEN-NAME
                   " - NO STORE ORDERS TO FILL"
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THAT CAN'T BE SHIPPED WHATEVER THE STOCK SAYS IS
      *REJECTED HERE; THE REST WAIT IN THE TABLE FOR THE FILL.
       210-STAGE-ORDER.
           ADD 1 TO WS-READ-COUNT
           MOVE RF-RECORD TO ORDER-RECORD
           MOVE SPACES TO RJ-REASON
           IF RO-STORE-X NOT NUMERIC OR RO-STORE = 0
                   OR RO-STORE > 10
               MOVE "BAD STORE NUMBER" TO RJ-REASON
           ELSE
           IF SM-LOADED = "Y" AND ST-ON-MASTER(RO-STORE) = "N"
               MOVE "STORE NOT ON STORMSTR" TO RJ-REASON
           ELSE
           IF RO-PRO-NUM-X NOT NUMERIC OR RO-PRO-NUM = 0
               MOVE "BAD PRODUCT NUMBER" TO RJ-REASON
           ELSE
           IF RO-QTY-X NOT NUMERIC OR RO-QTY = 0
               MOVE "BAD QUANTITY" TO RJ-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF RJ-REASON NOT = SPACES
               PERFORM 290-REJECT-LINE
           ELSE
               IF OT-ORDER-COUNT < OT-MAX-ORDERS
                   ADD 1 TO OT-ORDER-COUNT
                   MOVE RO-STORE TO OT-STORE(OT-ORDER-COUNT)
                   MOVE RO-PRO-NUM TO OT-PRO-NUM(OT-ORDER-COUNT)
                   MOVE RO-QTY TO OT-QTY(OT-ORDER-COUNT)
               ELSE
                   ADD 1 TO OT-OVERFLOW
                   MOVE "ORDER TABLE FULL" TO RJ-REASON
                   PERFORM 290-REJECT-LINE
               END-IF
           END-IF.

      *A PROVED-OUT FEED IS CLEARED SO A RERUN CAN'T SHIP THE SAME
      *ORDERS TWICE. ONE THAT DIDN'T PROVE OUT IS KEPT FOR THE
      *CORRECTED RERUN AND NOTHING ON IT HAS MOVED.
       250-RETIRE-ORDER-FEED.
           OPEN OUTPUT ORDER-FILE
           CLOSE ORDER-FILE.

       290-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RO-STORE-X TO RJ-STORE
           MOVE RO-PRO-NUM-X TO RJ-PRO-NUM
           MOVE RO-QTY-X TO RJ-QTY
           WRITE PRINT-RECORD FROM RJ-REJECT-LINE AFTER 1.

      *ONE STORE AT A TIME, ITS LINES IN THE ORDER THEY WERE KEYED.
      *THE DOCUMENT IS STARTED BY THE STORE'S FIRST LINE, SO A STORE
      *THAT ORDERED NOTHING GETS NO PAPER.
       300-SHIP-STORE.
           MOVE "N" TO WS-DOC-OPEN
           INITIALIZE WS-DOC-TOTALS
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-ORDER-COUNT
               IF OT-STORE(OT-SUB) = WS-STORE-SUB
                   PERFORM 310-FILL-LINE
               END-IF
           END-PERFORM
           IF WS-DOC-OPEN = "Y"
               PERFORM 340-CLOSE-DOCUMENT
           END-IF.

       310-FILL-LINE.
           MOVE SPACES TO ORDER-RECORD
           MOVE OT-STORE(OT-SUB) TO RO-STORE
           MOVE OT-PRO-NUM(OT-SUB) TO RO-PRO-NUM
           MOVE OT-QTY(OT-SUB) TO RO-QTY
           MOVE RO-PRO-NUM TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO RJ-REASON
                   PERFORM 290-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 320-SPLIT-WAREHOUSES
                   IF WS-SHIP-QTY > 0
                       PERFORM 330-RELIEVE-STOCK
                   END-IF
                   IF RJ-REASON = SPACES
                       PERFORM 350-DOCUMENT-LINE
                   END-IF
           END-READ.

      *SAME LEGACY TOLERANCE THE TRANSACTION RUN HAS - A MASTER
      *WITHOUT THE WAREHOUSE BUCKETS NORMALIZES WITH EVERYTHING IN
      *WAREHOUSE 1. WAREHOUSE 1 SHIPS FIRST, WAREHOUSE 2 MAKES UP
      *WHAT IT CAN, AND THE REST IS SHORT.
       320-SPLIT-WAREHOUSES.
           MOVE SPACES TO RJ-REASON
           IF MR-ON-HAND-X NOT NUMERIC
               MOVE 0 TO MR-ON-HAND
           END-IF
           IF MR-WH1-ON-HAND-X NOT NUMERIC
                   OR MR-WH2-ON-HAND-X NOT NUMERIC
               MOVE MR-ON-HAND TO MR-WH1-ON-HAND
               MOVE 0 TO MR-WH2-ON-HAND
           END-IF
           IF MR-WH1-ON-HAND >= RO-QTY
               MOVE RO-QTY TO WS-WH1-QTY
           ELSE
               MOVE MR-WH1-ON-HAND TO WS-WH1-QTY
           END-IF
           COMPUTE WS-LEFT-QTY = RO-QTY - WS-WH1-QTY
           IF MR-WH2-ON-HAND >= WS-LEFT-QTY
               MOVE WS-LEFT-QTY TO WS-WH2-QTY
           ELSE
               MOVE MR-WH2-ON-HAND TO WS-WH2-QTY
           END-IF
           COMPUTE WS-SHIP-QTY = WS-WH1-QTY + WS-WH2-QTY
           COMPUTE WS-SHORT-QTY = RO-QTY - WS-SHIP-QTY
           IF MR-UNIT-COST-X NUMERIC
               MOVE "Y" TO WS-COST-ON-FILE
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE "N" TO WS-COST-ON-FILE
               MOVE 0 TO WS-UNIT-COST
           END-IF
           COMPUTE WS-EXT-COST = WS-SHIP-QTY * WS-UNIT-COST.

      *THE STOCK LEAVES THE BOOKS THROUGH THE SAME AUDITED REWRITE
      *EVERY OTHER MASTER TOUCH USES, AND THE TRANSFER RECORD IS
      *ONLY WRITTEN ONCE THE REWRITE HAS TAKEN.
       330-RELIEVE-STOCK.
           MOVE SPACES TO AR-AUDIT-RECORD
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           SUBTRACT WS-WH1-QTY FROM MR-WH1-ON-HAND
           SUBTRACT WS-WH2-QTY FROM MR-WH2-ON-HAND
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE UNSUCCESSFUL" TO RJ-REASON
                   PERFORM 290-REJECT-LINE
               NOT INVALID KEY
                   MOVE WS-DATE-NUM TO AR-DATE
                   MOVE MR-PRO-NUM TO AR-PRO-NUM
                   MOVE MASTER-RECORD TO AR-AFTER-IMAGE
                   WRITE AR-AUDIT-RECORD
                   MOVE PR-PROC-DATE TO XF-DATE
                   MOVE RO-STORE TO XF-STORE
                   MOVE RO-PRO-NUM TO XF-PRO-NUM
                   MOVE WS-SHIP-QTY TO XF-QTY
                   MOVE WS-WH1-QTY TO XF-WH1-QTY
                   MOVE WS-WH2-QTY TO XF-WH2-QTY
                   MOVE WS-UNIT-COST TO XF-UNIT-COST
                   MOVE WS-EXT-COST TO XF-EXT-COST
                   WRITE XF-RECORD
           END-REWRITE.

       340-CLOSE-DOCUMENT.
           MOVE WS-DOC-ORDERED TO STT-ORDERED
           MOVE WS-DOC-WH1 TO STT-WH1
           MOVE WS-DOC-WH2 TO STT-WH2
           MOVE WS-DOC-SHIPPED TO STT-SHIPPED
           MOVE WS-DOC-SHORT TO STT-SHORT
           MOVE WS-DOC-COST TO STT-COST
           WRITE SD-PRINT-RECORD FROM ST-SHIP-TOTAL AFTER 2
           IF WS-DOC-SHORT > 0
               WRITE SD-PRINT-RECORD FROM SN-SHORT-NOTE AFTER 2
           END-IF.

       350-DOCUMENT-LINE.
           IF WS-DOC-OPEN = "N"
               PERFORM 360-OPEN-DOCUMENT
           END-IF
           MOVE SPACES TO SL-NOTE
           MOVE RO-PRO-NUM TO SL-PRO-NUM
           MOVE MR-PRO-DES TO SL-PRO-DES
           MOVE RO-QTY TO SL-ORDERED
           MOVE WS-WH1-QTY TO SL-WH1
           MOVE WS-WH2-QTY TO SL-WH2
           MOVE WS-SHIP-QTY TO SL-SHIPPED
           MOVE WS-SHORT-QTY TO SL-SHORT
           MOVE WS-UNIT-COST TO SL-UNIT-COST
           MOVE WS-EXT-COST TO SL-EXT-COST
           IF WS-COST-ON-FILE = "N" AND WS-SHIP-QTY > 0
               MOVE "NO COST" TO SL-NOTE
               ADD 1 TO WS-NO-COST-COUNT
               MOVE RO-STORE TO NC-STORE
               MOVE RO-PRO-NUM TO NC-PRO-NUM
               WRITE PRINT-RECORD FROM NC-NO-COST-LINE AFTER 1
           END-IF
           IF WS-SHORT-QTY > 0
               MOVE "SHORT" TO SL-NOTE
               ADD 1 TO WS-SHORT-COUNT
               MOVE RO-STORE TO SS-STORE
               MOVE RO-PRO-NUM TO SS-PRO-NUM
               MOVE RO-QTY TO SS-ORDERED
               MOVE WS-SHIP-QTY TO SS-SHIPPED
               MOVE WS-SHORT-QTY TO SS-SHORT
               WRITE PRINT-RECORD FROM SS-SHORT-LINE AFTER 1
           ELSE
               ADD 1 TO WS-FULL-COUNT
           END-IF
           WRITE SD-PRINT-RECORD FROM SL-SHIP-LINE AFTER 1
           ADD RO-QTY TO WS-DOC-ORDERED
           ADD WS-WH1-QTY TO WS-DOC-WH1
           ADD WS-WH2-QTY TO WS-DOC-WH2
           ADD WS-SHIP-QTY TO WS-DOC-SHIPPED
           ADD WS-SHORT-QTY TO WS-DOC-SHORT
           ADD WS-EXT-COST TO WS-DOC-COST
           ADD 1 TO ST-LINES(RO-STORE)
           ADD WS-SHIP-QTY TO ST-UNITS-SHIPPED(RO-STORE)
           ADD WS-SHORT-QTY TO ST-UNITS-SHORT(RO-STORE)
           ADD WS-EXT-COST TO ST-COST(RO-STORE)
           ADD WS-SHIP-QTY TO WS-TOTAL-UNITS
           ADD WS-EXT-COST TO WS-TOTAL-COST.

       360-OPEN-DOCUMENT.
           MOVE "Y" TO WS-DOC-OPEN
           ADD 1 TO WS-DOC-COUNT
           MOVE RO-STORE TO SH-STORE
           MOVE ST-NAME(RO-STORE) TO SH-STORE-NAME
           WRITE SD-PRINT-RECORD FROM SH-SHIP-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO SD-PRINT-RECORD
               WRITE SD-PRINT-RECORD AFTER 1
           END-IF
           WRITE SD-PRINT-RECORD FROM SH-SHIP-TO-LINE AFTER 2
           WRITE SD-PRINT-RECORD FROM SH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO SD-PRINT-RECORD
           WRITE SD-PRINT-RECORD.

      *WHAT EACH STORE SHOULD FIND ON ITS RECEIVING DOCK, AT COST -
      *THE FIGURES THE STORE RECEIPTS ARE RECONCILED TO.
       800-STORE-SUMMARY.
           WRITE PRINT-RECORD FROM SUM-HEADING AFTER 2
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 10
               IF ST-LINES(WS-STORE-SUB) > 0
                   MOVE WS-STORE-SUB TO SUM-STORE
                   MOVE ST-NAME(WS-STORE-SUB) TO SUM-STORE-NAME
                   MOVE ST-LINES(WS-STORE-SUB) TO SUM-LINES
                   MOVE ST-UNITS-SHIPPED(WS-STORE-SUB) TO SUM-SHIPPED
                   MOVE ST-UNITS-SHORT(WS-STORE-SUB) TO SUM-SHORT
                   MOVE ST-COST(WS-STORE-SUB) TO SUM-COST
                   WRITE PRINT-RECORD FROM SUM-STORE-LINE AFTER 1
               END-IF
           END-PERFORM.

       900-WRAP-UP.
           MOVE WS-READ-COUNT TO TL-READ
           MOVE WS-FULL-COUNT TO TL-FULL
           MOVE WS-SHORT-COUNT TO TL-SHORT
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           MOVE WS-DOC-COUNT TO TL-DOCS
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           MOVE WS-TOTAL-UNITS TO TV-UNITS
           MOVE WS-TOTAL-COST TO TV-COST
           MOVE WS-NO-COST-COUNT TO TV-NO-COST
           WRITE PRINT-RECORD FROM TV-VALUE-LINE AFTER 1
           PERFORM 950-CHECK-OVERFLOWS
           DISPLAY "STORREPL - " WS-DOC-COUNT
               " STORE SHIPPING DOCUMENTS PRODUCED"
           CLOSE PRINT-FILE
                 SHIP-FILE
                 MASTER-FILE
                 AUDIT-FILE
                 TRANSFER-FILE.

      *LINES PAST THE ORDER TABLE WERE NOT SHIPPED AND THE FEED HAS
      *BEEN CLEARED, SO THEY ARE LISTED AS REJECTS ABOVE AND THE RUN
      *ENDS NONZERO FOR THE STORES TO REKEY THEM.
       950-CHECK-OVERFLOWS.
           IF OT-OVERFLOW > 0
               MOVE "ORDER TABLE" TO OV-TABLE-NAME
               MOVE OT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "STORREPL ORDER TABLE OVERFLOW - "
                   OT-OVERFLOW " LINES NOT SHIPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==RF-RECORD==
           ==FC-DETAIL-PARA== BY ==210-STAGE-ORDER==.

       COPY MSTLOCKP REPLACING
           ==ML-CHECK-PARA==    BY ==960-TAKE-MASTER-LOCK==
           ==ML-FREE-PARA==     BY ==965-FREE-MASTER-LOCK==
           ==ML-OVERRIDE-PARA== BY ==967-CHECK-LOCK-OVERRIDE==
           ==ML-FILE==          BY ==LOCK-FILE==
           ==ML-FDREC==         BY ==LK-RECORD==
           ==ML-STATUS==        BY ==LK-FILE-STATUS==
           ==ML-MASTER-LIT==    BY =="VSAM.TXT"==
           ==ML-PGM-LIT==       BY =="STORREPL"==.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="STORREPL"==.

       COPY PROCDTIO.
