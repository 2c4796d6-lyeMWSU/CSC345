      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   LOT RECALL TRACE. FOR EACH LOT ON THE RECALL
      *            REQUEST FILE (RECALREQ.TXT - PRODUCT COLS 1-3,
      *            BLANK FOR ANY PRODUCT, VENDOR LOT NUMBER COLS
      *            4-9) LISTS EVERY CUSTOMER, INVOICE AND QUANTITY
      *            THAT RECEIVED IT, OFF THE LOT-TRACE HISTORY THE
      *            INVOICING STEP KEEPS (LOTTRACE.TXT), AND WHAT IS
      *            STILL ON OUR OWN SHELF OFF LOTONHND.TXT - SO A
      *            VENDOR RECALL IS A PRINTOUT, NOT A WEEK OF
      *            DIGGING THROUGH INVOICE COPIES. OUTPUT IS
      *            LOTRECAL.TXT. NO REQUEST FILE, NOTHING TO TRACE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTRECAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECALL-REQUEST-FILE
           ASSIGN TO "RECALREQ.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RQ-FILE-STATUS.

           SELECT LOT-TRACE-FILE
           ASSIGN USING WS-LOTTRC-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LH-FILE-STATUS.

           SELECT LOT-ONHAND-FILE
           ASSIGN USING WS-LOTONH-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LO-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN USING WS-RECALL-NAME.

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT TRACES
      *AGAINST THE REHEARSAL HISTORY (SEE TESTMODE.CPY).
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
       FD  RECALL-REQUEST-FILE.
       01  RQ-RECORD.
           05  RQ-PRO-NUM              PIC 999.
           05  RQ-PRO-NUM-X REDEFINES RQ-PRO-NUM
                                       PIC XXX.
           05  RQ-LOT-NUM              PIC X(6).

       FD  LOT-TRACE-FILE.
       01  LH-RECORD.
           05  LH-DATE                 PIC 9(8).
           05  LH-INVOICE-NUM          PIC 9(6).
           05  LH-CUS-NUM              PIC 9(5).
           05  LH-CUS-NAME             PIC X(25).
           05  LH-PRO-NUM              PIC 999.
           05  LH-LOT-NUM              PIC X(6).
           05  LH-EXPIRY               PIC 9(8).
           05  LH-QTY                  PIC 999.
           05                          PIC X(6).

       FD  LOT-ONHAND-FILE.
       01  LO-RECORD.
           05  LO-PRO-NUM              PIC 999.
           05  LO-LOT-NUM              PIC X(6).
           05  LO-EXPIRY               PIC 9(8).
           05  LO-RECEIVED             PIC 9(8).
           05  LO-QTY                  PIC 9(7).
           05                          PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY TESTMODE.

       01  WS-FILE-NAMES.
           05  WS-LOTTRC-NAME          PIC X(12) VALUE
               "LOTTRACE.TXT".
           05  WS-LOTONH-NAME          PIC X(12) VALUE
               "LOTONHND.TXT".
           05  WS-RECALL-NAME          PIC X(12) VALUE
               "LOTRECAL.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RQ-FILE-STATUS          PIC XX.
           05  LH-FILE-STATUS          PIC XX.
           05  LO-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-DATE                     PIC 9(8).

      *THE LOTS BEING RECALLED. A REQUEST WITH NO PRODUCT MATCHES
      *THE LOT NUMBER ON ANY PRODUCT.
       01  RC-MAX-RECALLS              PIC 99 VALUE 50.
       01  RC-RECALL-COUNT             PIC 99 VALUE 0.
       01  RC-RECALL-TABLE.
           05  RC-ENTRY OCCURS 50 TIMES.
               10  RC-PRO-NUM          PIC 999.
               10  RC-LOT-NUM          PIC X(6).
       01  RC-SUB                      PIC 99.

       01  WS-RECALL-TOTALS.
           05  WS-SHIPPED-UNITS        PIC 9(7).
           05  WS-SHIPPED-LINES        PIC 9(5).
           05  WS-SHELF-UNITS          PIC 9(7).

       01  HL-HEADING-LINE.
           05                          PIC X(30) VALUE
               "LOT RECALL TRACE".
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "LOTRECAL".

       01  RH-RECALL-HEADING.
           05                          PIC X(12) VALUE "RECALL LOT ".
           05  RH-LOT-NUM              PIC X(6).
           05                          PIC X(10) VALUE "  PRODUCT ".
           05  RH-PRODUCT              PIC X(3).

       01  CH-COLUMN-HEADING.
           05                          PIC X(40) VALUE
               "  DATE      INV.    CUST.  CUSTOMER NAME".
           05                          PIC X(21) VALUE
               "           PROD  QTY".

       01  DL-TRACE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-INVOICE-NUM          PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-QTY                  PIC ZZ9.

       01  TL-SHIPPED-LINE.
           05                          PIC X(20) VALUE
               "  SHIPPED TO TRADE: ".
           05  TL-SHIPPED-UNITS        PIC Z(6)9.
           05                          PIC X(10) VALUE " UNITS ON ".
           05  TL-SHIPPED-LINES        PIC ZZZZ9.
           05                          PIC X(15) VALUE
               " INVOICE LINES".

       01  TL-SHELF-LINE.
           05                          PIC X(20) VALUE
               "  STILL ON HAND:    ".
           05  TL-SHELF-UNITS          PIC Z(6)9.
           05                          PIC X(31) VALUE
               " UNITS - PULL FROM THE SHELF".

       01  NL-NONE-LINE.
           05                          PIC X(40) VALUE
               "  NO SHIPMENTS OF THIS LOT ON RECORD".

       01  NR-NO-REQUEST-LINE.
           05                          PIC X(40) VALUE
               "NO RECALL REQUESTS ON FILE".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "LOTTRCT.TXT" TO WS-LOTTRC-NAME
               MOVE "LOTONHT.TXT" TO WS-LOTONH-NAME
               MOVE "LOTRECLT.TXT" TO WS-RECALL-NAME
               DISPLAY "LOTRECAL - TEST RUN - REHEARSAL HISTORY"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-RECALLS
           IF RC-RECALL-COUNT = 0
               WRITE PRINT-RECORD FROM NR-NO-REQUEST-LINE AFTER 1
           ELSE
               PERFORM 200-TRACE-ONE-LOT
                   VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > RC-RECALL-COUNT
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "LOTRECAL - " RC-RECALL-COUNT " LOTS TRACED"
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO HL-DATE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       150-LOAD-RECALLS.
           OPEN INPUT RECALL-REQUEST-FILE
           IF RQ-FILE-STATUS = "00"
               PERFORM UNTIL RQ-FILE-STATUS NOT = "00"
                   READ RECALL-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RQ-LOT-NUM NOT = SPACES
                                   AND RC-RECALL-COUNT < RC-MAX-RECALLS
                               ADD 1 TO RC-RECALL-COUNT
                               IF RQ-PRO-NUM-X NUMERIC
                                   MOVE RQ-PRO-NUM TO
                                       RC-PRO-NUM(RC-RECALL-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       RC-PRO-NUM(RC-RECALL-COUNT)
                               END-IF
                               MOVE RQ-LOT-NUM TO
                                   RC-LOT-NUM(RC-RECALL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECALL-REQUEST-FILE
           END-IF.

      *ONE PASS OF THE HISTORY AND THE SHELF PER RECALLED LOT - A
      *RECALL IS RARE AND THE LIST IS SHORT.
       200-TRACE-ONE-LOT.
           INITIALIZE WS-RECALL-TOTALS
           MOVE RC-LOT-NUM(RC-SUB) TO RH-LOT-NUM
           IF RC-PRO-NUM(RC-SUB) = 0
               MOVE "ANY" TO RH-PRODUCT
           ELSE
               MOVE RC-PRO-NUM(RC-SUB) TO RH-PRODUCT
           END-IF
           WRITE PRINT-RECORD FROM RH-RECALL-HEADING AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 1
           OPEN INPUT LOT-TRACE-FILE
           IF LH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ LOT-TRACE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-ONE-SHIPMENT
                   END-READ
               END-PERFORM
               CLOSE LOT-TRACE-FILE
           END-IF
           IF WS-SHIPPED-LINES = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF
           PERFORM 220-COUNT-SHELF
           MOVE WS-SHIPPED-UNITS TO TL-SHIPPED-UNITS
           MOVE WS-SHIPPED-LINES TO TL-SHIPPED-LINES
           WRITE PRINT-RECORD FROM TL-SHIPPED-LINE AFTER 2
           MOVE WS-SHELF-UNITS TO TL-SHELF-UNITS
           WRITE PRINT-RECORD FROM TL-SHELF-LINE AFTER 1.

       210-ONE-SHIPMENT.
           IF LH-LOT-NUM = RC-LOT-NUM(RC-SUB)
                   AND (RC-PRO-NUM(RC-SUB) = 0
                        OR LH-PRO-NUM = RC-PRO-NUM(RC-SUB))
               ADD 1 TO WS-SHIPPED-LINES
               ADD LH-QTY TO WS-SHIPPED-UNITS
               MOVE LH-DATE TO DL-DATE
               MOVE LH-INVOICE-NUM TO DL-INVOICE-NUM
               MOVE LH-CUS-NUM TO DL-CUS-NUM
               MOVE LH-CUS-NAME TO DL-CUS-NAME
               MOVE LH-PRO-NUM TO DL-PRO-NUM
               MOVE LH-QTY TO DL-QTY
               WRITE PRINT-RECORD FROM DL-TRACE-LINE AFTER 1
           END-IF.

       220-COUNT-SHELF.
           OPEN INPUT LOT-ONHAND-FILE
           IF LO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ LOT-ONHAND-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF LO-LOT-NUM = RC-LOT-NUM(RC-SUB)
                                   AND (RC-PRO-NUM(RC-SUB) = 0
                                    OR LO-PRO-NUM = RC-PRO-NUM(RC-SUB))
                               ADD LO-QTY TO WS-SHELF-UNITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-ONHAND-FILE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="LOTRECAL"==.

       COPY TESTMDIO.
