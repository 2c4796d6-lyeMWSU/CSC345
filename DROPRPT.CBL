      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   OPEN DROP-SHIP REPORT. READS DROPOPEN.TXT (LAYOUT
      *            IN P7REPORTS) AFTER POSUGGST HAS RAISED THE NIGHT'S
      *            DROP-SHIP POS, AND LISTS EVERY DROP SHIP NOT YET
      *            BILLED IN TWO SECTIONS:
      *              - ORDERS STILL WAITING FOR THEIR PO, WHICH ONLY
      *                HAPPENS WHEN POSUGGST COULDN'T RAISE ONE
      *              - ORDERS OUT TO THE VENDOR, WITH THE PO AND THE
      *                DAYS SINCE IT WAS CUT; ONE OLDER THAN THE
      *                USUAL VENDOR LEAD TIME IS FLAGGED SO THE DESK
      *                CHASES THE VENDOR BEFORE THE CUSTOMER CHASES
      *                US.
      *            VALUES ARE AT THE PO COST. OUTPUT IS DROPRPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DROP-SHIP-FILE
           ASSIGN USING WS-DROPOPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DS-FILE-STATUS.

      *NAMES ONLY - A MASTER THAT WON'T OPEN LEAVES THEM BLANK AND
      *THE FIGURES STAND.
           SELECT CUSTOMER-FILE
           ASSIGN TO "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "DROPRPT.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT REPORTS
      *THE REHEARSAL DROP-SHIP FILE THE TEST RUN BUILT.
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
      *BUSINESS CALENDAR - THE DAYS WAITING COUNT TO IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               10                      PIC X(55).
           05  DS-CONF-DATE            PIC 9(8).
           05                          PIC X.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05                          PIC X(50).

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

       01  WS-FILE-NAMES.
           05  WS-DROPOPEN-NAME        PIC X(12) VALUE
               "DROPOPEN.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  DS-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-CUSTOMER-OPEN        PIC X    VALUE "N".

      *THE OPEN DROP SHIPS - "P" AND "O" ONLY; A "C" LEFT BEHIND BY
      *AN UNSETTLED RUN HAS BEEN BILLED AND ISN'T OPEN.
       01  DT-MAX-ORDERS               PIC 9(3) VALUE 500.
       01  DT-ORDER-COUNT              PIC 9(3) VALUE 0.
       01  DT-DROP-TABLE.
           05  DT-ENTRY OCCURS 500 TIMES.
               10  DT-STATUS           PIC X.
               10  DT-ORDER-DATE       PIC 9(8).
               10  DT-PO-NUM           PIC 9(6).
               10  DT-PO-DATE          PIC 9(8).
               10  DT-VEND-NUM         PIC 999.
               10  DT-CUS-NUM          PIC 9(5).
               10  DT-CUS-NAME         PIC X(25).
               10  DT-PRO-NUM          PIC 999.
               10  DT-PRO-DES          PIC X(27).
               10  DT-PO-QTY           PIC 9(5).
               10  DT-VALUE            PIC 9(7)V99.
       01  DT-SUB                      PIC 9(3).
       01  WS-TABLE-FULL-COUNT         PIC 9(5) VALUE 0.

       01  WS-SECTION-COUNT            PIC 9(5).
       01  WS-SECTION-VALUE            PIC 9(9)V99.

      *A VENDOR THAT HASN'T CONFIRMED WITHIN THE USUAL PO LEAD TIME
      *GETS A CALL.
       01  WS-LATE-DAYS                PIC 9(3) VALUE 14.

      *DAYS WAITING ON THE 360-DAY YEAR THE OPEN-PO AGING USES -
      *CLOSE ENOUGH TO SAY WHO TO CALL.
       01  WS-PROC-DATE                PIC 9(8).
       01  WS-AGE-DATE-PARTS.
           05  WS-AGE-YYYY             PIC 9(4).
           05  WS-AGE-MM               PIC 99.
           05  WS-AGE-DD               PIC 99.
       01  WS-TODAY-PD                 PIC 9(7).
       01  WS-FROM-PD                  PIC 9(7).
       01  WS-DAYS-WAITING             PIC S9(5).

       01  HL-HEADING-LINE.
           05                          PIC X(24) VALUE
               "OPEN DROP SHIPS - AS OF".
           05  FILLER                  PIC X     VALUE SPACES.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "DROPRPT".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  HL-WATERMARK            PIC X(14) VALUE SPACES.

       01  SH-SECTION-HEADING          PIC X(50).

       01  DL-COLUMN-HEADING.
           05                          PIC X(10) VALUE "ORDERED".
           05                          PIC X(33) VALUE "CUSTOMER".
           05                          PIC X(32) VALUE "PRODUCT".
           05                          PIC X(7)  VALUE "    QTY".
           05                          PIC X(9)  VALUE "  PO".
           05                          PIC X(10) VALUE "PO DATE".
           05                          PIC X(5)  VALUE "VEND".
           05                          PIC X(6)  VALUE "  DAYS".
           05                          PIC X(14) VALUE
               "         VALUE".

       01  DL-DROP-LINE.
           05  DL-ORDER-DATE           PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PRO-NUM              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-PRO-DES              PIC X(27).
           05  FILLER                  PIC X     VALUE SPACES.
           05  DL-QTY                  PIC ZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PO-NUM               PIC X(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PO-DATE              PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-VEND-NUM             PIC 999.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-DAYS                 PIC ZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-VALUE                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-NOTE                 PIC X(12).

       01  ST-SECTION-TOTAL.
           05  FILLER                  PIC X(12) VALUE "DROP SHIPS:".
           05  ST-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "   VALUE:".
           05  ST-VALUE                PIC $$$$,$$$,$$9.99.

       01  NL-NONE-LINE                PIC X(40).

       01  TF-TABLE-FULL-LINE.
           05                          PIC X(40) VALUE
               "DROP SHIPS NOT REPORTED - TABLE FULL:".
           05  TF-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "DROPOPNT.TXT" TO WS-DROPOPEN-NAME
               DISPLAY "DROPRPT - TEST RUN - REHEARSAL DROP SHIPS"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-DROP-SHIPS
           PERFORM 300-AWAITING-PO-SECTION
           PERFORM 400-WITH-VENDOR-SECTION
           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO TF-COUNT
               WRITE PRINT-RECORD FROM TF-TABLE-FULL-LINE AFTER 2
           END-IF
           CLOSE PRINT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE
           MOVE WS-PROC-DATE TO HL-PROC-DATE
           MOVE WS-PROC-DATE TO WS-AGE-DATE-PARTS
           COMPUTE WS-TODAY-PD =
               WS-AGE-YYYY * 360 + WS-AGE-MM * 30 + WS-AGE-DD
           IF TEST-RUN
               MOVE TM-WATERMARK TO HL-WATERMARK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

       200-LOAD-DROP-SHIPS.
           OPEN INPUT DROP-SHIP-FILE
           IF DS-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ DROP-SHIP-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF DS-STATUS = "P" OR DS-STATUS = "O"
                               PERFORM 210-ADD-DROP-SHIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-SHIP-FILE
           ELSE
               DISPLAY "DROPRPT - NO DROPOPEN.TXT - NO DROP SHIPS OPEN"
           END-IF.

       210-ADD-DROP-SHIP.
           IF DT-ORDER-COUNT < DT-MAX-ORDERS
               ADD 1 TO DT-ORDER-COUNT
               MOVE DS-STATUS TO DT-STATUS(DT-ORDER-COUNT)
               MOVE DS-ORDER-DATE TO DT-ORDER-DATE(DT-ORDER-COUNT)
               MOVE DS-PO-NUM TO DT-PO-NUM(DT-ORDER-COUNT)
               MOVE DS-PO-DATE TO DT-PO-DATE(DT-ORDER-COUNT)
               MOVE DS-VEND-NUM TO DT-VEND-NUM(DT-ORDER-COUNT)
               MOVE DS-CUS-NUM TO DT-CUS-NUM(DT-ORDER-COUNT)
               MOVE DS-FEED-NAME TO DT-CUS-NAME(DT-ORDER-COUNT)
               MOVE DS-PRO-NUM TO DT-PRO-NUM(DT-ORDER-COUNT)
               MOVE DS-PRO-DES TO DT-PRO-DES(DT-ORDER-COUNT)
               MOVE DS-PO-QTY TO DT-PO-QTY(DT-ORDER-COUNT)
               COMPUTE DT-VALUE(DT-ORDER-COUNT) =
                   DS-PO-QTY * DS-UNIT-COST
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT
           END-IF.

      *AN ORDER STILL AT "P" AFTER POSUGGST HAS RUN HAS NO PO - THE
      *VENDOR DOESN'T KNOW ABOUT IT. DAYS COUNT FROM THE ORDER.
       300-AWAITING-PO-SECTION.
           MOVE "DROP SHIPS WAITING FOR A PURCHASE ORDER"
               TO SH-SECTION-HEADING
           MOVE "NO DROP SHIPS WAITING FOR A PO" TO NL-NONE-LINE
           PERFORM 800-START-SECTION
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-ORDER-COUNT
               IF DT-STATUS(DT-SUB) = "P"
                   MOVE DT-ORDER-DATE(DT-SUB) TO WS-AGE-DATE-PARTS
                   MOVE "** NO PO" TO DL-NOTE
                   PERFORM 810-PRINT-DROP-SHIP
               END-IF
           END-PERFORM
           PERFORM 820-END-SECTION.

      *OUT TO THE VENDOR - DAYS COUNT FROM THE PO, AND ONE PAST THE
      *LEAD TIME IS FLAGGED FOR A CALL.
       400-WITH-VENDOR-SECTION.
           MOVE "DROP SHIPS OUT TO THE VENDOR" TO SH-SECTION-HEADING
           MOVE "NO DROP SHIPS OUT TO A VENDOR" TO NL-NONE-LINE
           PERFORM 800-START-SECTION
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-ORDER-COUNT
               IF DT-STATUS(DT-SUB) = "O"
                   MOVE DT-PO-DATE(DT-SUB) TO WS-AGE-DATE-PARTS
                   MOVE SPACES TO DL-NOTE
                   PERFORM 810-PRINT-DROP-SHIP
               END-IF
           END-PERFORM
           PERFORM 820-END-SECTION.

       800-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-VALUE
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM DL-COLUMN-HEADING AFTER 1.

      *WS-AGE-DATE-PARTS HOLDS THE DATE THE WAIT COUNTS FROM.
       810-PRINT-DROP-SHIP.
           COMPUTE WS-FROM-PD =
               WS-AGE-YYYY * 360 + WS-AGE-MM * 30 + WS-AGE-DD
           COMPUTE WS-DAYS-WAITING = WS-TODAY-PD - WS-FROM-PD
           IF WS-DAYS-WAITING < 0
               MOVE 0 TO WS-DAYS-WAITING
           END-IF
           IF DT-STATUS(DT-SUB) = "O"
                   AND WS-DAYS-WAITING > WS-LATE-DAYS
               MOVE "** OVERDUE" TO DL-NOTE
           END-IF
           MOVE DT-ORDER-DATE(DT-SUB) TO DL-ORDER-DATE
           MOVE DT-CUS-NUM(DT-SUB) TO DL-CUS-NUM
           MOVE DT-CUS-NAME(DT-SUB) TO DL-CUS-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE DT-CUS-NUM(DT-SUB) TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO DL-CUS-NAME
               END-READ
           END-IF
           MOVE DT-PRO-NUM(DT-SUB) TO DL-PRO-NUM
           MOVE DT-PRO-DES(DT-SUB) TO DL-PRO-DES
           MOVE DT-PO-QTY(DT-SUB) TO DL-QTY
           IF DT-STATUS(DT-SUB) = "O"
               MOVE DT-PO-NUM(DT-SUB) TO DL-PO-NUM
               MOVE DT-PO-DATE(DT-SUB) TO DL-PO-DATE
           ELSE
               MOVE SPACES TO DL-PO-NUM
               MOVE SPACES TO DL-PO-DATE
           END-IF
           MOVE DT-VEND-NUM(DT-SUB) TO DL-VEND-NUM
           MOVE WS-DAYS-WAITING TO DL-DAYS
           MOVE DT-VALUE(DT-SUB) TO DL-VALUE
           ADD 1 TO WS-SECTION-COUNT
           ADD DT-VALUE(DT-SUB) TO WS-SECTION-VALUE
           WRITE PRINT-RECORD FROM DL-DROP-LINE AFTER 1.

       820-END-SECTION.
           IF WS-SECTION-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           ELSE
               MOVE WS-SECTION-COUNT TO ST-COUNT
               MOVE WS-SECTION-VALUE TO ST-VALUE
               WRITE PRINT-RECORD FROM ST-SECTION-TOTAL AFTER 2
           END-IF.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="DROPRPT"==.

       COPY PROCDTIO.
