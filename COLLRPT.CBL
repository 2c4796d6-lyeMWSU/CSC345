      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END COLLECTION-AGENCY PLACEMENT REPORT. RUNS
      *            EVERY NIGHT BUT ONLY ACTS ON THE MEND (OR YEND) RUN
      *            TYPE. LISTS, AGENCY BY AGENCY, EVERY ACCOUNT STILL
      *            PLACED (CUSTMSTR.DAT STATUS "C", SET BY ARWRTOFF)
      *            OFF ITS LATEST PLACEMENT ON COLLPLAC.TXT: WHEN IT
      *            WENT, WHAT WAS PLACED, WHAT HAS COME IN SINCE AND
      *            WHAT IS STILL OWED. WHAT IS OWED IS THE ACCOUNT'S
      *            OPEN ITEMS ON AROPEN.TXT PLUS WHAT WAS WRITTEN OFF
      *            LESS WHAT HAS BEEN RECOVERED (BADDEBT.TXT). PLACED
      *            THIS MONTH AND RECOVERED THIS MONTH ARE TOTALLED
      *            PER AGENCY FOR THE FEE STATEMENTS. AN AGENCY CODE
      *            NO LONGER ON COLLAGCY.TXT IS STILL REPORTED, UNDER
      *            ITS CODE. OUTPUT IS COLLRPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT AGENCY-FILE
           ASSIGN TO "COLLAGCY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AG-FILE-STATUS.

           SELECT PLACEMENT-FILE
           ASSIGN TO "COLLPLAC.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.

           SELECT BAD-DEBT-FILE
           ASSIGN TO "BADDEBT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BD-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
           ASSIGN TO "AROPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "COLLRPT.TXT".

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE CLOSING PERIOD COMES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  AGENCY-FILE.
       01  AG-RECORD.
           05  AG-CODE                 PIC XXX.
           05  AG-NAME                 PIC X(25).

       FD  PLACEMENT-FILE.
       01  PL-RECORD.
           05  PL-CUS-NUM              PIC 9(5).
           05  PL-AGENCY               PIC XXX.
           05  PL-DATE                 PIC 9(8).
           05  PL-AMOUNT               PIC 9(7)V99.
           05  PL-OPERATOR             PIC XXX.
           05                          PIC X(12).

       FD  BAD-DEBT-FILE.
       01  BD-RECORD.
           05  BD-TYPE                 PIC X.
           05  BD-INVOICE-NUM          PIC 9(6).
           05  BD-CUS-NUM              PIC 9(5).
           05  BD-AMOUNT               PIC 9(7)V99.
           05  BD-REASON               PIC XX.
           05  BD-OPERATOR             PIC XXX.
           05  BD-POST-DATE            PIC 9(8).
           05  BD-POST-PARTS REDEFINES BD-POST-DATE.
               10  BD-POST-PERIOD      PIC 9(6).
               10  BD-POST-DAY         PIC 99.
           05  BD-ITEM-DATE            PIC 9(8).
           05                          PIC X(8).

       FD  OPEN-ITEM-FILE.
       01  AO-RECORD.
           05  AO-INVOICE-NUM          PIC 9(6).
           05  AO-DATE                 PIC 9(8).
           05  AO-CUS-NUM              PIC 9(5).
           05  AO-AMOUNT               PIC 9(7)V99.
           05  AO-PAID                 PIC 9(7)V99.
           05  AO-STATUS               PIC X.
           05  AO-ITEM-TYPE            PIC X.
           05                          PIC X(11).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05  CU-CREDIT-LIMIT         PIC 9(7).
           05  CU-PRIORITY             PIC 9.
           05  CU-SAL-NUM              PIC XXX.
           05  CU-FIN-EXEMPT           PIC X.
           05  CU-AR-STATUS            PIC X.
           05                          PIC X(5).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY RUNLOG.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  AG-FILE-STATUS          PIC XX.
           05  PL-FILE-STATUS          PIC XX.
           05  BD-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-PLACED-PERIOD            PIC 9(6).
       01  WS-CUSTOMER-OPEN            PIC X VALUE "N".

      *THE AGENCIES, WITH THEIR TOTALS FOR THE MONTH.
       01  AT-MAX-AGENCIES             PIC 9(3) VALUE 50.
       01  AT-AGENCY-COUNT             PIC 9(3) VALUE 0.

       01  AT-AGENCY-TABLE.
           05  AT-ENTRY OCCURS 50 TIMES.
               10  AT-CODE             PIC XXX.
               10  AT-NAME             PIC X(25).
               10  AT-ACCOUNTS         PIC 9(5).
               10  AT-NEW-ACCOUNTS     PIC 9(5).
               10  AT-PLACED           PIC 9(9)V99.
               10  AT-PLACED-MONTH     PIC 9(9)V99.
               10  AT-COLLECTED        PIC S9(9)V99.
               10  AT-BALANCE          PIC S9(9)V99.
               10  AT-RECOVERED-MONTH  PIC 9(9)V99.

       01  AT-SUB                      PIC 9(3).
       01  AT-SLOT                     PIC 9(3).

      *ONE SLOT PER PLACED CUSTOMER - A LATER PLACEMENT (THE ACCOUNT
      *WAS REINSTATED AND PLACED AGAIN) REPLACES THE EARLIER ONE.
       01  PT-MAX-PLACEMENTS           PIC 9(3) VALUE 500.
       01  PT-PLACEMENT-COUNT          PIC 9(3) VALUE 0.
       01  PT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  PT-PLACEMENT-TABLE.
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-CUS-NUM          PIC 9(5).
               10  PT-AGENCY           PIC XXX.
               10  PT-DATE             PIC 9(8).
               10  PT-AMOUNT           PIC 9(7)V99.
               10  PT-OPEN-AR          PIC 9(8)V99.
               10  PT-WRITTEN-OFF      PIC 9(8)V99.
               10  PT-RECOVERED        PIC 9(8)V99.
               10  PT-RECOVERED-MONTH  PIC 9(8)V99.

       01  PT-SUB                      PIC 9(3).
       01  PT-SLOT                     PIC 9(3).

       01  WS-WORK.
           05  WS-BALANCE              PIC S9(9)V99.
           05  WS-COLLECTED            PIC S9(9)V99.
           05  WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
           05  WS-TOT-PLACED           PIC 9(9)V99 VALUE 0.
           05  WS-TOT-BALANCE          PIC S9(9)V99 VALUE 0.
           05  WS-TOT-RECOVERED-MONTH  PIC 9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(33) VALUE
               "COLLECTION AGENCY PLACEMENTS -".
           05  FILLER                  PIC X     VALUE SPACES.
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "COLLRPT".

       01  AH-AGENCY-HEADING.
           05                          PIC X(8)  VALUE "AGENCY: ".
           05  AH-CODE                 PIC XXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AH-NAME                 PIC X(25).

       01  CH-COLUMN-HEADING.
           05                          PIC X(8)  VALUE "CUST.".
           05                          PIC X(27) VALUE "NAME".
           05                          PIC X(10) VALUE "PLACED".
           05                          PIC X(16) VALUE
               "  AMOUNT PLACED".
           05                          PIC X(16) VALUE
               "  COLLECTED".
           05                          PIC X(16) VALUE
               "  STILL OWED".
           05                          PIC X(16) VALUE
               "  RECOVERED MO.".

       01  DL-DETAIL-LINE.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PLACED-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PLACED               PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-COLLECTED            PIC $$$$,$$$,$$9.99-.
           05  DL-BALANCE              PIC $$$$,$$$,$$9.99-.
           05  DL-RECOVERED-MONTH      PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NEW                  PIC X(14).

       01  TL-AGENCY-TOTAL.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(9)  VALUE "ACCOUNTS:".
           05  TL-ACCOUNTS             PIC ZZZZ9.
           05                          PIC X(7)  VALUE "  NEW:".
           05  TL-NEW                  PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  TL-PLACED               PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  TL-COLLECTED            PIC $$$$,$$$,$$9.99-.
           05  TL-BALANCE              PIC $$$$,$$$,$$9.99-.
           05  TL-RECOVERED-MONTH      PIC $$$$,$$$,$$9.99.

       01  TM-MONTH-LINE.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(24) VALUE
               "PLACED THIS MONTH:".
           05  TM-PLACED-MONTH         PIC $$$$,$$$,$$9.99.

       01  GT-GRAND-TOTAL.
           05                          PIC X(22) VALUE
               "ACCOUNTS AT AGENCIES:".
           05  GT-ACCOUNTS             PIC ZZZZ9.
           05                          PIC X(10) VALUE "  PLACED:".
           05  GT-PLACED               PIC $$$$,$$$,$$9.99.
           05                          PIC X(14) VALUE
               "  STILL OWED:".
           05  GT-BALANCE              PIC $$$$,$$$,$$9.99-.
           05                          PIC X(19) VALUE
               "  RECOVERED MONTH:".
           05  GT-RECOVERED-MONTH      PIC $$$$,$$$,$$9.99.

       01  NL-NONE-LINE.
           05                          PIC X(40) VALUE
               "NO ACCOUNTS AT COLLECTION AGENCIES".

       01  OL-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  OL-COUNT                PIC ZZZZ9.
           05                          PIC X(50) VALUE
               " PLACEMENTS NOT HELD - REPORT IS INCOMPLETE".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-AGENCIES
               PERFORM 200-LOAD-PLACEMENTS
               PERFORM 300-LOAD-LEDGER
               PERFORM 350-LOAD-OPEN-ITEMS
               PERFORM 400-REPORT-AGENCIES
               PERFORM 900-WRAP-UP
           ELSE
               DISPLAY "COLLRPT - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - PLACEMENT REPORT SKIPPED"
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       050-CHECK-RUN-TYPE.
           OPEN INPUT RUN-TYPE-FILE
           IF RT-FILE-STATUS = "00"
               READ RUN-TYPE-FILE INTO WS-RUN-TYPE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-CLOSING-PERIOD = PR-PROC-DATE / 100
           MOVE WS-CLOSING-PERIOD TO HL-PERIOD
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "COLLRPT - CUSTMSTR.DAT NOT AVAILABLE - "
                   "NO ACCOUNT CAN BE SHOWN AS PLACED"
           END-IF.

       150-LOAD-AGENCIES.
           OPEN INPUT AGENCY-FILE
           IF AG-FILE-STATUS = "00"
               PERFORM UNTIL AG-FILE-STATUS NOT = "00"
                   READ AGENCY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AG-CODE TO AH-CODE
                           PERFORM 160-FIND-AGENCY
                           IF AT-SLOT > 0
                               MOVE AG-NAME TO AT-NAME(AT-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCY-FILE
           END-IF.

      *FINDS (OR ADDS) THE AGENCY'S SLOT FOR THE CODE IN AH-CODE. A
      *CODE ADDED FROM A PLACEMENT RATHER THAN COLLAGCY.TXT KEEPS
      *THE NOT-ON-FILE NAME.
       160-FIND-AGENCY.
           MOVE 0 TO AT-SLOT
           PERFORM VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-AGENCY-COUNT
               IF AT-CODE(AT-SUB) = AH-CODE
                   MOVE AT-SUB TO AT-SLOT
               END-IF
           END-PERFORM
           IF AT-SLOT = 0 AND AT-AGENCY-COUNT < AT-MAX-AGENCIES
               ADD 1 TO AT-AGENCY-COUNT
               MOVE AT-AGENCY-COUNT TO AT-SLOT
               MOVE AH-CODE TO AT-CODE(AT-SLOT)
               MOVE "** NOT ON COLLAGCY.TXT" TO AT-NAME(AT-SLOT)
               MOVE 0 TO AT-ACCOUNTS(AT-SLOT)
               MOVE 0 TO AT-NEW-ACCOUNTS(AT-SLOT)
               MOVE 0 TO AT-PLACED(AT-SLOT)
               MOVE 0 TO AT-PLACED-MONTH(AT-SLOT)
               MOVE 0 TO AT-COLLECTED(AT-SLOT)
               MOVE 0 TO AT-BALANCE(AT-SLOT)
               MOVE 0 TO AT-RECOVERED-MONTH(AT-SLOT)
           END-IF.

       200-LOAD-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE
           IF PL-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PLACEMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-LOAD-ONE-PLACEMENT
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-FILE
           END-IF
           MOVE "NO " TO EOD.

       210-LOAD-ONE-PLACEMENT.
           MOVE PL-CUS-NUM TO BD-CUS-NUM
           PERFORM 220-FIND-PLACEMENT
           IF PT-SLOT = 0
               IF PT-PLACEMENT-COUNT < PT-MAX-PLACEMENTS
                   ADD 1 TO PT-PLACEMENT-COUNT
                   MOVE PT-PLACEMENT-COUNT TO PT-SLOT
               ELSE
                   ADD 1 TO PT-OVERFLOW-COUNT
               END-IF
           END-IF
           IF PT-SLOT > 0
               MOVE PL-CUS-NUM TO PT-CUS-NUM(PT-SLOT)
               MOVE PL-AGENCY TO PT-AGENCY(PT-SLOT)
               MOVE PL-DATE TO PT-DATE(PT-SLOT)
               MOVE PL-AMOUNT TO PT-AMOUNT(PT-SLOT)
               MOVE 0 TO PT-OPEN-AR(PT-SLOT)
               MOVE 0 TO PT-WRITTEN-OFF(PT-SLOT)
               MOVE 0 TO PT-RECOVERED(PT-SLOT)
               MOVE 0 TO PT-RECOVERED-MONTH(PT-SLOT)
           END-IF.

      *THE PLACEMENT SLOT FOR THE CUSTOMER IN BD-CUS-NUM - ZERO WHEN
      *THE ACCOUNT WAS NEVER PLACED.
       220-FIND-PLACEMENT.
           MOVE 0 TO PT-SLOT
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-PLACEMENT-COUNT
               IF PT-CUS-NUM(PT-SUB) = BD-CUS-NUM
                   MOVE PT-SUB TO PT-SLOT
               END-IF
           END-PERFORM.

      *WHAT WAS WRITTEN OFF AND RECOVERED ON EACH PLACED ACCOUNT,
      *EVER - AND THE RECOVERIES POSTED IN THE CLOSING PERIOD.
       300-LOAD-LEDGER.
           OPEN INPUT BAD-DEBT-FILE
           IF BD-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 310-LEDGER-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF
           MOVE "NO " TO EOD.

       310-LEDGER-ONE-ENTRY.
           PERFORM 220-FIND-PLACEMENT
           IF PT-SLOT > 0
               IF BD-TYPE = "W"
                   ADD BD-AMOUNT TO PT-WRITTEN-OFF(PT-SLOT)
               ELSE
                   ADD BD-AMOUNT TO PT-RECOVERED(PT-SLOT)
                   IF BD-POST-PERIOD = WS-CLOSING-PERIOD
                       ADD BD-AMOUNT TO PT-RECOVERED-MONTH(PT-SLOT)
                   END-IF
               END-IF
           END-IF.

       350-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE AO-CUS-NUM TO BD-CUS-NUM
                           PERFORM 220-FIND-PLACEMENT
                           IF PT-SLOT > 0 AND AO-PAID < AO-AMOUNT
                               COMPUTE PT-OPEN-AR(PT-SLOT) =
                                   PT-OPEN-AR(PT-SLOT)
                                   + AO-AMOUNT - AO-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE "NO " TO EOD.

      *ONE SECTION PER AGENCY, IN COLLAGCY.TXT ORDER, WITH THE CODES
      *ONLY THE PLACEMENTS KNOW ABOUT AFTER.
       400-REPORT-AGENCIES.
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-PLACEMENT-COUNT
               MOVE PT-AGENCY(PT-SUB) TO AH-CODE
               PERFORM 160-FIND-AGENCY
           END-PERFORM
           PERFORM VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-AGENCY-COUNT
               PERFORM 410-ONE-AGENCY
           END-PERFORM
           IF WS-ACTIVE-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
           END-IF.

      *AN AGENCY WITH NOTHING PLACED PRINTS NOTHING.
       410-ONE-AGENCY.
           MOVE 0 TO AT-SLOT
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-PLACEMENT-COUNT
               IF PT-AGENCY(PT-SUB) = AT-CODE(AT-SUB)
                   PERFORM 420-ONE-PLACEMENT
               END-IF
           END-PERFORM
           IF AT-ACCOUNTS(AT-SUB) > 0
               MOVE AT-ACCOUNTS(AT-SUB) TO TL-ACCOUNTS
               MOVE AT-NEW-ACCOUNTS(AT-SUB) TO TL-NEW
               MOVE AT-PLACED(AT-SUB) TO TL-PLACED
               MOVE AT-COLLECTED(AT-SUB) TO TL-COLLECTED
               MOVE AT-BALANCE(AT-SUB) TO TL-BALANCE
               MOVE AT-RECOVERED-MONTH(AT-SUB) TO TL-RECOVERED-MONTH
               WRITE PRINT-RECORD FROM TL-AGENCY-TOTAL AFTER 2
               MOVE AT-PLACED-MONTH(AT-SUB) TO TM-PLACED-MONTH
               WRITE PRINT-RECORD FROM TM-MONTH-LINE AFTER 1
           END-IF.

      *ONLY AN ACCOUNT STILL AT AN AGENCY - ONE SINCE REINSTATED HAS
      *BEEN CALLED BACK AND DROPS OFF. COLLECTED IS WHAT WAS PLACED
      *LESS WHAT IS STILL OWED, HOWEVER IT CAME IN.
       420-ONE-PLACEMENT.
           MOVE SPACES TO DL-CUS-NAME
           MOVE SPACE TO CU-AR-STATUS
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE PT-CUS-NUM(PT-SUB) TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACE TO CU-AR-STATUS
                   NOT INVALID KEY
                       MOVE CU-NAME TO DL-CUS-NAME
               END-READ
           END-IF
           IF CU-AR-STATUS = "C"
               IF AT-SLOT = 0
                   MOVE AT-CODE(AT-SUB) TO AH-CODE
                   MOVE AT-NAME(AT-SUB) TO AH-NAME
                   WRITE PRINT-RECORD FROM AH-AGENCY-HEADING AFTER 2
                   WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
                   MOVE AT-SUB TO AT-SLOT
               END-IF
               COMPUTE WS-BALANCE = PT-OPEN-AR(PT-SUB)
                   + PT-WRITTEN-OFF(PT-SUB) - PT-RECOVERED(PT-SUB)
               COMPUTE WS-COLLECTED = PT-AMOUNT(PT-SUB) - WS-BALANCE
               MOVE PT-CUS-NUM(PT-SUB) TO DL-CUS-NUM
               MOVE PT-DATE(PT-SUB) TO DL-PLACED-DATE
               MOVE PT-AMOUNT(PT-SUB) TO DL-PLACED
               MOVE WS-COLLECTED TO DL-COLLECTED
               MOVE WS-BALANCE TO DL-BALANCE
               MOVE PT-RECOVERED-MONTH(PT-SUB) TO DL-RECOVERED-MONTH
               MOVE SPACES TO DL-NEW
               COMPUTE WS-PLACED-PERIOD = PT-DATE(PT-SUB) / 100
               IF WS-PLACED-PERIOD = WS-CLOSING-PERIOD
                   MOVE "NEW THIS MONTH" TO DL-NEW
                   ADD 1 TO AT-NEW-ACCOUNTS(AT-SUB)
                   ADD PT-AMOUNT(PT-SUB) TO AT-PLACED-MONTH(AT-SUB)
               END-IF
               WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
               ADD 1 TO AT-ACCOUNTS(AT-SUB)
               ADD PT-AMOUNT(PT-SUB) TO AT-PLACED(AT-SUB)
               ADD WS-COLLECTED TO AT-COLLECTED(AT-SUB)
               ADD WS-BALANCE TO AT-BALANCE(AT-SUB)
               ADD PT-RECOVERED-MONTH(PT-SUB)
                   TO AT-RECOVERED-MONTH(AT-SUB)
               ADD 1 TO WS-ACTIVE-COUNT
               ADD PT-AMOUNT(PT-SUB) TO WS-TOT-PLACED
               ADD WS-BALANCE TO WS-TOT-BALANCE
               ADD PT-RECOVERED-MONTH(PT-SUB) TO WS-TOT-RECOVERED-MONTH
           END-IF.

       900-WRAP-UP.
           MOVE WS-ACTIVE-COUNT TO GT-ACCOUNTS
           MOVE WS-TOT-PLACED TO GT-PLACED
           MOVE WS-TOT-BALANCE TO GT-BALANCE
           MOVE WS-TOT-RECOVERED-MONTH TO GT-RECOVERED-MONTH
           WRITE PRINT-RECORD FROM GT-GRAND-TOTAL AFTER 3
           IF PT-OVERFLOW-COUNT > 0
               MOVE PT-OVERFLOW-COUNT TO OL-COUNT
               WRITE PRINT-RECORD FROM OL-OVERFLOW-LINE AFTER 2
               DISPLAY "COLLRPT - PLACEMENT TABLE FULL - "
                   PT-OVERFLOW-COUNT " PLACEMENTS NOT REPORTED"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "COLLRPT - " WS-ACTIVE-COUNT
               " ACCOUNTS AT COLLECTION AGENCIES"
           CLOSE PRINT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="COLLRPT"==.

       COPY PROCDTIO.
