      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END SHRINK REPORT. RUNS EVERY NIGHT BUT ONLY
      *            ACTS ON THE MEND (OR YEND) RUN TYPE. SUMS THE
      *            CLOSING PERIOD'S POSTED INVENTORY ADJUSTMENTS FROM
      *            THE ADJUSTMENT HISTORY INVADJ APPENDS TO
      *            (ADJHIST.TXT) THREE WAYS - BY REASON CODE, BY
      *            PRODUCT WITH EACH WAREHOUSE'S LOSS SIDE BY SIDE,
      *            AND BY WAREHOUSE - IN UNITS AND AT THE COST THEY
      *            WERE WRITTEN OFF AT. FOUND STOCK IS SHOWN AGAINST
      *            THE LOSSES SO NET SHRINK TIES TO WHAT WAS JOURNALED.
      *            OUTPUT IS SHRINKRP.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO "ADJHIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AH-FILE-STATUS.

      *ONLY FOR THE PRODUCT DESCRIPTIONS - A MASTER THAT WON'T OPEN
      *LEAVES THEM BLANK AND THE FIGURES STAND.
           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

           SELECT PRINT-FILE
           ASSIGN TO "SHRINKRP.TXT".

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

       FD  HISTORY-FILE.
       01  AH-RECORD.
           05  AH-DATE                 PIC 9(8).
           05  AH-DATE-PARTS REDEFINES AH-DATE.
               10  AH-PERIOD           PIC 9(6).
               10  AH-DAY              PIC 99.
           05  AH-PRO-NUM              PIC 999.
           05  AH-WH                   PIC X.
           05  AH-REASON               PIC XX.
           05  AH-DIRECTION            PIC X.
           05  AH-QTY                  PIC 9(5).
           05  AH-UNIT-COST            PIC 999V99.
           05  AH-EXT-COST             PIC 9(7)V99.
           05  AH-COSTED               PIC X.
           05  AH-ENTERED-BY           PIC XXX.
           05  AH-REMARK               PIC X(26).
           05                          PIC X(16).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

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
           05  AH-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-MASTER-OPEN              PIC X VALUE "N".

       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05                          PIC X(80).

      *THE SAME REASON CODES INVADJ ACCEPTS. A CODE NOT HERE (NONE
      *SHOULD REACH THE HISTORY) IS COUNTED UNDER OTHER.
       01  RC-REASON-VALUES.
           05                          PIC X(13) VALUE
               "DM-DAMAGED   ".
           05                          PIC X(13) VALUE
               "EX-EXPIRED   ".
           05                          PIC X(13) VALUE
               "TH-THEFT     ".
           05                          PIC X(13) VALUE
               "FD+FOUND     ".
           05                          PIC X(13) VALUE
               "SM-SAMPLE    ".
           05                          PIC X(13) VALUE
               "??-OTHER     ".
       01  RC-REASON-TABLE REDEFINES RC-REASON-VALUES.
           05  RC-ENTRY OCCURS 6 TIMES.
               10  RC-CODE             PIC XX.
               10  RC-DIRECTION        PIC X.
               10  RC-NAME             PIC X(10).
       01  RC-SUB                      PIC 9.

       01  RS-REASON-TOTALS.
           05  RS-ENTRY OCCURS 6 TIMES.
               10  RS-LINES            PIC 9(5)     VALUE 0.
               10  RS-UNITS            PIC 9(7)     VALUE 0.
               10  RS-COST             PIC 9(9)V99  VALUE 0.

      *ONE SLOT PER PRODUCT NUMBER, LOSSES KEPT BY WAREHOUSE.
       01  PS-PRODUCT-TOTALS.
           05  PS-ENTRY OCCURS 999 TIMES.
               10  PS-ACTIVE           PIC X        VALUE "N".
               10  PS-WH OCCURS 2 TIMES.
                   15  PS-LOSS-UNITS   PIC 9(7)     VALUE 0.
                   15  PS-LOSS-COST    PIC 9(9)V99  VALUE 0.
               10  PS-FOUND-UNITS      PIC 9(7)     VALUE 0.
               10  PS-FOUND-COST       PIC 9(9)V99  VALUE 0.
       01  PS-SUB                      PIC 9(3).

       01  WT-WAREHOUSE-TOTALS.
           05  WT-WH OCCURS 2 TIMES.
               10  WT-LOSS-UNITS       PIC 9(9)     VALUE 0.
               10  WT-LOSS-COST        PIC 9(11)V99 VALUE 0.
               10  WT-FOUND-UNITS      PIC 9(9)     VALUE 0.
               10  WT-FOUND-COST       PIC 9(11)V99 VALUE 0.
       01  WH-SUB                      PIC 9.

       01  WS-WORK.
           05  WS-NET-COST             PIC S9(11)V99 VALUE 0.
           05  WS-TOT-LOSS-COST        PIC 9(11)V99  VALUE 0.
           05  WS-TOT-FOUND-COST       PIC 9(11)V99  VALUE 0.
           05  WS-HISTORY-COUNT        PIC 9(7)      VALUE 0.
           05  WS-NO-COST-COUNT        PIC 9(5)      VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(33) VALUE
               "INVENTORY SHRINK REPORT - PERIOD".
           05  FILLER                  PIC X     VALUE SPACES.
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "SHRINKRP".

       01  SH-SECTION-HEADING          PIC X(40).

       01  RH-REASON-HEADING.
           05                          PIC X(14) VALUE "REASON".
           05                          PIC X(8)  VALUE "   LINES".
           05                          PIC X(10) VALUE "     UNITS".
           05                          PIC X(16) VALUE
               "      COST VALUE".

       01  RL-REASON-LINE.
           05  RLR-NAME                PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RLR-LINES               PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RLR-UNITS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RLR-COST                PIC $$$$,$$$,$$9.99.
           05  RLR-DIRECTION           PIC X(10).

       01  PH-PRODUCT-HEADING.
           05                          PIC X(33) VALUE
               "PROD DESCRIPTION".
           05                          PIC X(23) VALUE
               "    WH1 UNITS/LOSS".
           05                          PIC X(23) VALUE
               "    WH2 UNITS/LOSS".
           05                          PIC X(23) VALUE
               "  FOUND UNITS/VALUE".
           05                          PIC X(16) VALUE
               "      NET SHRINK".

       01  PL-PRODUCT-LINE.
           05  PL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PL-WH1-UNITS            PIC Z(6)9.
           05  PL-WH1-COST             PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PL-WH2-UNITS            PIC Z(6)9.
           05  PL-WH2-COST             PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PL-FOUND-UNITS          PIC Z(6)9.
           05  PL-FOUND-COST           PIC $$$$,$$$,$$9.99.
           05  PL-NET-COST             PIC $$$$,$$$,$$9.99-.

       01  WH-WAREHOUSE-HEADING.
           05                          PIC X(13) VALUE "WAREHOUSE".
           05                          PIC X(27) VALUE
               "  UNITS LOST      LOSS COST".
           05                          PIC X(27) VALUE
               " UNITS FOUND    FOUND VALUE".
           05                          PIC X(18) VALUE
               "        NET SHRINK".

       01  WL-WAREHOUSE-LINE.
           05  WL-LABEL                PIC X(13).
           05  WL-LOSS-UNITS           PIC Z(8)9.
           05  WL-LOSS-COST            PIC $$$$,$$$,$$$,$$9.99.
           05  WL-FOUND-UNITS          PIC Z(8)9.
           05  WL-FOUND-COST           PIC $$$$,$$$,$$$,$$9.99.
           05  WL-NET-COST             PIC $$$$,$$$,$$$,$$9.99-.

       01  TL-COUNT-LINE.
           05                          PIC X(22) VALUE
               "ADJUSTMENTS IN PERIOD:".
           05  TL-HISTORY              PIC Z(6)9.
           05                          PIC X(20) VALUE
               "   POSTED AT NO COST".
           05  TL-NO-COST              PIC ZZZZ9.

       01  NL-NONE-LINE.
           05                          PIC X(40) VALUE
               "NO INVENTORY ADJUSTMENTS THIS PERIOD".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 200-SUM-HISTORY
               IF WS-HISTORY-COUNT = 0
                   WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
               ELSE
                   PERFORM 300-REASON-SECTION
                   PERFORM 400-PRODUCT-SECTION
                   PERFORM 500-WAREHOUSE-SECTION
               END-IF
               MOVE WS-HISTORY-COUNT TO TL-HISTORY
               MOVE WS-NO-COST-COUNT TO TL-NO-COST
               WRITE PRINT-RECORD FROM TL-COUNT-LINE AFTER 2
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "SHRINKRP - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - SHRINK REPORT SKIPPED"
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
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

      *THE HISTORY CARRIES EVERY MONTH SINCE IT WAS STARTED - ONLY
      *THE CLOSING PERIOD'S LINES COUNT.
       200-SUM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF AH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AH-PERIOD = WS-CLOSING-PERIOD
                               PERFORM 210-ADD-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "SHRINKRP - NO ADJHIST.TXT - NOTHING TO REPORT"
           END-IF.

       210-ADD-ADJUSTMENT.
           ADD 1 TO WS-HISTORY-COUNT
           IF AH-COSTED = "N"
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 5 OR RC-CODE(RC-SUB) = AH-REASON
               CONTINUE
           END-PERFORM
           IF RC-SUB > 5
               MOVE 6 TO RC-SUB
           END-IF
           ADD 1 TO RS-LINES(RC-SUB)
           ADD AH-QTY TO RS-UNITS(RC-SUB)
           ADD AH-EXT-COST TO RS-COST(RC-SUB)
           IF AH-WH = "2"
               MOVE 2 TO WH-SUB
           ELSE
               MOVE 1 TO WH-SUB
           END-IF
           IF AH-PRO-NUM > 0
               MOVE AH-PRO-NUM TO PS-SUB
               MOVE "Y" TO PS-ACTIVE(PS-SUB)
               IF AH-DIRECTION = "+"
                   ADD AH-QTY TO PS-FOUND-UNITS(PS-SUB)
                   ADD AH-EXT-COST TO PS-FOUND-COST(PS-SUB)
               ELSE
                   ADD AH-QTY TO PS-LOSS-UNITS(PS-SUB, WH-SUB)
                   ADD AH-EXT-COST TO PS-LOSS-COST(PS-SUB, WH-SUB)
               END-IF
           END-IF
           IF AH-DIRECTION = "+"
               ADD AH-QTY TO WT-FOUND-UNITS(WH-SUB)
               ADD AH-EXT-COST TO WT-FOUND-COST(WH-SUB)
           ELSE
               ADD AH-QTY TO WT-LOSS-UNITS(WH-SUB)
               ADD AH-EXT-COST TO WT-LOSS-COST(WH-SUB)
           END-IF.

       300-REASON-SECTION.
           MOVE "BY REASON" TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           WRITE PRINT-RECORD FROM RH-REASON-HEADING AFTER 1
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 6
               IF RC-SUB < 6 OR RS-LINES(RC-SUB) > 0
                   MOVE RC-NAME(RC-SUB) TO RLR-NAME
                   MOVE RS-LINES(RC-SUB) TO RLR-LINES
                   MOVE RS-UNITS(RC-SUB) TO RLR-UNITS
                   MOVE RS-COST(RC-SUB) TO RLR-COST
                   IF RC-DIRECTION(RC-SUB) = "+"
                       MOVE "  ADDED" TO RLR-DIRECTION
                   ELSE
                       MOVE "  REMOVED" TO RLR-DIRECTION
                   END-IF
                   WRITE PRINT-RECORD FROM RL-REASON-LINE AFTER 1
               END-IF
           END-PERFORM.

       400-PRODUCT-SECTION.
           MOVE "BY PRODUCT" TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           WRITE PRINT-RECORD FROM PH-PRODUCT-HEADING AFTER 1
           OPEN INPUT MASTER-FILE
           IF MASTER-SWITCH = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           PERFORM VARYING PS-SUB FROM 1 BY 1
                   UNTIL PS-SUB = 999
               IF PS-ACTIVE(PS-SUB) = "Y"
                   PERFORM 410-PRODUCT-LINE
               END-IF
           END-PERFORM
           IF PS-ACTIVE(999) = "Y"
               PERFORM 410-PRODUCT-LINE
           END-IF
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF.

       410-PRODUCT-LINE.
           MOVE SPACES TO PL-PRO-DES
           IF WS-MASTER-OPEN = "Y"
               MOVE PS-SUB TO MR-ID
               READ MASTER-FILE INTO MASTER-RECORD
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO PL-PRO-DES
                   NOT INVALID KEY
                       MOVE MR-PRO-DES TO PL-PRO-DES
               END-READ
           END-IF
           COMPUTE WS-NET-COST = PS-LOSS-COST(PS-SUB, 1)
               + PS-LOSS-COST(PS-SUB, 2) - PS-FOUND-COST(PS-SUB)
           MOVE PS-SUB TO PL-PRO-NUM
           MOVE PS-LOSS-UNITS(PS-SUB, 1) TO PL-WH1-UNITS
           MOVE PS-LOSS-COST(PS-SUB, 1) TO PL-WH1-COST
           MOVE PS-LOSS-UNITS(PS-SUB, 2) TO PL-WH2-UNITS
           MOVE PS-LOSS-COST(PS-SUB, 2) TO PL-WH2-COST
           MOVE PS-FOUND-UNITS(PS-SUB) TO PL-FOUND-UNITS
           MOVE PS-FOUND-COST(PS-SUB) TO PL-FOUND-COST
           MOVE WS-NET-COST TO PL-NET-COST
           WRITE PRINT-RECORD FROM PL-PRODUCT-LINE AFTER 1.

      *THE NET LINE IS WHAT INVADJ JOURNALED TO SHRINK OVER THE
      *PERIOD - LOSSES DEBITED LESS FOUND STOCK CREDITED BACK.
       500-WAREHOUSE-SECTION.
           MOVE "BY WAREHOUSE" TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           WRITE PRINT-RECORD FROM WH-WAREHOUSE-HEADING AFTER 1
           PERFORM VARYING WH-SUB FROM 1 BY 1
                   UNTIL WH-SUB > 2
               IF WH-SUB = 1
                   MOVE "WAREHOUSE 1" TO WL-LABEL
               ELSE
                   MOVE "WAREHOUSE 2" TO WL-LABEL
               END-IF
               COMPUTE WS-NET-COST =
                   WT-LOSS-COST(WH-SUB) - WT-FOUND-COST(WH-SUB)
               ADD WT-LOSS-COST(WH-SUB) TO WS-TOT-LOSS-COST
               ADD WT-FOUND-COST(WH-SUB) TO WS-TOT-FOUND-COST
               MOVE WT-LOSS-UNITS(WH-SUB) TO WL-LOSS-UNITS
               MOVE WT-LOSS-COST(WH-SUB) TO WL-LOSS-COST
               MOVE WT-FOUND-UNITS(WH-SUB) TO WL-FOUND-UNITS
               MOVE WT-FOUND-COST(WH-SUB) TO WL-FOUND-COST
               MOVE WS-NET-COST TO WL-NET-COST
               WRITE PRINT-RECORD FROM WL-WAREHOUSE-LINE AFTER 1
           END-PERFORM
           MOVE "TOTAL" TO WL-LABEL
           COMPUTE WS-NET-COST = WS-TOT-LOSS-COST - WS-TOT-FOUND-COST
           COMPUTE WL-LOSS-UNITS =
               WT-LOSS-UNITS(1) + WT-LOSS-UNITS(2)
           MOVE WS-TOT-LOSS-COST TO WL-LOSS-COST
           COMPUTE WL-FOUND-UNITS =
               WT-FOUND-UNITS(1) + WT-FOUND-UNITS(2)
           MOVE WS-TOT-FOUND-COST TO WL-FOUND-COST
           MOVE WS-NET-COST TO WL-NET-COST
           WRITE PRINT-RECORD FROM WL-WAREHOUSE-LINE AFTER 2.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="SHRINKRP"==.

       COPY PROCDTIO.
