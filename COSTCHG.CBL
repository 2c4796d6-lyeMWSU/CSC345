      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   VENDOR COST CHANGES AND THEIR MARGIN REVIEW. A
      *            VENDOR'S NEW PRICE LIST (VENDCOST.TXT, WITH THE
      *            SAME HEADER/TRAILER CONTROLS EVERY FEED CARRIES)
      *            IS LOADED ONTO THE PENDING-COST FILE (COSTPEND.TXT)
      *            INSTEAD OF STRAIGHT ONTO THE MASTER. A LATER LINE
      *            FOR THE SAME PRODUCT REPLACES THE EARLIER ONE.
      *
      *            EVERY NIGHT THE REVIEW REPORT (COSTCHG.TXT) SHOWS
      *            EACH PENDING LINE WITH ITS OLD AND NEW COST, THE
      *            SELLING PRICE IN EFFECT TONIGHT, THE MARGIN BEFORE
      *            AND AFTER THE CHANGE, THE SELL PRICE THAT HOLDS THE
      *            TARGET MARGIN (COSTMRGN.TXT), AND EVERY CUSTOMER
      *            CONTRACT ON CONTRACT.DAT STILL RUNNING ON OR AFTER
      *            THE EFFECTIVE DATE WHOSE PRICE WOULD BE UNDER THE
      *            NEW COST.
      *
      *            THE BUYER'S DECISIONS COME BACK ON COSTAPPR.TXT.
      *            AN APPROVED LINE'S SELL PRICE (THE ONE KEYED, OR
      *            THE SUGGESTED PRICE WHEN NONE IS) GOES ONTO THE
      *            MASTER AS THE PENDING PRICE, DATED THE COST'S
      *            EFFECTIVE DATE - THE SAME EFFECTIVE-DATED PRICING
      *            THE TRANSACTION RUN ALREADY HONORS. ON THE NIGHT
      *            THE EFFECTIVE DATE ARRIVES THE NEW COST GOES ONTO
      *            THE MASTER AS WELL, SO COST AND PRICE MOVE
      *            TOGETHER. A PENDING PRICE ALREADY IN EFFECT IS
      *            FIRST CARRIED INTO THE CURRENT PRICE SO IT ISN'T
      *            LOST. BOTH MASTER TOUCHES GO THROUGH THE AUDITED
      *            REWRITE PATH (BEFORE/AFTER TO P7AUDIT.TXT). APPLIED
      *            AND REJECTED LINES MOVE TO COSTHIST.TXT.
      *
      *            VENDCOST.TXT DETAIL LAYOUT:
      *              COLS  1-3   VENDOR NUMBER
      *              COLS  4-6   PRODUCT NUMBER
      *              COLS  7-11  NEW UNIT COST (999V99)
      *              COLS 12-19  EFFECTIVE DATE (YYYYMMDD) - BLANK
      *                          MEANS TONIGHT'S PROCESSING DATE
      *
      *            COSTAPPR.TXT LAYOUT (CLEARED ONCE APPLIED):
      *              COLS  1-3   PRODUCT NUMBER
      *              COL   4     "A" APPROVE, "R" REJECT
      *              COLS  5-9   SELL PRICE (999V99) - BLANK OR ZERO
      *                          TAKES THE SUGGESTED PRICE
      *              COLS 10-12  APPROVED BY (INITIALS)
      *
      *            COSTPEND.TXT LAYOUT (COSTHIST.TXT ADDS COLS 37-44,
      *            THE NIGHT THE LINE WAS APPLIED OR REJECTED):
      *              COLS  1-3   PRODUCT NUMBER
      *              COLS  4-6   VENDOR NUMBER
      *              COLS  7-11  NEW UNIT COST
      *              COLS 12-19  EFFECTIVE DATE
      *              COL  20     "P" AWAITING REVIEW, "A" APPROVED,
      *                          "D" APPLIED, "R" REJECTED
      *              COLS 21-25  APPROVED SELL PRICE
      *              COLS 26-33  NIGHT LOADED
      *              COLS 34-36  APPROVED BY
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICE-LIST-FILE
           ASSIGN USING WS-VENDCOST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VC-FILE-STATUS.

           SELECT APPROVAL-FILE
           ASSIGN USING WS-COSTAPPR-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

           SELECT PENDING-FILE
           ASSIGN USING WS-COSTPEND-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CP-FILE-STATUS.

           SELECT HISTORY-FILE
           ASSIGN USING WS-COSTHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CH-FILE-STATUS.

      *TARGET GROSS MARGIN PERCENT (99V99) - NO FILE LEAVES THE
      *30.00 DEFAULT IN EFFECT.
           SELECT MARGIN-FILE
           ASSIGN TO "COSTMRGN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MG-FILE-STATUS.

      *THE CONTRACTS FOR A PRODUCT COME STRAIGHT OFF ITS PRODUCT KEY.
           SELECT CONTRACT-FILE
           ASSIGN TO "CONTRACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-KEY
           ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS CO-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN USING WS-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

      *THE SAME BEFORE/AFTER TRAIL THE TRANSACTION RUN APPENDS TO.
           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "COSTCHG.TXT".

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

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL REPRICES THE
      *TEST MASTER AND LEAVES THE REAL PENDING FILE ALONE.
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       01  VC-RECORD                   PIC X(80).

       FD  APPROVAL-FILE.
       01  CA-RECORD.
           05  CA-PRO-NUM              PIC 999.
           05  CA-PRO-NUM-X REDEFINES CA-PRO-NUM
                                       PIC XXX.
           05  CA-DECISION             PIC X.
               88  CA-APPROVED         VALUE "A".
               88  CA-REJECTED         VALUE "R".
           05  CA-SELL-PRICE           PIC 999V99.
           05  CA-SELL-PRICE-X REDEFINES CA-SELL-PRICE
                                       PIC X(5).
           05  CA-APPROVED-BY          PIC XXX.
           05                          PIC X(68).

       FD  PENDING-FILE.
       01  CP-RECORD                   PIC X(36).

       FD  HISTORY-FILE.
       01  CH-RECORD.
           05  CH-PENDING-IMAGE        PIC X(36).
           05  CH-DATE-DONE            PIC 9(8).

       FD  MARGIN-FILE.
       01  MG-RECORD                   PIC 99V99.

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  AUDIT-FILE.
       01  AR-AUDIT-RECORD.
           05  AR-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-PRO-NUM              PIC 999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-BEFORE-IMAGE         PIC X(110).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AR-AFTER-IMAGE          PIC X(110).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  LOCK-FILE.
       01  LK-RECORD                   PIC X(30).

       FD  LOCK-OVERRIDE-FILE.
       01  OV-RECORD                   PIC X(8).

       FD  LOCK-LOG-FILE.
       01  LL-RECORD                   PIC X(58).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY MSTLOCK.

       COPY PROCDT.

       COPY TESTMODE.

       COPY RUNLOG.

       01  LK-FILE-STATUS              PIC XX.

       01  WS-FILE-NAMES.
           05  WS-VENDCOST-NAME        PIC X(12) VALUE
               "VENDCOST.TXT".
           05  WS-COSTAPPR-NAME        PIC X(12) VALUE
               "COSTAPPR.TXT".
           05  WS-COSTPEND-NAME        PIC X(12) VALUE
               "COSTPEND.TXT".
           05  WS-COSTHIST-NAME        PIC X(12) VALUE
               "COSTHIST.TXT".
           05  WS-MASTER-NAME          PIC X(12) VALUE "VSAM.TXT".
           05  WS-AUDIT-NAME           PIC X(12) VALUE
               "P7AUDIT.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  VC-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  CP-FILE-STATUS          PIC XX.
           05  CH-FILE-STATUS          PIC XX.
           05  MG-FILE-STATUS          PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  AR-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-FOUND-SW             PIC X.
               88  WS-FOUND            VALUE "Y".
           05  WS-REWRITE-SW           PIC X.
               88  WS-REWRITE-OK       VALUE "Y".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE
                                       PIC 9(8).

      *ONE VENDOR PRICE-LIST LINE.
       01  VENDOR-COST-LINE.
           05  VL-VEND-NUM             PIC 999.
           05  VL-VEND-NUM-X REDEFINES VL-VEND-NUM
                                       PIC XXX.
           05  VL-PRO-NUM              PIC 999.
           05  VL-PRO-NUM-X REDEFINES VL-PRO-NUM
                                       PIC XXX.
           05  VL-NEW-COST             PIC 999V99.
           05  VL-NEW-COST-X REDEFINES VL-NEW-COST
                                       PIC X(5).
           05  VL-EFF-DATE             PIC 9(8).
           05  VL-EFF-DATE-X REDEFINES VL-EFF-DATE
                                       PIC X(8).
           05                          PIC X(61).

       01  PENDING-RECORD.
           05  PN-PRO-NUM              PIC 999.
           05  PN-VEND-NUM             PIC 999.
           05  PN-NEW-COST             PIC 999V99.
           05  PN-EFF-DATE             PIC 9(8).
           05  PN-STATUS               PIC X.
           05  PN-NEW-PRICE            PIC 999V99.
           05  PN-LOAD-DATE            PIC 9(8).
           05  PN-APPROVED-BY          PIC XXX.

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
           05  MR-PEND-PRICE-X REDEFINES MR-PEND-PRICE
                                       PIC X(5).
           05  MR-PEND-DATE            PIC 9(8).
           05  MR-PEND-DATE-X REDEFINES MR-PEND-DATE
                                       PIC X(8).
           05  MR-ON-HAND              PIC 9(7).
           05  MR-VEND-NUM             PIC 999.
           05  MR-ORD-QTY              PIC 9(5).
           05  MR-UNIT-COST            PIC 999V99.
           05  MR-UNIT-COST-X REDEFINES MR-UNIT-COST
                                       PIC X(5).
           05  FILLER                  PIC X(26).

      *TONIGHT'S PENDING COST LINES - WHAT WAS ON COSTPEND.TXT PLUS
      *THE PRICE LIST JUST LOADED.
       01  PT-PENDING-TABLE.
           05  PT-LINE-COUNT           PIC 9(4) VALUE 0.
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-PRO-NUM          PIC 999.
               10  PT-VEND-NUM         PIC 999.
               10  PT-NEW-COST         PIC 999V99.
               10  PT-EFF-DATE         PIC 9(8).
               10  PT-STATUS           PIC X.
               10  PT-NEW-PRICE        PIC 999V99.
               10  PT-LOAD-DATE        PIC 9(8).
               10  PT-APPROVED-BY      PIC XXX.
       01  PT-SUB                      PIC 9(4).
       01  PT-FOUND-SUB                PIC 9(4).

      *TONIGHT'S PRICE LIST IS HELD HERE UNTIL THE FEED PROVES OUT -
      *A FEED THAT DOESN'T LOADS NOTHING.
       01  NL-NEW-LINE-TABLE.
           05  NL-LINE-COUNT           PIC 9(4) VALUE 0.
           05  NL-ENTRY OCCURS 500 TIMES.
               10  NL-PRO-NUM          PIC 999.
               10  NL-VEND-NUM         PIC 999.
               10  NL-NEW-COST         PIC 999V99.
               10  NL-EFF-DATE         PIC 9(8).
       01  NL-SUB                      PIC 9(4).

       01  WS-CO-OPEN                  PIC X VALUE "N".
       01  WS-CO-DONE                  PIC X VALUE "N".

       01  WS-TARGET-MARGIN            PIC 99V99 VALUE 30.00.
       01  WS-CURRENT-PRICE            PIC 999V99 VALUE 0.
       01  WS-SUGGESTED-PRICE          PIC 999V99 VALUE 0.
       01  WS-MARGIN-COST              PIC 999V99 VALUE 0.
       01  WS-MARGIN-PCT               PIC S9(5)V9 VALUE 0.
       01  WS-BELOW-COUNT              PIC 9(4) VALUE 0.

       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-LOADED-COUNT         PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(32) VALUE
               "VENDOR COST CHANGE REVIEW".
           05                          PIC X(15) VALUE
               "TARGET MARGIN: ".
           05  HL-TARGET               PIC Z9.99.
           05                          PIC X(6)  VALUE "%".
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "COSTCHG".

       01  SH-SECTION-HEADING.
           05  SH-TEXT                 PIC X(60).

       01  CH-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "PRO".
           05                          PIC X(22) VALUE "DESCRIPTION".
           05                          PIC X(5)  VALUE "VND".
           05                          PIC X(8)  VALUE "OLD CST".
           05                          PIC X(8)  VALUE "NEW CST".
           05                          PIC X(10) VALUE "EFFECTIVE".
           05                          PIC X(8)  VALUE "PRICE".
           05                          PIC X(8)  VALUE "MGN WAS".
           05                          PIC X(8)  VALUE "MGN NOW".
           05                          PIC X(8)  VALUE "SUGGEST".
           05                          PIC X(20) VALUE "STATUS".

       01  DL-DETAIL-LINE.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-DES              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-VEND-NUM             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-OLD-COST             PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NEW-COST             PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRICE                PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-MARGIN-WAS           PIC ---9.9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-MARGIN-NOW           PIC ---9.9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SUGGESTED            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATUS               PIC X(30).
           05  DL-STATUS-PRICED REDEFINES DL-STATUS.
               10  DL-STATUS-TEXT      PIC X(12).
               10  DL-STATUS-PRICE     PIC ZZ9.99.
               10  FILLER              PIC X(4).
               10  DL-STATUS-BY        PIC XXX.
               10  FILLER              PIC X(5).

       01  KL-CONTRACT-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05                          PIC X(15) VALUE
               "CONTRACT CUST ".
           05  KL-CUS-NUM              PIC 9(5).
           05                          PIC X(9)  VALUE "  PRICE ".
           05  KL-PRICE                PIC ZZ9.99.
           05                          PIC X(6)  VALUE "  THRU".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  KL-EXP-DATE             PIC 9(8).
           05                          PIC X(24) VALUE
               "  ** BELOW NEW COST **".

       01  EL-ERROR-LINE.
           05  EL-TEXT                 PIC X(40).
           05  EL-INPUT                PIC X(40).

       01  TL-TOTAL-LINE.
           05                          PIC X(7)  VALUE "LINES: ".
           05  TL-READ                 PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  LOADED:".
           05  TL-LOADED               PIC ZZZZ9.
           05                          PIC X(11) VALUE "  APPROVED:".
           05  TL-APPROVED             PIC ZZZZ9.
           05                          PIC X(11) VALUE "  REJECTED:".
           05  TL-REJECTED             PIC ZZZZ9.
           05                          PIC X(10) VALUE "  APPLIED:".
           05  TL-APPLIED              PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  ERRORS:".
           05  TL-ERRORS               PIC ZZZZ9.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "VENDCSTT.TXT" TO WS-VENDCOST-NAME
               MOVE "COSTAPRT.TXT" TO WS-COSTAPPR-NAME
               MOVE "COSTPNDT.TXT" TO WS-COSTPEND-NAME
               MOVE "COSTHSTT.TXT" TO WS-COSTHIST-NAME
               MOVE "VSAMTEST.TXT" TO WS-MASTER-NAME
               MOVE "P7AUDITT.TXT" TO WS-AUDIT-NAME
               DISPLAY "COSTCHG - TEST RUN - TEST MASTER AND FILES"
           END-IF
           MOVE "X" TO ML-MODE-WANTED
           PERFORM 960-TAKE-MASTER-LOCK
           PERFORM 100-INITIALIZE
           PERFORM 110-LOAD-TARGET-MARGIN
           PERFORM 120-OPEN-CONTRACTS
           PERFORM 130-LOAD-PENDING
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "COSTCHG PENDING-COST TABLE OVERFLOW - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "APPROVALS AND REJECTIONS" TO SH-TEXT
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
               PERFORM 200-READ-APPROVALS
               MOVE "VENDOR PRICE LIST" TO SH-TEXT
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
               PERFORM 300-READ-PRICE-LIST
               PERFORM 989-VERIFY-FEED
               IF FC-FEED-ERROR = "N"
                   PERFORM 360-MERGE-NEW-LINES
                       VARYING NL-SUB FROM 1 BY 1
                       UNTIL NL-SUB > NL-LINE-COUNT
                   PERFORM 350-RETIRE-PRICE-LIST
               ELSE
                   MOVE "PRICE LIST DID NOT PROVE OUT - NOT LOADED"
                       TO SH-TEXT
                   WRITE PRINT-RECORD FROM SH-SECTION-HEADING
                       AFTER 1
               END-IF
               MOVE "COST CHANGES EFFECTIVE TONIGHT" TO SH-TEXT
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
               PERFORM 400-APPLY-DUE-COST
                   VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               PERFORM 500-REVIEW-REPORT
               PERFORM 700-SAVE-PENDING
           END-IF
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
           MOVE "VENDCOST" TO FC-EXPECTED-ID
           OPEN I-O MASTER-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND AUDIT-FILE
           IF AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF CH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       110-LOAD-TARGET-MARGIN.
           OPEN INPUT MARGIN-FILE
           IF MG-FILE-STATUS = "00"
               READ MARGIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MG-RECORD NUMERIC AND MG-RECORD > 0
                           MOVE MG-RECORD TO WS-TARGET-MARGIN
                       END-IF
               END-READ
               CLOSE MARGIN-FILE
           END-IF
           MOVE WS-TARGET-MARGIN TO HL-TARGET
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2.

      *NO FILE MEANS NO CONTRACTS TO WARN ABOUT.
       120-OPEN-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CO-FILE-STATUS = "00"
               MOVE "Y" TO WS-CO-OPEN
           END-IF.

       130-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF CP-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PENDING-FILE INTO PENDING-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF PT-LINE-COUNT < 500
                               ADD 1 TO PT-LINE-COUNT
                               MOVE PENDING-RECORD TO
                                   PT-ENTRY(PT-LINE-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *THE BUYER'S DECISIONS ARE TAKEN BEFORE TONIGHT'S PRICE LIST
      *LOADS - AN APPROVAL ALWAYS MEANS THE COST THE BUYER SAW ON
      *LAST NIGHT'S REVIEW, NEVER ONE THAT REPLACED IT SINCE.
       200-READ-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF CA-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ APPROVAL-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               PERFORM 240-RETIRE-APPROVALS
           END-IF.

       210-ONE-APPROVAL.
           MOVE SPACES TO EL-ERROR-LINE
           MOVE CA-RECORD TO EL-INPUT
           IF CA-PRO-NUM-X NOT NUMERIC
               MOVE "BAD PRODUCT NUMBER" TO EL-TEXT
           ELSE
               IF NOT CA-APPROVED AND NOT CA-REJECTED
                   MOVE "DECISION MUST BE A OR R" TO EL-TEXT
               ELSE
                   MOVE CA-PRO-NUM TO PN-PRO-NUM
                   PERFORM 600-FIND-PENDING
                   IF NOT WS-FOUND
                       MOVE "NO COST CHANGE AWAITING REVIEW"
                           TO EL-TEXT
                   ELSE
                       IF PT-STATUS(PT-FOUND-SUB) NOT = "P"
                           MOVE "ALREADY DECIDED" TO EL-TEXT
                       ELSE
                           IF CA-REJECTED
                               PERFORM 215-REJECT-LINE
                           ELSE
                               PERFORM 220-APPROVE-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF EL-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               WRITE PRINT-RECORD FROM EL-ERROR-LINE AFTER 1
           END-IF.

       215-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "R" TO PT-STATUS(PT-FOUND-SUB)
           MOVE CA-APPROVED-BY TO PT-APPROVED-BY(PT-FOUND-SUB)
           MOVE PT-FOUND-SUB TO PT-SUB
           PERFORM 710-WRITE-HISTORY
           PERFORM 505-READ-FOR-REVIEW
           PERFORM 510-REVIEW-ONE-LINE.

      *THE APPROVED SELL PRICE BECOMES THE MASTER'S PENDING PRICE,
      *DATED THE COST'S EFFECTIVE DATE. THE REVIEW LINE PRINTS FROM
      *THE MASTER AS IT STOOD BEFORE THE CHANGE.
       220-APPROVE-LINE.
           MOVE PT-FOUND-SUB TO PT-SUB
           MOVE PT-PRO-NUM(PT-SUB) TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   MOVE "PRODUCT NO LONGER ON MASTER" TO EL-TEXT
               NOT INVALID KEY
                   PERFORM 530-SUGGESTED-PRICE
                   IF CA-SELL-PRICE-X NUMERIC AND CA-SELL-PRICE > 0
                       MOVE CA-SELL-PRICE TO PT-NEW-PRICE(PT-SUB)
                   ELSE
                       MOVE WS-SUGGESTED-PRICE TO
                           PT-NEW-PRICE(PT-SUB)
                   END-IF
                   MOVE "A" TO PT-STATUS(PT-SUB)
                   MOVE CA-APPROVED-BY TO PT-APPROVED-BY(PT-SUB)
                   PERFORM 510-REVIEW-ONE-LINE
                   PERFORM 230-SET-PENDING-PRICE
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       MOVE "P" TO PT-STATUS(PT-SUB)
                       MOVE SPACES TO PT-APPROVED-BY(PT-SUB)
                       MOVE 0 TO PT-NEW-PRICE(PT-SUB)
                       MOVE "MASTER REWRITE UNSUCCESSFUL" TO EL-TEXT
                   END-IF
           END-READ.

      *A PENDING PRICE WHOSE DATE HAS ALREADY COME IS THE PRICE IN
      *EFFECT - IT MOVES INTO THE CURRENT PRICE BEFORE THE NEW ONE
      *TAKES ITS PLACE.
       230-SET-PENDING-PRICE.
           MOVE "N" TO WS-REWRITE-SW
           MOVE SPACES TO AR-AUDIT-RECORD
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           IF MR-PEND-PRICE-X NUMERIC AND MR-PEND-DATE-X NUMERIC
               IF MR-PEND-PRICE > 0 AND MR-PEND-DATE > 0
                       AND MR-PEND-DATE <= PR-PROC-DATE
                   MOVE MR-PEND-PRICE TO MR-PRICE
               END-IF
           END-IF
           MOVE PT-NEW-PRICE(PT-SUB) TO MR-PEND-PRICE
           MOVE PT-EFF-DATE(PT-SUB) TO MR-PEND-DATE
           PERFORM 690-REWRITE-MASTER.

       240-RETIRE-APPROVALS.
           OPEN OUTPUT APPROVAL-FILE
           CLOSE APPROVAL-FILE.

       300-READ-PRICE-LIST.
           OPEN INPUT PRICE-LIST-FILE
           IF VC-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PRICE-LIST-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           ELSE
               DISPLAY "NO VENDCOST.TXT - NO PRICE LIST TO LOAD"
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

       310-ONE-PRICE-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE VC-RECORD TO VENDOR-COST-LINE
           MOVE SPACES TO EL-ERROR-LINE
           MOVE VC-RECORD TO EL-INPUT
           IF VL-EFF-DATE-X = SPACES
               MOVE PR-PROC-DATE TO VL-EFF-DATE
           END-IF
           IF VL-VEND-NUM-X NOT NUMERIC
               MOVE "BAD VENDOR NUMBER" TO EL-TEXT
           ELSE
           IF VL-PRO-NUM-X NOT NUMERIC OR VL-PRO-NUM = 0
               MOVE "BAD PRODUCT NUMBER" TO EL-TEXT
           ELSE
           IF VL-NEW-COST-X NOT NUMERIC OR VL-NEW-COST = 0
               MOVE "NEW COST MISSING OR NOT NUMERIC" TO EL-TEXT
           ELSE
           IF VL-EFF-DATE-X NOT NUMERIC OR VL-EFF-DATE < 19000101
               MOVE "BAD EFFECTIVE DATE" TO EL-TEXT
           ELSE
           IF NL-LINE-COUNT NOT < 500
               MOVE "PRICE LIST TOO LONG - LINE DROPPED" TO EL-TEXT
           ELSE
               MOVE VL-PRO-NUM TO MR-ID
               READ MASTER-FILE INTO MASTER-RECORD
                   INVALID KEY
                       MOVE "PRODUCT NOT ON MASTER" TO EL-TEXT
                   NOT INVALID KEY
                       ADD 1 TO NL-LINE-COUNT
                       MOVE VL-PRO-NUM TO NL-PRO-NUM(NL-LINE-COUNT)
                       MOVE VL-VEND-NUM TO NL-VEND-NUM(NL-LINE-COUNT)
                       MOVE VL-NEW-COST TO NL-NEW-COST(NL-LINE-COUNT)
                       MOVE VL-EFF-DATE TO NL-EFF-DATE(NL-LINE-COUNT)
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF EL-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               WRITE PRINT-RECORD FROM EL-ERROR-LINE AFTER 1
           END-IF.

      *A PROVED-OUT PRICE LIST IS CLEARED SO A RERUN CAN'T LOAD IT
      *TWICE; ONE THAT DIDN'T IS KEPT FOR THE CORRECTED RERUN.
       350-RETIRE-PRICE-LIST.
           OPEN OUTPUT PRICE-LIST-FILE
           CLOSE PRICE-LIST-FILE.

      *A NEWER LINE FOR A PRODUCT REPLACES WHATEVER WAS WAITING FOR
      *IT AND GOES BACK TO THE BUYER FOR REVIEW.
       360-MERGE-NEW-LINES.
           MOVE NL-PRO-NUM(NL-SUB) TO PN-PRO-NUM
           PERFORM 600-FIND-PENDING
           MOVE SPACES TO EL-ERROR-LINE
           IF WS-FOUND
               MOVE PT-FOUND-SUB TO PT-SUB
               IF PT-STATUS(PT-SUB) = "A"
                   MOVE "REPLACES AN APPROVED CHANGE - REVIEW AGAIN"
                       TO EL-TEXT
               ELSE
                   MOVE "REPLACES AN EARLIER PENDING CHANGE"
                       TO EL-TEXT
               END-IF
           ELSE
               IF PT-LINE-COUNT < 500
                   ADD 1 TO PT-LINE-COUNT
                   MOVE PT-LINE-COUNT TO PT-SUB
               ELSE
                   MOVE 0 TO PT-SUB
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "PENDING FILE FULL - LINE NOT LOADED"
                       TO EL-TEXT
               END-IF
           END-IF
           IF PT-SUB > 0
               ADD 1 TO WS-LOADED-COUNT
               MOVE NL-PRO-NUM(NL-SUB) TO PT-PRO-NUM(PT-SUB)
               MOVE NL-VEND-NUM(NL-SUB) TO PT-VEND-NUM(PT-SUB)
               MOVE NL-NEW-COST(NL-SUB) TO PT-NEW-COST(PT-SUB)
               MOVE NL-EFF-DATE(NL-SUB) TO PT-EFF-DATE(PT-SUB)
               MOVE "P" TO PT-STATUS(PT-SUB)
               MOVE 0 TO PT-NEW-PRICE(PT-SUB)
               MOVE PR-PROC-DATE TO PT-LOAD-DATE(PT-SUB)
               MOVE SPACES TO PT-APPROVED-BY(PT-SUB)
           END-IF
           IF EL-TEXT NOT = SPACES
               MOVE NL-ENTRY(NL-SUB) TO EL-INPUT
               WRITE PRINT-RECORD FROM EL-ERROR-LINE AFTER 1
           END-IF.

      *THE NIGHT AN APPROVED CHANGE'S DATE ARRIVES THE NEW COST GOES
      *ONTO THE MASTER - THE PENDING PRICE SET AT APPROVAL TAKES
      *EFFECT THE SAME DATE.
       400-APPLY-DUE-COST.
           IF PT-STATUS(PT-SUB) = "A"
                   AND PT-EFF-DATE(PT-SUB) <= PR-PROC-DATE
               MOVE SPACES TO EL-ERROR-LINE
               MOVE PT-PRO-NUM(PT-SUB) TO MR-ID
               READ MASTER-FILE INTO MASTER-RECORD
                   INVALID KEY
                       MOVE "PRODUCT NO LONGER ON MASTER" TO EL-TEXT
                   NOT INVALID KEY
                       PERFORM 510-REVIEW-ONE-LINE
                       MOVE SPACES TO AR-AUDIT-RECORD
                       MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
                       MOVE PT-NEW-COST(PT-SUB) TO MR-UNIT-COST
                       PERFORM 690-REWRITE-MASTER
                       IF WS-REWRITE-OK
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "D" TO PT-STATUS(PT-SUB)
                           PERFORM 710-WRITE-HISTORY
                       ELSE
                           MOVE "MASTER REWRITE UNSUCCESSFUL"
                               TO EL-TEXT
                       END-IF
               END-READ
               IF EL-TEXT NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE PT-ENTRY(PT-SUB) TO EL-INPUT
                   WRITE PRINT-RECORD FROM EL-ERROR-LINE AFTER 1
               END-IF
           END-IF.

       500-REVIEW-REPORT.
           MOVE "COST CHANGES AWAITING REVIEW OR THEIR DATE" TO SH-TEXT
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               IF PT-STATUS(PT-SUB) = "P" OR PT-STATUS(PT-SUB) = "A"
                   PERFORM 505-READ-FOR-REVIEW
                   PERFORM 510-REVIEW-ONE-LINE
               END-IF
           END-PERFORM.

       505-READ-FOR-REVIEW.
           MOVE PT-PRO-NUM(PT-SUB) TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO MASTER-RECORD
                   MOVE "** NOT ON MASTER **" TO MR-PRO-DES
                   MOVE 0 TO MR-PRICE MR-UNIT-COST
                       MR-PEND-PRICE MR-PEND-DATE MR-VEND-NUM
           END-READ.

      *ONE PENDING LINE AGAINST THE MASTER RECORD JUST READ - COSTS,
      *THE PRICE IN EFFECT TONIGHT, THE MARGIN EITHER SIDE OF THE
      *CHANGE, THE TARGET-MARGIN PRICE, AND THE CONTRACTS IT WOULD
      *PUT UNDER WATER.
       510-REVIEW-ONE-LINE.
           INITIALIZE DL-DETAIL-LINE
           MOVE PT-PRO-NUM(PT-SUB) TO DL-PRO-NUM
           MOVE MR-PRO-DES TO DL-PRO-DES
           MOVE PT-VEND-NUM(PT-SUB) TO DL-VEND-NUM
           IF MR-UNIT-COST-X NOT NUMERIC
               MOVE 0 TO MR-UNIT-COST
           END-IF
           MOVE MR-UNIT-COST TO DL-OLD-COST
           MOVE PT-NEW-COST(PT-SUB) TO DL-NEW-COST
           MOVE PT-EFF-DATE(PT-SUB) TO DL-EFF-DATE
           MOVE MR-PRICE TO WS-CURRENT-PRICE
           IF MR-PEND-PRICE-X NUMERIC AND MR-PEND-DATE-X NUMERIC
               IF MR-PEND-PRICE > 0 AND MR-PEND-DATE > 0
                       AND MR-PEND-DATE <= PR-PROC-DATE
                   MOVE MR-PEND-PRICE TO WS-CURRENT-PRICE
               END-IF
           END-IF
           MOVE WS-CURRENT-PRICE TO DL-PRICE
           MOVE MR-UNIT-COST TO WS-MARGIN-COST
           PERFORM 520-MARGIN-PERCENT
           MOVE WS-MARGIN-PCT TO DL-MARGIN-WAS
           MOVE PT-NEW-COST(PT-SUB) TO WS-MARGIN-COST
           PERFORM 520-MARGIN-PERCENT
           MOVE WS-MARGIN-PCT TO DL-MARGIN-NOW
           PERFORM 530-SUGGESTED-PRICE
           MOVE WS-SUGGESTED-PRICE TO DL-SUGGESTED
           EVALUATE PT-STATUS(PT-SUB)
               WHEN "P"
                   IF MR-VEND-NUM NOT = PT-VEND-NUM(PT-SUB)
                       MOVE "REVIEW - NOT THE MAIN VENDOR" TO DL-STATUS
                   ELSE
                       MOVE "AWAITING REVIEW" TO DL-STATUS
                   END-IF
               WHEN "A"
                   IF PT-EFF-DATE(PT-SUB) <= PR-PROC-DATE
                       MOVE "APPLIED AT" TO DL-STATUS-TEXT
                   ELSE
                       MOVE "APPROVED AT" TO DL-STATUS-TEXT
                   END-IF
                   MOVE PT-NEW-PRICE(PT-SUB) TO DL-STATUS-PRICE
                   MOVE PT-APPROVED-BY(PT-SUB) TO DL-STATUS-BY
               WHEN "R"
                   MOVE "REJECTED BY" TO DL-STATUS-TEXT
                   MOVE PT-APPROVED-BY(PT-SUB) TO DL-STATUS-BY
           END-EVALUATE
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1
           PERFORM 540-CONTRACTS-BELOW-COST.

       520-MARGIN-PERCENT.
           IF WS-CURRENT-PRICE = 0
               MOVE 0 TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-CURRENT-PRICE - WS-MARGIN-COST) * 100
                   / WS-CURRENT-PRICE
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.

      *THE SELL PRICE THAT EARNS THE TARGET MARGIN ON THE NEW COST.
       530-SUGGESTED-PRICE.
           IF WS-TARGET-MARGIN NOT < 100
               MOVE PT-NEW-COST(PT-SUB) TO WS-SUGGESTED-PRICE
           ELSE
               COMPUTE WS-SUGGESTED-PRICE ROUNDED =
                   PT-NEW-COST(PT-SUB) * 100
                   / (100 - WS-TARGET-MARGIN)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-SUGGESTED-PRICE
               END-COMPUTE
           END-IF.

      *A CONTRACT STILL RUNNING ON OR AFTER THE EFFECTIVE DATE (NO
      *EXPIRY MEANS OPEN-ENDED) WHOSE PRICE IS UNDER THE NEW COST.
       540-CONTRACTS-BELOW-COST.
           IF WS-CO-OPEN = "Y"
               MOVE PT-PRO-NUM(PT-SUB) TO CO-PRO-NUM
               MOVE "N" TO WS-CO-DONE
               START CONTRACT-FILE KEY IS EQUAL TO CO-PRO-NUM
                   INVALID KEY
                       MOVE "Y" TO WS-CO-DONE
               END-START
               PERFORM UNTIL WS-CO-DONE = "Y"
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CO-DONE
                       NOT AT END
                           IF CO-PRO-NUM NOT = PT-PRO-NUM(PT-SUB)
                               MOVE "Y" TO WS-CO-DONE
                           ELSE
                               PERFORM 545-CHECK-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       545-CHECK-CONTRACT.
           IF CO-PRICE < PT-NEW-COST(PT-SUB)
               AND (CO-EXP-DATE = 0
                 OR CO-EXP-DATE >= PT-EFF-DATE(PT-SUB))
               MOVE CO-CUS-NUM TO KL-CUS-NUM
               MOVE CO-PRICE TO KL-PRICE
               MOVE CO-EXP-DATE TO KL-EXP-DATE
               WRITE PRINT-RECORD FROM KL-CONTRACT-LINE AFTER 1
           END-IF.

       600-FIND-PENDING.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO PT-FOUND-SUB
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT OR WS-FOUND
               IF PT-PRO-NUM(PT-SUB) = PN-PRO-NUM
                   AND (PT-STATUS(PT-SUB) = "P"
                     OR PT-STATUS(PT-SUB) = "A")
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE PT-SUB TO PT-FOUND-SUB
               END-IF
           END-PERFORM.

      *EVERY MASTER TOUCH GOES THROUGH THE SAME AUDITED REWRITE -
      *THE CALLER HAS ALREADY SAVED THE BEFORE IMAGE.
       690-REWRITE-MASTER.
           MOVE "N" TO WS-REWRITE-SW
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REWRITE-SW
                   MOVE WS-DATE-NUM TO AR-DATE
                   MOVE MR-PRO-NUM TO AR-PRO-NUM
                   MOVE MASTER-RECORD TO AR-AFTER-IMAGE
                   WRITE AR-AUDIT-RECORD
           END-REWRITE.

      *ONLY LINES STILL AWAITING REVIEW OR THEIR DATE CARRY FORWARD.
       700-SAVE-PENDING.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               IF PT-STATUS(PT-SUB) = "P" OR PT-STATUS(PT-SUB) = "A"
                   MOVE PT-ENTRY(PT-SUB) TO CP-RECORD
                   WRITE CP-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       710-WRITE-HISTORY.
           MOVE PT-ENTRY(PT-SUB) TO CH-PENDING-IMAGE
           MOVE PR-PROC-DATE TO CH-DATE-DONE
           WRITE CH-RECORD.

       900-WRAP-UP.
           MOVE WS-READ-COUNT TO TL-READ
           MOVE WS-LOADED-COUNT TO TL-LOADED
           MOVE WS-APPROVED-COUNT TO TL-APPROVED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           MOVE WS-APPLIED-COUNT TO TL-APPLIED
           MOVE WS-ERROR-COUNT TO TL-ERRORS
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           IF WS-CO-OPEN = "Y"
               CLOSE CONTRACT-FILE
           END-IF
           CLOSE PRINT-FILE
                 HISTORY-FILE
                 MASTER-FILE
                 AUDIT-FILE.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==VC-RECORD==
           ==FC-DETAIL-PARA== BY ==310-ONE-PRICE-LINE==.

       COPY MSTLOCKP REPLACING
           ==ML-CHECK-PARA==    BY ==960-TAKE-MASTER-LOCK==
           ==ML-FREE-PARA==     BY ==965-FREE-MASTER-LOCK==
           ==ML-OVERRIDE-PARA== BY ==967-CHECK-LOCK-OVERRIDE==
           ==ML-FILE==          BY ==LOCK-FILE==
           ==ML-FDREC==         BY ==LK-RECORD==
           ==ML-STATUS==        BY ==LK-FILE-STATUS==
           ==ML-MASTER-LIT==    BY =="VSAM.TXT"==
           ==ML-PGM-LIT==       BY =="COSTCHG"==.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="COSTCHG"==.

       COPY PROCDTIO.
