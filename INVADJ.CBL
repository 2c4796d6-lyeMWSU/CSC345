      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   INVENTORY ADJUSTMENTS BETWEEN PHYSICAL COUNTS.
      *            TAKES BROKEN, EXPIRED, STOLEN, SAMPLED OR FOUND
      *            STOCK ON OR OFF THE BOOKS THE NIGHT IT IS KEYED
      *            INSTEAD OF WAITING FOR THE NEXT COUNT. EVERY LINE
      *            ON THE ADJUSTMENT FEED (ADJIN.TXT, WITH THE SAME
      *            HEADER/TRAILER CONTROLS EVERY FEED CARRIES) MUST
      *            NAME A REASON AND IS POSTED TO THE WAREHOUSE
      *            BUCKET IT NAMES THROUGH THE SAME AUDITED REWRITE
      *            EVERY OTHER MASTER TOUCH USES, VALUED AT MASTER
      *            UNIT COST, AND LOGGED TO THE ADJUSTMENT HISTORY
      *            (ADJHIST.TXT) THE MONTHLY SHRINK REPORT READS. THE
      *            NIGHT'S LOSSES ARE JOURNALED TO SHRINK EXPENSE OUT
      *            OF INVENTORY; FOUND STOCK GOES BACK THE OTHER WAY.
      *            THE REGISTER IS INVADJ.TXT.
      *
      *            ADJIN.TXT DETAIL LAYOUT:
      *              COLS  1-3   PRODUCT NUMBER
      *              COLS  4-8   QUANTITY (ALWAYS POSITIVE - THE
      *                          REASON SAYS WHICH WAY IT GOES)
      *              COLS  9-10  REASON CODE:
      *                            DM DAMAGED   EX EXPIRED
      *                            TH THEFT     SM SAMPLE
      *                            FD FOUND (THE ONLY ONE THAT ADDS)
      *              COL  11     WAREHOUSE ("1"/"2", BLANK = 1)
      *              COLS 12-14  ENTERED BY (INITIALS)
      *              COLS 15-40  REMARK
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADJUSTMENT-FILE
           ASSIGN USING WS-ADJIN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AF-FILE-STATUS.

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

      *ONE RECORD PER POSTED ADJUSTMENT, AT COST - APPENDED, SO THE
      *MONTH'S SHRINK CAN BE SUMMED BY REASON, PRODUCT AND WAREHOUSE.
           SELECT HISTORY-FILE
           ASSIGN USING WS-ADJHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AH-FILE-STATUS.

      *ACCOUNT CODES FOR THE JOURNAL LINES - THE SAME GLACCTS.TXT
      *CHART THE TRANSACTION RUN LOADS, WITH KEYS INVENTRY AND
      *SHRINK. NO FILE LEAVES THE COMPILED-IN CHART IN EFFECT.
           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

      *THE SHARED JOURNAL GLPOST PROVES AND POSTS - APPENDED, NEVER
      *REWRITTEN, SO NOBODY ELSE'S LINES ARE WIPED UNPOSTED.
           SELECT GL-JOURNAL-FILE
           ASSIGN USING WS-GLJRNL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "INVADJ.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT ADJUSTS
      *THE TEST MASTER AND JOURNALS TO THE TEST JOURNAL (SEE
      *TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE - THE DATE ON THE HISTORY AND
      *THE JOURNAL, SO THE ADJUSTMENT LANDS IN THE RIGHT PERIOD.
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
       FD  ADJUSTMENT-FILE.
       01  AF-RECORD                   PIC X(80).

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

       FD  HISTORY-FILE.
       01  AH-RECORD.
           05  AH-DATE                 PIC 9(8).
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

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  GL-JOURNAL-FILE.
       01  GJ-RECORD.
           05  GJ-DATE                 PIC 9(8).
           05  GJ-ACCOUNT              PIC 9(5).
           05  GJ-DC                   PIC X.
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESC                 PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

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
           05  WS-ADJIN-NAME           PIC X(12) VALUE
               "ADJIN.TXT".
           05  WS-MASTER-NAME          PIC X(12) VALUE "VSAM.TXT".
           05  WS-AUDIT-NAME           PIC X(12) VALUE
               "P7AUDIT.TXT".
           05  WS-ADJHIST-NAME         PIC X(12) VALUE
               "ADJHIST.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  AF-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  AR-FILE-STATUS          PIC XX.
           05  AH-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE
                                       PIC 9(8).

       01  ADJUSTMENT-RECORD.
           05  AJ-PRO-NUM              PIC 999.
           05  AJ-PRO-NUM-X REDEFINES AJ-PRO-NUM
                                       PIC XXX.
           05  AJ-QTY                  PIC 9(5).
           05  AJ-QTY-X REDEFINES AJ-QTY
                                       PIC X(5).
           05  AJ-REASON               PIC XX.
           05  AJ-WH                   PIC X.
           05  AJ-ENTERED-BY           PIC XXX.
           05  AJ-REMARK               PIC X(26).
           05                          PIC X(40).

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
      *THE ADJUSTMENT IS VALUED AT THIS COST. SPACES (A MASTER BUILT
      *BEFORE THE FIELD EXISTED) POST AT ZERO AND SAY SO.
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

      *THE REASON CODES - A LINE WITHOUT ONE OF THESE IS REJECTED,
      *SO EVERY UNIT OFF THE BOOKS SAYS WHY. FOUND IS THE ONLY
      *REASON THAT ADDS STOCK.
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
       01  RC-REASON-TABLE REDEFINES RC-REASON-VALUES.
           05  RC-ENTRY OCCURS 5 TIMES.
               10  RC-CODE             PIC XX.
               10  RC-DIRECTION        PIC X.
               10  RC-NAME             PIC X(10).
       01  RC-SUB                      PIC 9.
       01  WS-REASON-SUB               PIC 9 VALUE 0.

      *THE NIGHT'S UNITS AND COST BY REASON, FOR THE REGISTER'S
      *SUMMARY.
       01  RS-REASON-TOTALS.
           05  RS-ENTRY OCCURS 5 TIMES.
               10  RS-LINES            PIC 9(5)    VALUE 0.
               10  RS-UNITS            PIC 9(7)    VALUE 0.
               10  RS-COST             PIC 9(7)V99 VALUE 0.

      *THE WHOLE FEED IS STAGED BEFORE ANY STOCK MOVES, SO A FEED
      *THAT DOESN'T PROVE OUT ADJUSTS NOTHING.
       01  AT-MAX-ADJUSTMENTS          PIC 9(4) VALUE 2000.
       01  AT-ADJ-COUNT                PIC 9(4) VALUE 0.
       01  AT-OVERFLOW                 PIC 9(4) VALUE 0.

       01  AT-ADJUSTMENT-TABLE.
           05  AT-ENTRY OCCURS 2000 TIMES.
               10  AT-PRO-NUM          PIC 999.
               10  AT-QTY              PIC 9(5).
               10  AT-REASON-SUB       PIC 9.
               10  AT-WH               PIC X.
               10  AT-ENTERED-BY       PIC XXX.
               10  AT-REMARK           PIC X(26).

       01  AT-SUB                      PIC 9(4).

       01  WS-POST-WORK.
           05  WS-BUCKET-QTY           PIC 9(7) VALUE 0.
           05  WS-UNIT-COST            PIC 999V99 VALUE 0.
           05  WS-EXT-COST             PIC 9(7)V99 VALUE 0.
           05  WS-COST-ON-FILE         PIC X VALUE "Y".

      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. INVENTORY IS THE SAME DEFAULT THE TRANSACTION
      *RUN CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-INVENTORY       PIC 9(5) VALUE 13100.
           05  GL-ACCT-SHRINK          PIC 9(5) VALUE 51500.

       01  GL-WORK.
           05  GL-SHRINK-COST          PIC 9(9)V99 VALUE 0.
           05  GL-FOUND-COST           PIC 9(9)V99 VALUE 0.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-NO-COST-COUNT        PIC 9(5) VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(29) VALUE
               "INVENTORY ADJUSTMENT REGISTER".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "INVADJ".

       01  CH-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "PRO".
           05                          PIC X(29) VALUE "DESCRIPTION".
           05                          PIC X(4)  VALUE "WH".
           05                          PIC X(12) VALUE "REASON".
           05                          PIC X(8)  VALUE "   QTY".
           05                          PIC X(8)  VALUE "  COST".
           05                          PIC X(13) VALUE "     EXTENDED".
           05                          PIC X(5)  VALUE "  BY".
           05                          PIC X(28) VALUE "REMARK".
           05                          PIC X(20) VALUE "ACTION".

       01  DL-ADJUSTMENT-LINE.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-WH                   PIC X.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-REASON               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-QTY                  PIC ZZZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EXT-COST             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ENTERED-BY           PIC XXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REMARK               PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACTION               PIC X(20).

       01  RJ-REJECT-LINE.
           05                          PIC X(10) VALUE "REJECTED  ".
           05                          PIC X(8)  VALUE "PRODUCT ".
           05  RJ-PRO-NUM              PIC XXX.
           05                          PIC X(6)  VALUE "  QTY ".
           05  RJ-QTY                  PIC X(5).
           05                          PIC X(9)  VALUE "  REASON ".
           05  RJ-REASON-CODE          PIC XX.
           05                          PIC X(5)  VALUE "  WH ".
           05  RJ-WH                   PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RJ-MESSAGE              PIC X(24).

       01  RH-REASON-HEADING.
           05                          PIC X(14) VALUE "REASON".
           05                          PIC X(8)  VALUE "   LINES".
           05                          PIC X(10) VALUE "     UNITS".
           05                          PIC X(15) VALUE
               "   COST VALUE".

       01  RL-REASON-LINE.
           05  RLR-NAME                PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RLR-LINES               PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RLR-UNITS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RLR-COST                PIC $$$$,$$9.99.
           05  RLR-DIRECTION           PIC X(10).

       01  TL-TOTAL-LINE.
           05                          PIC X(7)  VALUE "LINES: ".
           05  TL-READ                 PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  POSTED:".
           05  TL-POSTED               PIC ZZZZ9.
           05                          PIC X(11) VALUE "  REJECTED:".
           05  TL-REJECTED             PIC ZZZZ9.
           05                          PIC X(10) VALUE "  NO COST:".
           05  TL-NO-COST              PIC ZZZZ9.

       01  GL-SUMMARY-LINE.
           05                          PIC X(22) VALUE
               "SHRINK JOURNALED:     ".
           05  GLS-SHRINK              PIC $$$$,$$$,$$9.99.
           05                          PIC X(20) VALUE
               "   FOUND JOURNALED: ".
           05  GLS-FOUND               PIC $$$$,$$$,$$9.99.

       01  FE-FEED-ERROR-LINE.
           05                          PIC X(52) VALUE
               "** FEED DID NOT PROVE OUT - NOTHING ADJUSTED, FEED ".
           05                          PIC X(17) VALUE
               "KEPT FOR RERUN **".

       01  OV-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05                          PIC X(16) VALUE
               "ADJUSTMENT TABLE".
           05                          PIC X(12) VALUE
               " OVERFLOW - ".
           05  OV-COUNT                PIC ZZZ9.
           05                          PIC X(33) VALUE
               " LINES NOT ADJUSTED - REKEY **".

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "ADJINT.TXT" TO WS-ADJIN-NAME
               MOVE "VSAMTEST.TXT" TO WS-MASTER-NAME
               MOVE "P7AUDITT.TXT" TO WS-AUDIT-NAME
               MOVE "ADJHISTT.TXT" TO WS-ADJHIST-NAME
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               DISPLAY "INVADJ - TEST RUN - TEST MASTER AND JOURNAL"
           END-IF
           MOVE "X" TO ML-MODE-WANTED
           PERFORM 960-TAKE-MASTER-LOCK
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CHART
           PERFORM 200-READ-ADJUSTMENTS
           PERFORM 989-VERIFY-FEED
           IF FC-FEED-ERROR = "N"
               PERFORM 300-POST-ADJUSTMENT
                   VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-ADJ-COUNT
               PERFORM 250-RETIRE-ADJUSTMENT-FEED
               PERFORM 700-GL-JOURNAL
           ELSE
               WRITE PRINT-RECORD FROM FE-FEED-ERROR-LINE AFTER 2
           END-IF
           PERFORM 800-REASON-SUMMARY
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
           MOVE "INVADJ" TO FC-EXPECTED-ID
           OPEN I-O MASTER-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND AUDIT-FILE
           IF AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF AH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "INVENTRY"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-INVENTORY
                               WHEN "SHRINK"
                                   MOVE GA-ACCOUNT TO GL-ACCT-SHRINK
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       200-READ-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF AF-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ ADJUSTMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           ELSE
               DISPLAY "NO " WS-ADJIN-NAME
                   " - NO ADJUSTMENTS TO POST"
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THAT CAN'T POST WHATEVER THE MASTER SAYS IS REJECTED
      *HERE; THE REST WAIT IN THE TABLE UNTIL THE FEED PROVES OUT.
       210-STAGE-ADJUSTMENT.
           ADD 1 TO WS-READ-COUNT
           MOVE AF-RECORD TO ADJUSTMENT-RECORD
           MOVE SPACES TO RJ-MESSAGE
           MOVE 0 TO WS-REASON-SUB
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 5
               IF RC-CODE(RC-SUB) = AJ-REASON
                   MOVE RC-SUB TO WS-REASON-SUB
               END-IF
           END-PERFORM
           IF AJ-WH = SPACE
               MOVE "1" TO AJ-WH
           END-IF
           IF AJ-PRO-NUM-X NOT NUMERIC OR AJ-PRO-NUM = 0
               MOVE "BAD PRODUCT NUMBER" TO RJ-MESSAGE
           ELSE
           IF AJ-QTY-X NOT NUMERIC OR AJ-QTY = 0
               MOVE "BAD QUANTITY" TO RJ-MESSAGE
           ELSE
           IF WS-REASON-SUB = 0
               MOVE "MISSING OR BAD REASON" TO RJ-MESSAGE
           ELSE
           IF AJ-WH NOT = "1" AND AJ-WH NOT = "2"
               MOVE "BAD WAREHOUSE" TO RJ-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF
           IF RJ-MESSAGE NOT = SPACES
               PERFORM 290-REJECT-LINE
           ELSE
               IF AT-ADJ-COUNT < AT-MAX-ADJUSTMENTS
                   ADD 1 TO AT-ADJ-COUNT
                   MOVE AJ-PRO-NUM TO AT-PRO-NUM(AT-ADJ-COUNT)
                   MOVE AJ-QTY TO AT-QTY(AT-ADJ-COUNT)
                   MOVE WS-REASON-SUB TO AT-REASON-SUB(AT-ADJ-COUNT)
                   MOVE AJ-WH TO AT-WH(AT-ADJ-COUNT)
                   MOVE AJ-ENTERED-BY TO AT-ENTERED-BY(AT-ADJ-COUNT)
                   MOVE AJ-REMARK TO AT-REMARK(AT-ADJ-COUNT)
               ELSE
                   ADD 1 TO AT-OVERFLOW
                   MOVE "ADJUSTMENT TABLE FULL" TO RJ-MESSAGE
                   PERFORM 290-REJECT-LINE
               END-IF
           END-IF.

      *A PROVED-OUT FEED IS CLEARED SO A RERUN CAN'T ADJUST THE SAME
      *STOCK TWICE. ONE THAT DIDN'T PROVE OUT IS KEPT FOR THE
      *CORRECTED RERUN AND NOTHING ON IT HAS MOVED.
       250-RETIRE-ADJUSTMENT-FEED.
           OPEN OUTPUT ADJUSTMENT-FILE
           CLOSE ADJUSTMENT-FILE.

       290-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE AJ-PRO-NUM-X TO RJ-PRO-NUM
           MOVE AJ-QTY-X TO RJ-QTY
           MOVE AJ-REASON TO RJ-REASON-CODE
           MOVE AJ-WH TO RJ-WH
           WRITE PRINT-RECORD FROM RJ-REJECT-LINE AFTER 1.

      *THE STAGED LINE IS PUT BACK IN THE FEED LAYOUT SO A REJECT
      *AT POSTING PRINTS THE SAME WAY AS ONE AT STAGING.
       300-POST-ADJUSTMENT.
           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE AT-PRO-NUM(AT-SUB) TO AJ-PRO-NUM
           MOVE AT-QTY(AT-SUB) TO AJ-QTY
           MOVE AT-REASON-SUB(AT-SUB) TO WS-REASON-SUB
           MOVE RC-CODE(WS-REASON-SUB) TO AJ-REASON
           MOVE AT-WH(AT-SUB) TO AJ-WH
           MOVE AT-ENTERED-BY(AT-SUB) TO AJ-ENTERED-BY
           MOVE AT-REMARK(AT-SUB) TO AJ-REMARK
           MOVE SPACES TO RJ-MESSAGE
           MOVE AJ-PRO-NUM TO MR-ID
           READ MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO RJ-MESSAGE
                   PERFORM 290-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 310-CHECK-BUCKET
                   IF RJ-MESSAGE = SPACES
                       PERFORM 320-ADJUST-STOCK
                   ELSE
                       PERFORM 290-REJECT-LINE
                   END-IF
           END-READ.

      *SAME LEGACY TOLERANCE THE TRANSACTION RUN HAS - A MASTER
      *WITHOUT THE WAREHOUSE BUCKETS NORMALIZES WITH EVERYTHING IN
      *WAREHOUSE 1. A WRITE-OFF CAN'T TAKE A BUCKET BELOW ZERO - MORE
      *MISSING THAN THE BOOKS SHOW IS A COUNT PROBLEM, NOT SHRINK.
       310-CHECK-BUCKET.
           IF MR-ON-HAND-X NOT NUMERIC
               MOVE 0 TO MR-ON-HAND
           END-IF
           IF MR-WH1-ON-HAND-X NOT NUMERIC
                   OR MR-WH2-ON-HAND-X NOT NUMERIC
               MOVE MR-ON-HAND TO MR-WH1-ON-HAND
               MOVE 0 TO MR-WH2-ON-HAND
           END-IF
           IF AJ-WH = "2"
               MOVE MR-WH2-ON-HAND TO WS-BUCKET-QTY
           ELSE
               MOVE MR-WH1-ON-HAND TO WS-BUCKET-QTY
           END-IF
           IF RC-DIRECTION(WS-REASON-SUB) = "-"
                   AND AJ-QTY > WS-BUCKET-QTY
               MOVE "EXCEEDS WH ON-HAND" TO RJ-MESSAGE
           END-IF
           IF MR-UNIT-COST-X NUMERIC
               MOVE "Y" TO WS-COST-ON-FILE
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE "N" TO WS-COST-ON-FILE
               MOVE 0 TO WS-UNIT-COST
           END-IF
           COMPUTE WS-EXT-COST = AJ-QTY * WS-UNIT-COST.

      *THE STOCK MOVES THROUGH THE SAME AUDITED REWRITE EVERY OTHER
      *MASTER TOUCH USES, AND THE HISTORY AND JOURNAL TOTALS ONLY
      *PICK IT UP ONCE THE REWRITE HAS TAKEN.
       320-ADJUST-STOCK.
           MOVE SPACES TO AR-AUDIT-RECORD
           MOVE MASTER-RECORD TO AR-BEFORE-IMAGE
           IF RC-DIRECTION(WS-REASON-SUB) = "+"
               IF AJ-WH = "2"
                   ADD AJ-QTY TO MR-WH2-ON-HAND
               ELSE
                   ADD AJ-QTY TO MR-WH1-ON-HAND
               END-IF
           ELSE
               IF AJ-WH = "2"
                   SUBTRACT AJ-QTY FROM MR-WH2-ON-HAND
               ELSE
                   SUBTRACT AJ-QTY FROM MR-WH1-ON-HAND
               END-IF
           END-IF
           COMPUTE MR-ON-HAND =
               MR-WH1-ON-HAND + MR-WH2-ON-HAND
           REWRITE MASTER-REC FROM MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE UNSUCCESSFUL" TO RJ-MESSAGE
                   PERFORM 290-REJECT-LINE
               NOT INVALID KEY
                   MOVE WS-DATE-NUM TO AR-DATE
                   MOVE MR-PRO-NUM TO AR-PRO-NUM
                   MOVE MASTER-RECORD TO AR-AFTER-IMAGE
                   WRITE AR-AUDIT-RECORD
                   PERFORM 330-WRITE-HISTORY
                   PERFORM 340-REGISTER-LINE
           END-REWRITE.

       330-WRITE-HISTORY.
           MOVE SPACES TO AH-RECORD
           MOVE PR-PROC-DATE TO AH-DATE
           MOVE AJ-PRO-NUM TO AH-PRO-NUM
           MOVE AJ-WH TO AH-WH
           MOVE AJ-REASON TO AH-REASON
           MOVE RC-DIRECTION(WS-REASON-SUB) TO AH-DIRECTION
           MOVE AJ-QTY TO AH-QTY
           MOVE WS-UNIT-COST TO AH-UNIT-COST
           MOVE WS-EXT-COST TO AH-EXT-COST
           MOVE WS-COST-ON-FILE TO AH-COSTED
           MOVE AJ-ENTERED-BY TO AH-ENTERED-BY
           MOVE AJ-REMARK TO AH-REMARK
           WRITE AH-RECORD.

       340-REGISTER-LINE.
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO RS-LINES(WS-REASON-SUB)
           ADD AJ-QTY TO RS-UNITS(WS-REASON-SUB)
           ADD WS-EXT-COST TO RS-COST(WS-REASON-SUB)
           IF RC-DIRECTION(WS-REASON-SUB) = "+"
               ADD WS-EXT-COST TO GL-FOUND-COST
           ELSE
               ADD WS-EXT-COST TO GL-SHRINK-COST
           END-IF
           MOVE AJ-PRO-NUM TO DL-PRO-NUM
           MOVE MR-PRO-DES TO DL-PRO-DES
           MOVE AJ-WH TO DL-WH
           MOVE RC-NAME(WS-REASON-SUB) TO DL-REASON
           MOVE WS-UNIT-COST TO DL-UNIT-COST
           IF RC-DIRECTION(WS-REASON-SUB) = "+"
               MOVE AJ-QTY TO DL-QTY
               MOVE WS-EXT-COST TO DL-EXT-COST
           ELSE
               COMPUTE DL-QTY = 0 - AJ-QTY
               COMPUTE DL-EXT-COST = 0 - WS-EXT-COST
           END-IF
           MOVE AJ-ENTERED-BY TO DL-ENTERED-BY
           MOVE AJ-REMARK TO DL-REMARK
           IF WS-COST-ON-FILE = "N"
               ADD 1 TO WS-NO-COST-COUNT
               MOVE "POSTED - NO COST" TO DL-ACTION
           ELSE
               MOVE "POSTED" TO DL-ACTION
           END-IF
           WRITE PRINT-RECORD FROM DL-ADJUSTMENT-LINE AFTER 1.

      *EACH PAIR BALANCED ON ITS OWN: LOSSES TO SHRINK EXPENSE OUT
      *OF INVENTORY, FOUND STOCK BACK INTO INVENTORY AGAINST SHRINK.
      *A PAIR WITH NOTHING BEHIND IT TONIGHT IS LEFT OFF.
       700-GL-JOURNAL.
           IF GL-SHRINK-COST > 0 OR GL-FOUND-COST > 0
               OPEN EXTEND GL-JOURNAL-FILE
               IF GJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF GL-SHRINK-COST > 0
                   MOVE GL-SHRINK-COST TO GL-AMOUNT
                   MOVE GL-ACCT-SHRINK TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "INVENTORY SHRINK" TO GL-DESC-HOLD
                   PERFORM 710-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   MOVE "SHRINK WRITE-OFF" TO GL-DESC-HOLD
                   PERFORM 710-WRITE-JOURNAL-LINE
               END-IF
               IF GL-FOUND-COST > 0
                   MOVE GL-FOUND-COST TO GL-AMOUNT
                   MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "INVENTORY FOUND" TO GL-DESC-HOLD
                   PERFORM 710-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-SHRINK TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   MOVE "SHRINK RECOVERED" TO GL-DESC-HOLD
                   PERFORM 710-WRITE-JOURNAL-LINE
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       710-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

      *WHERE TONIGHT'S STOCK WENT, BY REASON, AT COST.
       800-REASON-SUMMARY.
           WRITE PRINT-RECORD FROM RH-REASON-HEADING AFTER 2
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 5
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
           END-PERFORM.

       900-WRAP-UP.
           MOVE WS-READ-COUNT TO TL-READ
           MOVE WS-POSTED-COUNT TO TL-POSTED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           MOVE WS-NO-COST-COUNT TO TL-NO-COST
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           MOVE GL-SHRINK-COST TO GLS-SHRINK
           MOVE GL-FOUND-COST TO GLS-FOUND
           WRITE PRINT-RECORD FROM GL-SUMMARY-LINE AFTER 1
           PERFORM 950-CHECK-OVERFLOWS
           DISPLAY "INVADJ - " WS-POSTED-COUNT
               " ADJUSTMENTS POSTED, " WS-REJECT-COUNT " REJECTED"
           CLOSE PRINT-FILE
                 MASTER-FILE
                 AUDIT-FILE
                 HISTORY-FILE.

      *LINES PAST THE TABLE WERE NOT ADJUSTED AND THE FEED HAS BEEN
      *CLEARED, SO THEY ARE LISTED AS REJECTS ABOVE AND THE RUN ENDS
      *NONZERO FOR THE WAREHOUSE TO REKEY THEM.
       950-CHECK-OVERFLOWS.
           IF AT-OVERFLOW > 0
               MOVE AT-OVERFLOW TO OV-COUNT
               WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
               DISPLAY "INVADJ ADJUSTMENT TABLE OVERFLOW - "
                   AT-OVERFLOW " LINES NOT ADJUSTED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==AF-RECORD==
           ==FC-DETAIL-PARA== BY ==210-STAGE-ADJUSTMENT==.

       COPY MSTLOCKP REPLACING
           ==ML-CHECK-PARA==    BY ==960-TAKE-MASTER-LOCK==
           ==ML-FREE-PARA==     BY ==965-FREE-MASTER-LOCK==
           ==ML-OVERRIDE-PARA== BY ==967-CHECK-LOCK-OVERRIDE==
           ==ML-FILE==          BY ==LOCK-FILE==
           ==ML-FDREC==         BY ==LK-RECORD==
           ==ML-STATUS==        BY ==LK-FILE-STATUS==
           ==ML-MASTER-LIT==    BY =="VSAM.TXT"==
           ==ML-PGM-LIT==       BY =="INVADJ"==.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="INVADJ"==.

       COPY PROCDTIO.
