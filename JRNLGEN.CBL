      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   PUTS THE KEYED GENERAL JOURNAL ONTO THE NIGHT'S
      *            GLJRNL.TXT, AHEAD OF GLPOST. THREE KINDS OF ENTRY
      *            GO ON, IN THIS ORDER:
      *              - REVERSALS WHOSE PERIOD HAS COME - THE FIRST
      *                NIGHT OF A NEW PERIOD BACKS OUT LAST PERIOD'S
      *                AUTO-REVERSING ENTRIES;
      *              - ENTRIES APPROVED IN JRNLENT.CBL SINCE LAST
      *                NIGHT;
      *              - ON THE MONTH-END NIGHT ONLY (RUN TYPE MEND OR
      *                YEND), ONE ENTRY FROM EVERY ACTIVE RECURRING
      *                TEMPLATE NOT YET GENERATED INTO THE CLOSING
      *                PERIOD. THIS HAS TO HAPPEN BEFORE TONIGHT'S
      *                GLPOST, NOT IN THE MONTHEND CHAIN BEHIND IT, OR
      *                THE ENTRIES WOULD POST INTO THE NEW MONTH.
      *            AN AUTO-REVERSING ENTRY (KEYED OR GENERATED) LEAVES
      *            ITS MIRROR IMAGE ON JEREVRS.TXT FOR THE NEXT PERIOD.
      *            EVERY ENTRY IS PROVED AGAIN BEFORE IT GOES ON - ONE
      *            THAT DOESN'T BALANCE (A HAND-EDITED FILE) IS LEFT
      *            WHERE IT IS AND THE STEP ENDS WITH A WARNING. THE
      *            REGISTER (JEREG.TXT) GETS A POSTED, GENERATED OR
      *            REVERSED EVENT FOR EACH, AND JRNLGEN.TXT LISTS
      *            EVERY LINE PUT ON THE JOURNAL.
      *
      *            JEREVRS.TXT HAS THE JEPEND.TXT LAYOUT (SEE
      *            JRNLENT.CBL) WITH COLS 71-76 THE PERIOD THE
      *            REVERSAL POSTS IN.
      *
      *            A REHEARSAL NIGHT WRITES THE TEST JOURNAL AND
      *            LEAVES THE PENDING, REVERSAL AND REGISTER FILES
      *            AS THEY WERE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT PENDING-FILE
           ASSIGN TO "JEPEND.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JP-FILE-STATUS.

           SELECT REVERSAL-FILE
           ASSIGN TO "JEREVRS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JV-FILE-STATUS.

           SELECT REGISTER-FILE
           ASSIGN TO "JEREG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JR-FILE-STATUS.

           SELECT GL-JOURNAL-FILE
           ASSIGN USING WS-GLJRNL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GJ-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "JRNLGEN.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *TEST JOURNAL GLPOST READS IN TEST MODE (SEE TESTMODE.CPY).
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
      *BUSINESS CALENDAR - THE POSTING PERIOD COMES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  PENDING-FILE.
       01  JP-RECORD                   PIC X(80).

       FD  REVERSAL-FILE.
       01  JV-RECORD                   PIC X(80).

       FD  REGISTER-FILE.
       01  JR-RECORD                   PIC X(80).

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

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY TESTMODE.

       COPY RUNLOG.

       01  SWITCHES.
           05  RT-FILE-STATUS          PIC XX.
           05  JP-FILE-STATUS          PIC XX.
           05  JV-FILE-STATUS          PIC XX.
           05  JR-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-PENDING-CHANGED      PIC X    VALUE "N".
           05  WS-REVERSALS-CHANGED    PIC X    VALUE "N".

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
           88  WS-MONTH-END                     VALUE "MEND" "YEND".

       01  WS-GLJRNL-NAME              PIC X(12) VALUE "GLJRNL.TXT".

       01  WS-PERIODS.
           05  WS-POSTING-PERIOD       PIC 9(6).
           05  WS-NEXT-PERIOD          PIC 9(6).
           05  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 99.

      *ONE ENTRY LINE, IN JEPEND.TXT'S COLUMNS.
       01  JE-ENTRY-LINE.
           05  JE-NUMBER               PIC 9(6).
           05  JE-KIND                 PIC X.
           05  JE-LINE                 PIC 99.
           05  JE-ACCOUNT              PIC 9(5).
           05  JE-DC                   PIC X.
           05  JE-AMOUNT               PIC 9(9)V99.
           05  JE-DESC                 PIC X(20).
           05  JE-REVERSE              PIC X.
           05  JE-KEYED-BY             PIC XXX.
           05  JE-KEYED-DATE           PIC 9(8).
           05  JE-STATUS               PIC X.
           05  JE-APPROVED-BY          PIC XXX.
           05  JE-APPROVED-DATE        PIC 9(8).
           05  JE-LAST-PERIOD          PIC 9(6).
           05                          PIC X(4).

      *ONE REGISTER EVENT, IN JEREG.TXT'S COLUMNS.
       01  JR-REGISTER-LINE.
           05  JR-DATE                 PIC 9(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-NUMBER               PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-KIND                 PIC X.
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-EVENT                PIC X(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-OPERATOR             PIC XXX  VALUE "BAT".
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-TOTAL                PIC 9(9)V99.
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-DESC                 PIC X(20).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(10) VALUE SPACES.

      *THE PENDING FILE AND THE REVERSAL QUEUE, HELD WHOLE AND
      *REWRITTEN ONCE AT THE END. EITHER ONE TOO BIG TO HOLD STOPS
      *THE STEP BEFORE ANYTHING IS WRITTEN.
       01  PT-MAX-LINES                PIC 9(4) VALUE 2000.
       01  PT-LINE-COUNT               PIC 9(4) VALUE 0.
       01  PT-PENDING-TABLE.
           05  PT-ENTRY OCCURS 2000 TIMES.
               10  PT-DELETED          PIC X.
               10  PT-IMAGE            PIC X(80).

       01  RV-MAX-LINES                PIC 9(4) VALUE 2000.
       01  RV-LINE-COUNT               PIC 9(4) VALUE 0.
       01  RV-REVERSAL-TABLE.
           05  RV-ENTRY OCCURS 2000 TIMES.
               10  RV-DELETED          PIC X.
               10  RV-IMAGE            PIC X(80).

       01  WS-SUBSCRIPTS.
           05  PT-SUB                  PIC 9(4).
           05  PT-SCAN                 PIC 9(4).
           05  RV-SUB                  PIC 9(4).
           05  RV-SCAN                 PIC 9(4).

      *THE ENTRY BEING PUT ON - ITS KEY, ITS PROOF, ITS DESCRIPTION
      *FOR THE JOURNAL.
       01  WS-ENTRY-WORK.
           05  WS-ENTRY-NUMBER         PIC 9(6).
           05  WS-ENTRY-KIND           PIC X.
           05  WS-ENTRY-PERIOD         PIC 9(6).
           05  WS-ENTRY-DEBITS         PIC 9(11)V99.
           05  WS-ENTRY-CREDITS        PIC 9(11)V99.
           05  WS-ENTRY-REVERSE        PIC X.
           05  WS-JOURNAL-DESC.
               10  WS-JD-PREFIX        PIC XX.
               10  WS-JD-NUMBER        PIC 9(6).
               10  FILLER              PIC X    VALUE SPACE.
               10  WS-JD-TEXT          PIC X(11).

       01  WS-COUNTS.
           05  WS-REVERSED-COUNT       PIC 9(5) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
           05  WS-GENERATED-COUNT      PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-JOURNAL-LINES        PIC 9(5) VALUE 0.
           05  WS-JOURNAL-DEBITS       PIC 9(11)V99 VALUE 0.
           05  WS-JOURNAL-CREDITS      PIC 9(11)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(35) VALUE
               "GENERAL JOURNAL RELEASE - PERIOD ".
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "JRNLGEN".

       01  SH-SECTION-HEADING.
           05  SH-TEXT                 PIC X(60).

       01  EH-ENTRY-HEADING.
           05                          PIC X(6)  VALUE "ENTRY ".
           05  EH-NUMBER               PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  EH-DESC                 PIC X(20).
           05                          PIC X(11) VALUE "  KEYED BY ".
           05  EH-KEYED-BY             PIC XXX.
           05                          PIC X(14) VALUE
               "  APPROVED BY ".
           05  EH-APPROVED-BY          PIC XXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EH-NOTE                 PIC X(30).

       01  DL-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-JOURNAL-DESC         PIC X(20).

       01  TL-TOTAL-LINE.
           05                          PIC X(19) VALUE
               "REVERSALS RELEASED:".
           05  TL-REVERSED             PIC ZZZZ9.
           05                          PIC X(10) VALUE "  POSTED:".
           05  TL-POSTED               PIC ZZZZ9.
           05                          PIC X(13) VALUE
               "  GENERATED:".
           05  TL-GENERATED            PIC ZZZZ9.
           05                          PIC X(8)  VALUE "  HELD:".
           05  TL-HELD                 PIC ZZZZ9.

       01  JT-JOURNAL-TOTAL-LINE.
           05                          PIC X(15) VALUE
               "JOURNAL LINES: ".
           05  JT-LINES                PIC ZZZZ9.
           05                          PIC X(10) VALUE "  DEBITS: ".
           05  JT-DEBITS               PIC $$,$$$,$$$,$$9.99.
           05                          PIC X(11) VALUE "  CREDITS: ".
           05  JT-CREDITS              PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               DISPLAY "JRNLGEN - TEST RUN - TEST JOURNAL"
           END-IF
           PERFORM 050-CHECK-RUN-TYPE
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-PENDING
           PERFORM 210-LOAD-REVERSALS
           IF PT-LINE-COUNT > PT-MAX-LINES
                   OR RV-LINE-COUNT > RV-MAX-LINES
               MOVE "JEPEND/JEREVRS TOO LARGE - NOTHING RELEASED"
                   TO SH-TEXT
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND GL-JOURNAL-FILE
               IF GJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               PERFORM 300-RELEASE-REVERSALS
               PERFORM 400-POST-APPROVED
               IF WS-MONTH-END
                   PERFORM 500-GENERATE-RECURRING
               ELSE
                   MOVE "NOT MONTH-END - NO RECURRING ENTRIES TONIGHT"
                       TO SH-TEXT
                   WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
               END-IF
               CLOSE GL-JOURNAL-FILE
               IF NOT TEST-RUN
                   PERFORM 800-REWRITE-FILES
               END-IF
               PERFORM 850-PRINT-TOTALS
           END-IF
           PERFORM 900-WRAP-UP
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

      *A REVERSAL LEFT TONIGHT POSTS IN THE PERIOD AFTER THIS ONE -
      *JANUARY AFTER DECEMBER.
       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-POSTING-PERIOD = PR-PROC-DATE / 100
           MOVE WS-POSTING-PERIOD TO HL-PERIOD
           MOVE WS-POSTING-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MONTH >= 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *ONE PAST THE TABLE SIZE MARKS A FILE TOO BIG TO HOLD.
       200-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF JP-FILE-STATUS = "00"
               PERFORM UNTIL JP-FILE-STATUS NOT = "00"
                   READ PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JP-RECORD NOT = SPACES
                               IF PT-LINE-COUNT < PT-MAX-LINES
                                   ADD 1 TO PT-LINE-COUNT
                                   MOVE "N" TO PT-DELETED(PT-LINE-COUNT)
                                   MOVE JP-RECORD TO
                                       PT-IMAGE(PT-LINE-COUNT)
                               ELSE
                                   COMPUTE PT-LINE-COUNT =
                                       PT-MAX-LINES + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       210-LOAD-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF JV-FILE-STATUS = "00"
               PERFORM UNTIL JV-FILE-STATUS NOT = "00"
                   READ REVERSAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JV-RECORD NOT = SPACES
                               IF RV-LINE-COUNT < RV-MAX-LINES
                                   ADD 1 TO RV-LINE-COUNT
                                   MOVE "N" TO RV-DELETED(RV-LINE-COUNT)
                                   MOVE JV-RECORD TO
                                       RV-IMAGE(RV-LINE-COUNT)
                               ELSE
                                   COMPUTE RV-LINE-COUNT =
                                       RV-MAX-LINES + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

      *EACH REVERSAL IS PICKED UP BY ITS FIRST LINE AND PUT ON WHOLE -
      *ENTRY NUMBER, KIND AND PERIOD TOGETHER KEY IT, SINCE A
      *TEMPLATE LEAVES A REVERSAL UNDER THE SAME NUMBER EVERY MONTH.
       300-RELEASE-REVERSALS.
           MOVE "REVERSALS OF LAST PERIOD'S ENTRIES" TO SH-TEXT
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           PERFORM VARYING RV-SUB FROM 1 BY 1
                   UNTIL RV-SUB > RV-LINE-COUNT
               MOVE RV-IMAGE(RV-SUB) TO JE-ENTRY-LINE
               IF RV-DELETED(RV-SUB) = "N" AND JE-LINE = 1
                       AND JE-LAST-PERIOD <= WS-POSTING-PERIOD
                   MOVE JE-NUMBER TO WS-ENTRY-NUMBER
                   MOVE JE-KIND TO WS-ENTRY-KIND
                   MOVE JE-LAST-PERIOD TO WS-ENTRY-PERIOD
                   PERFORM 310-PROVE-REVERSAL
                   MOVE RV-IMAGE(RV-SUB) TO JE-ENTRY-LINE
                   IF WS-ENTRY-DEBITS = WS-ENTRY-CREDITS
                       MOVE "REVERSAL" TO EH-NOTE
                       PERFORM 700-PRINT-ENTRY-HEADING
                       MOVE "RV" TO WS-JD-PREFIX
                       PERFORM 320-WRITE-REVERSAL
                       MOVE "REVERSED" TO JR-EVENT
                       PERFORM 750-WRITE-REGISTER
                       ADD 1 TO WS-REVERSED-COUNT
                   ELSE
                       PERFORM 710-HOLD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       310-PROVE-REVERSAL.
           MOVE 0 TO WS-ENTRY-DEBITS
           MOVE 0 TO WS-ENTRY-CREDITS
           PERFORM VARYING RV-SCAN FROM 1 BY 1
                   UNTIL RV-SCAN > RV-LINE-COUNT
               MOVE RV-IMAGE(RV-SCAN) TO JE-ENTRY-LINE
               IF RV-DELETED(RV-SCAN) = "N"
                       AND JE-NUMBER = WS-ENTRY-NUMBER
                       AND JE-KIND = WS-ENTRY-KIND
                       AND JE-LAST-PERIOD = WS-ENTRY-PERIOD
                   PERFORM 720-ADD-TO-PROOF
               END-IF
           END-PERFORM.

       320-WRITE-REVERSAL.
           PERFORM VARYING RV-SCAN FROM 1 BY 1
                   UNTIL RV-SCAN > RV-LINE-COUNT
               MOVE RV-IMAGE(RV-SCAN) TO JE-ENTRY-LINE
               IF RV-DELETED(RV-SCAN) = "N"
                       AND JE-NUMBER = WS-ENTRY-NUMBER
                       AND JE-KIND = WS-ENTRY-KIND
                       AND JE-LAST-PERIOD = WS-ENTRY-PERIOD
                   PERFORM 730-WRITE-JOURNAL-LINE
                   MOVE "Y" TO RV-DELETED(RV-SCAN)
                   MOVE "Y" TO WS-REVERSALS-CHANGED
               END-IF
           END-PERFORM
           MOVE RV-IMAGE(RV-SUB) TO JE-ENTRY-LINE.

      *ENTRIES APPROVED SINCE LAST NIGHT GO ON AND COME OFF THE
      *PENDING FILE. TEMPLATES STAY - THEY ARE THE MONTH-END'S.
       400-POST-APPROVED.
           MOVE "APPROVED JOURNAL ENTRIES" TO SH-TEXT
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
               IF PT-DELETED(PT-SUB) = "N" AND JE-LINE = 1
                       AND JE-KIND = "E" AND JE-STATUS = "A"
                   MOVE JE-NUMBER TO WS-ENTRY-NUMBER
                   MOVE JE-KIND TO WS-ENTRY-KIND
                   MOVE JE-REVERSE TO WS-ENTRY-REVERSE
                   PERFORM 410-PROVE-PENDING
                   MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                   IF WS-ENTRY-DEBITS = WS-ENTRY-CREDITS
                       IF WS-ENTRY-REVERSE = "Y"
                           MOVE "AUTO-REVERSES NEXT PERIOD"
                               TO EH-NOTE
                       ELSE
                           MOVE SPACES TO EH-NOTE
                       END-IF
                       PERFORM 700-PRINT-ENTRY-HEADING
                       MOVE "JE" TO WS-JD-PREFIX
                       PERFORM 420-WRITE-PENDING
                       PERFORM VARYING PT-SCAN FROM 1 BY 1
                               UNTIL PT-SCAN > PT-LINE-COUNT
                           MOVE PT-IMAGE(PT-SCAN) TO JE-ENTRY-LINE
                           IF JE-NUMBER = WS-ENTRY-NUMBER
                                   AND JE-KIND = WS-ENTRY-KIND
                               MOVE "Y" TO PT-DELETED(PT-SCAN)
                           END-IF
                       END-PERFORM
                       MOVE "Y" TO WS-PENDING-CHANGED
                       MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                       MOVE "POSTED" TO JR-EVENT
                       PERFORM 750-WRITE-REGISTER
                       ADD 1 TO WS-POSTED-COUNT
                   ELSE
                       PERFORM 710-HOLD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       410-PROVE-PENDING.
           MOVE 0 TO WS-ENTRY-DEBITS
           MOVE 0 TO WS-ENTRY-CREDITS
           PERFORM VARYING PT-SCAN FROM 1 BY 1
                   UNTIL PT-SCAN > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SCAN) TO JE-ENTRY-LINE
               IF PT-DELETED(PT-SCAN) = "N"
                       AND JE-NUMBER = WS-ENTRY-NUMBER
                       AND JE-KIND = WS-ENTRY-KIND
                   PERFORM 720-ADD-TO-PROOF
               END-IF
           END-PERFORM.

      *THE ENTRY'S LINES ONTO THE JOURNAL, AND - WHEN IT REVERSES -
      *THEIR MIRROR IMAGE ONTO THE REVERSAL QUEUE FOR NEXT PERIOD.
       420-WRITE-PENDING.
           PERFORM VARYING PT-SCAN FROM 1 BY 1
                   UNTIL PT-SCAN > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SCAN) TO JE-ENTRY-LINE
               IF PT-DELETED(PT-SCAN) = "N"
                       AND JE-NUMBER = WS-ENTRY-NUMBER
                       AND JE-KIND = WS-ENTRY-KIND
                   PERFORM 730-WRITE-JOURNAL-LINE
                   IF WS-ENTRY-REVERSE = "Y"
                       PERFORM 740-QUEUE-REVERSAL
                   END-IF
               END-IF
           END-PERFORM.

      *ON THE MONTH-END NIGHT EVERY ACTIVE TEMPLATE NOT YET IN THE
      *CLOSING PERIOD GOES ON ONCE, AND IS MARKED SO A RERUN OF THE
      *NIGHT CAN'T PUT IT ON TWICE.
       500-GENERATE-RECURRING.
           MOVE "RECURRING ENTRIES FOR THE CLOSING PERIOD" TO SH-TEXT
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 2
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
               IF PT-DELETED(PT-SUB) = "N" AND JE-LINE = 1
                       AND JE-KIND = "T" AND JE-STATUS = "A"
                       AND JE-LAST-PERIOD < WS-POSTING-PERIOD
                   MOVE JE-NUMBER TO WS-ENTRY-NUMBER
                   MOVE JE-KIND TO WS-ENTRY-KIND
                   MOVE JE-REVERSE TO WS-ENTRY-REVERSE
                   PERFORM 410-PROVE-PENDING
                   MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                   IF WS-ENTRY-DEBITS = WS-ENTRY-CREDITS
                       IF WS-ENTRY-REVERSE = "Y"
                           MOVE "TEMPLATE - AUTO-REVERSES"
                               TO EH-NOTE
                       ELSE
                           MOVE "TEMPLATE" TO EH-NOTE
                       END-IF
                       PERFORM 700-PRINT-ENTRY-HEADING
                       MOVE "TP" TO WS-JD-PREFIX
                       PERFORM 420-WRITE-PENDING
                       PERFORM VARYING PT-SCAN FROM 1 BY 1
                               UNTIL PT-SCAN > PT-LINE-COUNT
                           MOVE PT-IMAGE(PT-SCAN) TO JE-ENTRY-LINE
                           IF JE-NUMBER = WS-ENTRY-NUMBER
                                   AND JE-KIND = WS-ENTRY-KIND
                               MOVE WS-POSTING-PERIOD TO
                                   JE-LAST-PERIOD
                               MOVE JE-ENTRY-LINE TO PT-IMAGE(PT-SCAN)
                           END-IF
                       END-PERFORM
                       MOVE "Y" TO WS-PENDING-CHANGED
                       MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                       MOVE "GENERATD" TO JR-EVENT
                       PERFORM 750-WRITE-REGISTER
                       ADD 1 TO WS-GENERATED-COUNT
                   ELSE
                       PERFORM 710-HOLD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       700-PRINT-ENTRY-HEADING.
           MOVE JE-NUMBER TO EH-NUMBER
           MOVE JE-DESC TO EH-DESC
           MOVE JE-KEYED-BY TO EH-KEYED-BY
           MOVE JE-APPROVED-BY TO EH-APPROVED-BY
           WRITE PRINT-RECORD FROM EH-ENTRY-HEADING AFTER 2
           MOVE JE-NUMBER TO WS-JD-NUMBER
           MOVE JE-DESC TO WS-JD-TEXT.

      *A STORED ENTRY THAT NO LONGER BALANCES STAYS WHERE IT IS FOR
      *THE ACCOUNTANTS - THE NIGHT GOES ON WITHOUT IT.
       710-HOLD-ENTRY.
           MOVE "** OUT OF BALANCE - HELD **" TO EH-NOTE
           PERFORM 700-PRINT-ENTRY-HEADING
           ADD 1 TO WS-HELD-COUNT
           MOVE 4 TO RETURN-CODE.

       720-ADD-TO-PROOF.
           IF JE-DC = "D"
               ADD JE-AMOUNT TO WS-ENTRY-DEBITS
           ELSE
               ADD JE-AMOUNT TO WS-ENTRY-CREDITS
           END-IF.

       730-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE JE-ACCOUNT TO GJ-ACCOUNT
           MOVE JE-DC TO GJ-DC
           MOVE JE-AMOUNT TO GJ-AMOUNT
           MOVE WS-JOURNAL-DESC TO GJ-DESC
           WRITE GJ-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           MOVE JE-ACCOUNT TO DL-ACCOUNT
           IF JE-DC = "D"
               ADD JE-AMOUNT TO WS-JOURNAL-DEBITS
               MOVE JE-AMOUNT TO DL-DEBIT
               MOVE 0 TO DL-CREDIT
           ELSE
               ADD JE-AMOUNT TO WS-JOURNAL-CREDITS
               MOVE 0 TO DL-DEBIT
               MOVE JE-AMOUNT TO DL-CREDIT
           END-IF
           MOVE WS-JOURNAL-DESC TO DL-JOURNAL-DESC
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       740-QUEUE-REVERSAL.
           IF JE-DC = "D"
               MOVE "C" TO JE-DC
           ELSE
               MOVE "D" TO JE-DC
           END-IF
           MOVE WS-NEXT-PERIOD TO JE-LAST-PERIOD
           IF RV-LINE-COUNT < RV-MAX-LINES
               ADD 1 TO RV-LINE-COUNT
               MOVE "N" TO RV-DELETED(RV-LINE-COUNT)
               MOVE JE-ENTRY-LINE TO RV-IMAGE(RV-LINE-COUNT)
               MOVE "Y" TO WS-REVERSALS-CHANGED
           ELSE
               DISPLAY "JRNLGEN REVERSAL QUEUE FULL - ENTRY "
                   JE-NUMBER " WILL NOT REVERSE"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *JE-ENTRY-LINE SUPPLIES THE ENTRY, JR-EVENT IS SET BY THE
      *CALLER. A REHEARSAL NIGHT LEAVES THE REGISTER ALONE.
       750-WRITE-REGISTER.
           IF NOT TEST-RUN
               MOVE PR-PROC-DATE TO JR-DATE
               MOVE JE-NUMBER TO JR-NUMBER
               MOVE JE-KIND TO JR-KIND
               MOVE WS-ENTRY-DEBITS TO JR-TOTAL
               MOVE JE-DESC TO JR-DESC
               MOVE WS-POSTING-PERIOD TO JR-PERIOD
               OPEN EXTEND REGISTER-FILE
               IF JR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               WRITE JR-RECORD FROM JR-REGISTER-LINE
               CLOSE REGISTER-FILE
           END-IF.

       800-REWRITE-FILES.
           IF WS-PENDING-CHANGED = "Y"
               OPEN OUTPUT PENDING-FILE
               PERFORM VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-LINE-COUNT
                   IF PT-DELETED(PT-SUB) = "N"
                       MOVE PT-IMAGE(PT-SUB) TO JP-RECORD
                       WRITE JP-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           IF WS-REVERSALS-CHANGED = "Y"
               OPEN OUTPUT REVERSAL-FILE
               PERFORM VARYING RV-SUB FROM 1 BY 1
                       UNTIL RV-SUB > RV-LINE-COUNT
                   IF RV-DELETED(RV-SUB) = "N"
                       MOVE RV-IMAGE(RV-SUB) TO JV-RECORD
                       WRITE JV-RECORD
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

       850-PRINT-TOTALS.
           MOVE WS-REVERSED-COUNT TO TL-REVERSED
           MOVE WS-POSTED-COUNT TO TL-POSTED
           MOVE WS-GENERATED-COUNT TO TL-GENERATED
           MOVE WS-HELD-COUNT TO TL-HELD
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 3
           MOVE WS-JOURNAL-LINES TO JT-LINES
           MOVE WS-JOURNAL-DEBITS TO JT-DEBITS
           MOVE WS-JOURNAL-CREDITS TO JT-CREDITS
           WRITE PRINT-RECORD FROM JT-JOURNAL-TOTAL-LINE AFTER 1
           DISPLAY "JRNLGEN - " WS-JOURNAL-LINES
               " JOURNAL LINES FOR PERIOD " WS-POSTING-PERIOD.

       900-WRAP-UP.
           CLOSE PRINT-FILE.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="JRNLGEN"==.

       COPY PROCDTIO.
