      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   PARALLEL-RUN COMPARISON. A CHANGED PROGRAM IS
      *            PROVED BY REHEARSING THE NIGHT IN TEST MODE
      *            (TESTMODE.CPY) AND THEN HOLDING EVERY OUTPUT OF
      *            THE REHEARSAL UP AGAINST THE PRODUCTION RUN FOR
      *            THE SAME PROCESSING DATE - DATA FILES FIELD BY
      *            FIELD OFF THEIR KNOWN LAYOUTS, PRINT FILES LINE
      *            BY LINE - INSTEAD OF EYEBALLING A FEW REPORTS AND
      *            MISSING THE GLJRNL OR AROPEN NOBODY OPENED. RUN
      *            DATES AND TIMES ARE NOT DIFFERENCES: PRINT LINES
      *            HAVE DATE- AND TIME-SHAPED TEXT AND THE TEST-RUN
      *            WATERMARK MASKED, AND DATA FIELDS MARKED "I" ON
      *            THE LAYOUT ARE SKIPPED. EACH FILE GETS ITS COUNTS
      *            AND ITS FIRST TEN DIFFERENCES ON PARCOMP.TXT; A
      *            CHANGE IS SIGNED OFF ON A CLEAN COMPARISON.
      *
      *            THE REPORTS KEEP THEIR NAMES IN TEST MODE (ONLY
      *            THE WATERMARK SETS THEM APART), SO ONE RUN'S PRINT
      *            FILES MUST BE COPIED ASIDE - OR TAKEN FROM THE
      *            AR999999.TXT COPIES ARCHRPTS KEEPS - AND LISTED
      *            UNDER THAT NAME. HISTORY FILES THAT CARRY EVERY
      *            NIGHT (GLJRNL, SALHST, ...) NEED A "P" FIELD ON
      *            THEIR LAYOUT SO ONLY TONIGHT'S RECORDS ARE HELD
      *            UP AGAINST THE REHEARSAL'S.
      *
      *            PARLIST.TXT LAYOUT (ONE LINE PER FILE PAIR):
      *              COLS  1-12  PRODUCTION FILE NAME
      *              COLS 13-24  REHEARSAL FILE NAME
      *              COL  25     "P" PRINT FILE, LINE BY LINE
      *                          "D" DATA FILE, IN RECORD ORDER
      *                          "K" KEYED FILE, MATCHED ON KEY
      *              COLS 26-33  LAYOUT CODE ON PARLAYT.TXT (BLANK
      *                          COMPARES THE WHOLE RECORD). A "K"
      *                          PAIR MUST NAME ONE OF THE KEYED
      *                          LAYOUTS: VSAM, ARBAL, POOPEN,
      *                          RMAOPEN.
      *
      *            PARLAYT.TXT LAYOUT (ONE LINE PER FIELD):
      *              COLS  1-8   LAYOUT CODE
      *              COLS  9-20  FIELD NAME
      *              COLS 21-23  START COLUMN
      *              COLS 24-26  LENGTH
      *              COL  27     BLANK - COMPARED
      *                          "I"   - IGNORED (RUN DATE, TIME)
      *                          "P"   - PROCESSING DATE (8 LONG);
      *                                  ONLY RECORDS CARRYING
      *                                  TONIGHT'S DATE ARE COMPARED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIST-FILE
           ASSIGN TO "PARLIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LS-FILE-STATUS.

           SELECT LAYOUT-FILE
           ASSIGN TO "PARLAYT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LY-FILE-STATUS.

           SELECT PRODUCTION-FILE
           ASSIGN USING WS-PN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PN-FILE-STATUS.

           SELECT REHEARSAL-FILE
           ASSIGN USING WS-RH-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RH-FILE-STATUS.

      *THE KEYED FILES THE CHAIN WRITES UNDER TEST NAMES. EACH PAIR
      *DECLARES THE SAME KEYS AS THE PROGRAMS THAT BUILD THE FILE,
      *AND IS READ IN PRIMARY-KEY ORDER.
           SELECT PN-ITEM-FILE
               ASSIGN USING WS-PN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-ITEM-KEY
               FILE STATUS IS PN-FILE-STATUS.

           SELECT RH-ITEM-FILE
               ASSIGN USING WS-RH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-ITEM-KEY
               FILE STATUS IS RH-FILE-STATUS.

           SELECT PN-ARBAL-FILE
               ASSIGN USING WS-PN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-AB-KEY
               FILE STATUS IS PN-FILE-STATUS.

           SELECT RH-ARBAL-FILE
               ASSIGN USING WS-RH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-AB-KEY
               FILE STATUS IS RH-FILE-STATUS.

           SELECT PN-POOPEN-FILE
               ASSIGN USING WS-PN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-PO-KEY
               ALTERNATE RECORD KEY IS PN-PO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS PN-FILE-STATUS.

           SELECT RH-POOPEN-FILE
               ASSIGN USING WS-RH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-PO-KEY
               ALTERNATE RECORD KEY IS RH-PO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS RH-FILE-STATUS.

           SELECT PN-RMAOPEN-FILE
               ASSIGN USING WS-PN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-RM-KEY
               ALTERNATE RECORD KEY IS PN-RM-CUS-NUM WITH DUPLICATES
               FILE STATUS IS PN-FILE-STATUS.

           SELECT RH-RMAOPEN-FILE
               ASSIGN USING WS-RH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-RM-KEY
               ALTERNATE RECORD KEY IS RH-RM-CUS-NUM WITH DUPLICATES
               FILE STATUS IS RH-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "PARCOMP.TXT".

           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LS-RECORD.
           05  LS-PN-NAME              PIC X(12).
           05  LS-RH-NAME              PIC X(12).
           05  LS-TYPE                 PIC X.
           05  LS-LAYOUT               PIC X(8).
           05                          PIC X(47).

       FD  LAYOUT-FILE.
       01  LY-RECORD.
           05  LY-LAYOUT               PIC X(8).
           05  LY-FIELD-NAME           PIC X(12).
           05  LY-START                PIC 999.
           05  LY-LENGTH               PIC 999.
           05  LY-USE                  PIC X.
           05                          PIC X(53).

       FD  PRODUCTION-FILE.
       01  PN-RECORD                   PIC X(132).

       FD  REHEARSAL-FILE.
       01  RH-RECORD                   PIC X(132).

       FD  PN-ITEM-FILE.
       01  PN-ITEM-RECORD.
           05  PN-ITEM-KEY             PIC X(3).
           05                          PIC X(107).

       FD  RH-ITEM-FILE.
       01  RH-ITEM-RECORD.
           05  RH-ITEM-KEY             PIC X(3).
           05                          PIC X(107).

       FD  PN-ARBAL-FILE.
       01  PN-AB-RECORD.
           05  PN-AB-KEY               PIC 9(5).
           05                          PIC X(35).

       FD  RH-ARBAL-FILE.
       01  RH-AB-RECORD.
           05  RH-AB-KEY               PIC 9(5).
           05                          PIC X(35).

       FD  PN-POOPEN-FILE.
       01  PN-PO-RECORD.
           05  PN-PO-KEY.
               10                      PIC X(17).
               10  PN-PO-PRO-NUM       PIC 999.
           05                          PIC X(20).

       FD  RH-POOPEN-FILE.
       01  RH-PO-RECORD.
           05  RH-PO-KEY.
               10                      PIC X(17).
               10  RH-PO-PRO-NUM       PIC 999.
           05                          PIC X(20).

       FD  PN-RMAOPEN-FILE.
       01  PN-RM-RECORD.
           05  PN-RM-KEY               PIC 9(6).
           05                          PIC X(8).
           05  PN-RM-CUS-NUM           PIC 9(5).
           05                          PIC X(21).

       FD  RH-RMAOPEN-FILE.
       01  RH-RM-RECORD.
           05  RH-RM-KEY               PIC 9(6).
           05                          PIC X(8).
           05  RH-RM-CUS-NUM           PIC 9(5).
           05                          PIC X(21).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

      *ONLY THE WATERMARK TEXT IS WANTED FROM HERE.
       COPY TESTMODE.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  LS-FILE-STATUS          PIC XX.
           05  LY-FILE-STATUS          PIC XX.
           05  PN-FILE-STATUS          PIC XX.
           05  RH-FILE-STATUS          PIC XX.
           05  PN-OPEN                 PIC X    VALUE "N".
           05  RH-OPEN                 PIC X    VALUE "N".
           05  PN-EOF                  PIC X    VALUE "N".
           05  RH-EOF                  PIC X    VALUE "N".
           05  WS-ACCEPTED             PIC X    VALUE "N".

       01  WS-PN-NAME                  PIC X(12).
       01  WS-RH-NAME                  PIC X(12).
       01  WS-PROC-DATE-X              PIC X(8).

      *"P" PRINT, "D" DATA, OR FOR A KEYED PAIR THE FILE IT IS -
      *"I" ITEM MASTER, "A" ARBAL, "O" POOPEN, "R" RMAOPEN; "X" IS
      *A KEYED PAIR NAMING A LAYOUT WITH NO SELECT BEHIND IT.
       01  WS-FILE-KIND                PIC X.
       01  WS-KEY-LEN                  PIC 99   VALUE 0.
       01  WS-PN-KEY                   PIC X(20).
       01  WS-RH-KEY                   PIC X(20).

      *EVERY LAYOUT ON PARLAYT.TXT, LOADED ONCE.
       01  WS-LAYOUT-TABLE.
           05  LT-COUNT                PIC 999  VALUE 0.
           05  LT-ENTRY OCCURS 300 TIMES.
               10  LT-LAYOUT           PIC X(8).
               10  LT-FIELD-NAME       PIC X(12).
               10  LT-START            PIC 999.
               10  LT-LENGTH           PIC 999.
               10  LT-USE              PIC X.

      *THE FIELDS OF THE LAYOUT FOR THE PAIR IN HAND.
       01  WS-FIELD-TABLE.
           05  FT-COUNT                PIC 99   VALUE 0.
           05  FT-ENTRY OCCURS 40 TIMES.
               10  FT-FIELD-NAME       PIC X(12).
               10  FT-START            PIC 999.
               10  FT-LENGTH           PIC 999.
               10  FT-USE              PIC X.
       01  WS-DATE-START               PIC 999  VALUE 0.

       01  WS-SUBSCRIPTS.
           05  WS-LT                   PIC 999.
           05  WS-FT                   PIC 99.
           05  WS-COL                  PIC 999.
           05  WS-MASK-LEN             PIC 99.
           05  WS-SHOW-LEN             PIC 999.
           05  WS-FIELD-HITS           PIC 99.

       01  WS-PN-REC                   PIC X(132).
       01  WS-RH-REC                   PIC X(132).
       01  WS-PN-CMP                   PIC X(132).
       01  WS-RH-CMP                   PIC X(132).
       01  WS-LINE                     PIC X(132).
      *THE LINE PADDED PAST ITS END, AND THE SAME WITH EVERY DIGIT
      *TURNED TO "9", SO A DATE OR TIME IS FOUND BY ITS SHAPE.
       01  WS-LINE-PAD                 PIC X(142).
       01  WS-SHAPE                    PIC X(142).

       01  WS-PAIR-COUNTS.
           05  WS-PN-READ              PIC 9(7) VALUE 0.
           05  WS-RH-READ              PIC 9(7) VALUE 0.
           05  WS-PN-LINE-NO           PIC 9(7) VALUE 0.
           05  WS-RH-LINE-NO           PIC 9(7) VALUE 0.
           05  WS-PN-COUNT             PIC 9(7) VALUE 0.
           05  WS-RH-COUNT             PIC 9(7) VALUE 0.
           05  WS-MATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-DIFF-COUNT           PIC 9(7) VALUE 0.
           05  WS-PN-ONLY              PIC 9(7) VALUE 0.
           05  WS-RH-ONLY              PIC 9(7) VALUE 0.
           05  WS-LISTED               PIC 99   VALUE 0.

       01  WS-FILE-COUNT               PIC 9(3) VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(3) VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(24) VALUE
               "PARALLEL-RUN COMPARISON ".
           05                          PIC X(16) VALUE
               "PROCESSING DATE ".
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "PARCOMP".

       01  FB-FILE-LINE.
           05                          PIC X(6)  VALUE "FILE: ".
           05  FB-PN-NAME              PIC X(12).
           05                          PIC X(4)  VALUE " VS ".
           05  FB-RH-NAME              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FB-HOW                  PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FB-LAYOUT               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FB-NOTE                 PIC X(40).

       01  DL-DIFF-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-WHERE                PIC X(5).
           05  DL-REC-NO               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-FIELD                PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE "PROD: ".
           05  DL-PN-VALUE             PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE "REH:  ".
           05  DL-RH-VALUE             PIC X(40).

       01  PL-PRINT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PL-TAG                  PIC X(5).
           05  PL-LINE-NO              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-TEXT                 PIC X(110).

       01  CL-COUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05                          PIC X(10) VALUE "PROD RECS ".
           05  CL-PN-COUNT             PIC ZZZZZZ9.
           05                          PIC X(10) VALUE " REH RECS ".
           05  CL-RH-COUNT             PIC ZZZZZZ9.
           05                          PIC X(9)  VALUE " MATCHED ".
           05  CL-MATCH                PIC ZZZZZZ9.
           05                          PIC X(11) VALUE " DIFFERENT ".
           05  CL-DIFF                 PIC ZZZZZZ9.
           05                          PIC X(11) VALUE " PROD ONLY ".
           05  CL-PN-ONLY              PIC ZZZZZZ9.
           05                          PIC X(10) VALUE " REH ONLY ".
           05  CL-RH-ONLY              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CL-RESULT               PIC X(16).

       01  SO-SIGN-OFF-LINE.
           05                          PIC X(10) VALUE "SIGN-OFF: ".
           05  SO-TEXT                 PIC X(60).

       01  WS-SIGN-OFF-FIELDS.
           05  WS-SO-FILES             PIC ZZ9.
           05  WS-SO-DIFFER            PIC ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-COMPARE-FILES
           PERFORM 900-SIGN-OFF
           CLOSE PRINT-FILE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-X
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM 110-LOAD-LAYOUTS.

      *WITHOUT PARLAYT.TXT EVERY DATA FILE IS STILL COMPARED, ONLY
      *AS WHOLE RECORDS.
       110-LOAD-LAYOUTS.
           OPEN INPUT LAYOUT-FILE
           IF LY-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ LAYOUT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF LY-LAYOUT NOT = SPACES
                               PERFORM 115-ADD-LAYOUT-FIELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           ELSE
               DISPLAY "NO PARLAYT.TXT - DATA FILES COMPARED AS "
                   "WHOLE RECORDS"
           END-IF
           MOVE "NO " TO EOD.

      *A FIELD RUNNING OFF THE 132-COLUMN RECORD, OR A PROCESSING-
      *DATE FIELD THAT ISN'T 8 LONG, IS LEFT OFF WITH A WARNING.
       115-ADD-LAYOUT-FIELD.
           IF LY-START NOT NUMERIC OR LY-LENGTH NOT NUMERIC
               DISPLAY "PARLAYT.TXT FIELD SKIPPED - " LY-RECORD(1:27)
           ELSE
           IF LY-START = 0 OR LY-LENGTH = 0
                   OR LY-START + LY-LENGTH - 1 > 132
                   OR (LY-USE = "P" AND LY-LENGTH NOT = 8)
                   OR LT-COUNT NOT < 300
               DISPLAY "PARLAYT.TXT FIELD SKIPPED - " LY-RECORD(1:27)
           ELSE
               ADD 1 TO LT-COUNT
               MOVE LY-LAYOUT TO LT-LAYOUT(LT-COUNT)
               MOVE LY-FIELD-NAME TO LT-FIELD-NAME(LT-COUNT)
               MOVE LY-START TO LT-START(LT-COUNT)
               MOVE LY-LENGTH TO LT-LENGTH(LT-COUNT)
               MOVE LY-USE TO LT-USE(LT-COUNT)
           END-IF
           END-IF.

       200-COMPARE-FILES.
           OPEN INPUT LIST-FILE
           IF LS-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ LIST-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF LS-PN-NAME NOT = SPACES
                               PERFORM 210-ONE-PAIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           ELSE
               DISPLAY "NO PARLIST.TXT - NOTHING TO COMPARE"
           END-IF
           MOVE "NO " TO EOD.

       210-ONE-PAIR.
           ADD 1 TO WS-FILE-COUNT
           INITIALIZE WS-PAIR-COUNTS
           MOVE LS-PN-NAME TO WS-PN-NAME
           MOVE LS-RH-NAME TO WS-RH-NAME
           MOVE "N" TO PN-OPEN
           MOVE "N" TO RH-OPEN
           PERFORM 220-SET-FILE-KIND
           PERFORM 230-PICK-FIELDS
           WRITE PRINT-RECORD FROM FB-FILE-LINE AFTER 2
           IF WS-FILE-KIND NOT = "X"
               PERFORM 240-OPEN-PRODUCTION
               PERFORM 245-OPEN-REHEARSAL
           END-IF
           IF PN-OPEN = "Y" AND RH-OPEN = "Y"
               PERFORM 250-MATCH-RECORDS
           END-IF
           PERFORM 290-CLOSE-PAIR
           PERFORM 300-PAIR-RESULT.

      *A KEYED PAIR IS MATCHED ON ITS PRIMARY KEY, SO A RECORD ADDED
      *OR DROPPED SHOWS AS ONE EXTRA, NOT AS EVERYTHING AFTER IT.
       220-SET-FILE-KIND.
           MOVE 0 TO WS-KEY-LEN
           MOVE LS-PN-NAME TO FB-PN-NAME
           MOVE LS-RH-NAME TO FB-RH-NAME
           MOVE LS-LAYOUT TO FB-LAYOUT
           MOVE SPACES TO FB-NOTE
           EVALUATE LS-TYPE
               WHEN "P"
                   MOVE "P" TO WS-FILE-KIND
                   MOVE "LINE BY LINE" TO FB-HOW
               WHEN "K"
                   MOVE "MATCHED ON KEY" TO FB-HOW
                   EVALUATE LS-LAYOUT
                       WHEN "VSAM"
                           MOVE "I" TO WS-FILE-KIND
                           MOVE 3 TO WS-KEY-LEN
                       WHEN "ARBAL"
                           MOVE "A" TO WS-FILE-KIND
                           MOVE 5 TO WS-KEY-LEN
                       WHEN "POOPEN"
                           MOVE "O" TO WS-FILE-KIND
                           MOVE 20 TO WS-KEY-LEN
                       WHEN "RMAOPEN"
                           MOVE "R" TO WS-FILE-KIND
                           MOVE 6 TO WS-KEY-LEN
                       WHEN OTHER
                           MOVE "X" TO WS-FILE-KIND
                   END-EVALUATE
               WHEN OTHER
                   MOVE "D" TO WS-FILE-KIND
                   MOVE "IN RECORD ORDER" TO FB-HOW
           END-EVALUATE.

       230-PICK-FIELDS.
           MOVE 0 TO FT-COUNT
           MOVE 0 TO WS-DATE-START
           IF LS-LAYOUT NOT = SPACES
               PERFORM VARYING WS-LT FROM 1 BY 1
                       UNTIL WS-LT > LT-COUNT
                   IF LT-LAYOUT(WS-LT) = LS-LAYOUT
                       PERFORM 235-TAKE-FIELD
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-KIND = "X"
                   MOVE "NO KEYED LAYOUT BY THAT CODE" TO FB-NOTE
               WHEN LS-LAYOUT NOT = SPACES AND FT-COUNT = 0
                       AND WS-DATE-START = 0
                   MOVE "LAYOUT NOT ON PARLAYT.TXT - WHOLE RECORD"
                       TO FB-NOTE
               WHEN WS-DATE-START > 0
                   STRING "PROCESSING DATE " WS-PROC-DATE-X " ONLY"
                       DELIMITED BY SIZE INTO FB-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       235-TAKE-FIELD.
           IF LT-USE(WS-LT) = "P"
               MOVE LT-START(WS-LT) TO WS-DATE-START
           ELSE
           IF FT-COUNT < 40
               ADD 1 TO FT-COUNT
               MOVE LT-FIELD-NAME(WS-LT) TO FT-FIELD-NAME(FT-COUNT)
               MOVE LT-START(WS-LT) TO FT-START(FT-COUNT)
               MOVE LT-LENGTH(WS-LT) TO FT-LENGTH(FT-COUNT)
               MOVE LT-USE(WS-LT) TO FT-USE(FT-COUNT)
           END-IF
           END-IF.

       240-OPEN-PRODUCTION.
           EVALUATE WS-FILE-KIND
               WHEN "I"
                   OPEN INPUT PN-ITEM-FILE
               WHEN "A"
                   OPEN INPUT PN-ARBAL-FILE
               WHEN "O"
                   OPEN INPUT PN-POOPEN-FILE
               WHEN "R"
                   OPEN INPUT PN-RMAOPEN-FILE
               WHEN OTHER
                   OPEN INPUT PRODUCTION-FILE
           END-EVALUATE
           IF PN-FILE-STATUS = "00"
               MOVE "Y" TO PN-OPEN
           END-IF.

       245-OPEN-REHEARSAL.
           EVALUATE WS-FILE-KIND
               WHEN "I"
                   OPEN INPUT RH-ITEM-FILE
               WHEN "A"
                   OPEN INPUT RH-ARBAL-FILE
               WHEN "O"
                   OPEN INPUT RH-POOPEN-FILE
               WHEN "R"
                   OPEN INPUT RH-RMAOPEN-FILE
               WHEN OTHER
                   OPEN INPUT REHEARSAL-FILE
           END-EVALUATE
           IF RH-FILE-STATUS = "00"
               MOVE "Y" TO RH-OPEN
           END-IF.

      *POSITIONAL PAIRS CARRY NO KEY, SO BOTH SIDES ALWAYS "MATCH"
      *AND THE RECORDS ARE TAKEN TOGETHER UNTIL ONE SIDE RUNS OUT.
       250-MATCH-RECORDS.
           MOVE "N" TO PN-EOF
           MOVE "N" TO RH-EOF
           PERFORM 260-NEXT-PRODUCTION
           PERFORM 265-NEXT-REHEARSAL
           PERFORM UNTIL PN-EOF = "Y" AND RH-EOF = "Y"
               EVALUATE TRUE
                   WHEN RH-EOF = "Y"
                       PERFORM 280-PRODUCTION-ONLY
                       PERFORM 260-NEXT-PRODUCTION
                   WHEN PN-EOF = "Y"
                       PERFORM 285-REHEARSAL-ONLY
                       PERFORM 265-NEXT-REHEARSAL
                   WHEN WS-PN-KEY < WS-RH-KEY
                       PERFORM 280-PRODUCTION-ONLY
                       PERFORM 260-NEXT-PRODUCTION
                   WHEN WS-PN-KEY > WS-RH-KEY
                       PERFORM 285-REHEARSAL-ONLY
                       PERFORM 265-NEXT-REHEARSAL
                   WHEN OTHER
                       PERFORM 270-COMPARE-RECORDS
                       PERFORM 260-NEXT-PRODUCTION
                       PERFORM 265-NEXT-REHEARSAL
               END-EVALUATE
           END-PERFORM.

       260-NEXT-PRODUCTION.
           MOVE "N" TO WS-ACCEPTED
           PERFORM UNTIL WS-ACCEPTED = "Y" OR PN-EOF = "Y"
               PERFORM 261-READ-PRODUCTION
               IF PN-EOF = "N"
                   PERFORM 268-SCREEN-RECORD
               END-IF
           END-PERFORM
           IF WS-ACCEPTED = "Y"
               ADD 1 TO WS-PN-COUNT
               MOVE WS-PN-READ TO WS-PN-LINE-NO
               MOVE WS-LINE TO WS-PN-REC
               MOVE SPACES TO WS-PN-KEY
               IF WS-KEY-LEN > 0
                   MOVE WS-PN-REC(1:WS-KEY-LEN) TO WS-PN-KEY
               END-IF
           END-IF.

       261-READ-PRODUCTION.
           MOVE SPACES TO WS-LINE
           EVALUATE WS-FILE-KIND
               WHEN "I"
                   READ PN-ITEM-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO PN-EOF
                   END-READ
               WHEN "A"
                   READ PN-ARBAL-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO PN-EOF
                   END-READ
               WHEN "O"
                   READ PN-POOPEN-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO PN-EOF
                   END-READ
               WHEN "R"
                   READ PN-RMAOPEN-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO PN-EOF
                   END-READ
               WHEN OTHER
                   READ PRODUCTION-FILE INTO WS-LINE
                       AT END
                           MOVE "Y" TO PN-EOF
                   END-READ
           END-EVALUATE
           IF PN-EOF = "N"
               ADD 1 TO WS-PN-READ
           END-IF.

       265-NEXT-REHEARSAL.
           MOVE "N" TO WS-ACCEPTED
           PERFORM UNTIL WS-ACCEPTED = "Y" OR RH-EOF = "Y"
               PERFORM 266-READ-REHEARSAL
               IF RH-EOF = "N"
                   PERFORM 268-SCREEN-RECORD
               END-IF
           END-PERFORM
           IF WS-ACCEPTED = "Y"
               ADD 1 TO WS-RH-COUNT
               MOVE WS-RH-READ TO WS-RH-LINE-NO
               MOVE WS-LINE TO WS-RH-REC
               MOVE SPACES TO WS-RH-KEY
               IF WS-KEY-LEN > 0
                   MOVE WS-RH-REC(1:WS-KEY-LEN) TO WS-RH-KEY
               END-IF
           END-IF.

       266-READ-REHEARSAL.
           MOVE SPACES TO WS-LINE
           EVALUATE WS-FILE-KIND
               WHEN "I"
                   READ RH-ITEM-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO RH-EOF
                   END-READ
               WHEN "A"
                   READ RH-ARBAL-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO RH-EOF
                   END-READ
               WHEN "O"
                   READ RH-POOPEN-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO RH-EOF
                   END-READ
               WHEN "R"
                   READ RH-RMAOPEN-FILE NEXT INTO WS-LINE
                       AT END
                           MOVE "Y" TO RH-EOF
                   END-READ
               WHEN OTHER
                   READ REHEARSAL-FILE INTO WS-LINE
                       AT END
                           MOVE "Y" TO RH-EOF
                   END-READ
           END-EVALUATE
           IF RH-EOF = "N"
               ADD 1 TO WS-RH-READ
           END-IF.

      *A HISTORY FILE ONLY OFFERS TONIGHT'S RECORDS. ON A PRINT FILE
      *THE WATERMARK IS TAKEN OUT, AND A LINE THAT WAS NOTHING BUT
      *THE WATERMARK ISN'T A LINE AT ALL.
       268-SCREEN-RECORD.
           MOVE "Y" TO WS-ACCEPTED
           IF WS-DATE-START > 0
               IF WS-LINE(WS-DATE-START:8) NOT = WS-PROC-DATE-X
                   MOVE "N" TO WS-ACCEPTED
               END-IF
           END-IF
           IF WS-FILE-KIND = "P" AND WS-LINE NOT = SPACES
               INSPECT WS-LINE REPLACING ALL TM-WATERMARK
                   BY "              "
               IF WS-LINE = SPACES
                   MOVE "N" TO WS-ACCEPTED
               END-IF
           END-IF.

       270-COMPARE-RECORDS.
           MOVE WS-PN-REC TO WS-PN-CMP
           MOVE WS-RH-REC TO WS-RH-CMP
           PERFORM VARYING WS-FT FROM 1 BY 1 UNTIL WS-FT > FT-COUNT
               IF FT-USE(WS-FT) = "I"
                   MOVE SPACES TO
                       WS-PN-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
                   MOVE SPACES TO
                       WS-RH-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
               END-IF
           END-PERFORM
           IF WS-FILE-KIND = "P"
               MOVE WS-PN-CMP TO WS-LINE
               PERFORM 276-MASK-DATES
               MOVE WS-LINE TO WS-PN-CMP
               MOVE WS-RH-CMP TO WS-LINE
               PERFORM 276-MASK-DATES
               MOVE WS-LINE TO WS-RH-CMP
           END-IF
           IF WS-PN-CMP = WS-RH-CMP
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               PERFORM 272-LIST-DIFFERENCE
           END-IF.

      *A PRINT LINE IS LISTED WHOLE FROM BOTH RUNS. A LAID-OUT
      *RECORD LISTS EACH FIELD THAT DIFFERS - OR *UNMAPPED* WHEN
      *THE DIFFERENCE FALLS BETWEEN THE FIELDS. A RECORD WITH NO
      *LAYOUT SHOWS WHERE IT FIRST PARTS COMPANY.
       272-LIST-DIFFERENCE.
           IF WS-LISTED < 10
               EVALUATE TRUE
                   WHEN WS-FILE-KIND = "P"
                       ADD 1 TO WS-LISTED
                       MOVE "PROD" TO PL-TAG
                       MOVE WS-PN-LINE-NO TO PL-LINE-NO
                       MOVE WS-PN-REC TO PL-TEXT
                       WRITE PRINT-RECORD FROM PL-PRINT-LINE AFTER 1
                       MOVE "REH" TO PL-TAG
                       MOVE WS-RH-LINE-NO TO PL-LINE-NO
                       MOVE WS-RH-REC TO PL-TEXT
                       WRITE PRINT-RECORD FROM PL-PRINT-LINE AFTER 1
                   WHEN FT-COUNT > 0
                       MOVE 0 TO WS-FIELD-HITS
                       PERFORM VARYING WS-FT FROM 1 BY 1
                               UNTIL WS-FT > FT-COUNT
                           PERFORM 273-CHECK-FIELD
                       END-PERFORM
                       IF WS-FIELD-HITS = 0
                           PERFORM 274-FIRST-DIFFERENCE
                           MOVE "*UNMAPPED*" TO DL-FIELD
                           PERFORM 278-WRITE-DIFF-LINE
                       END-IF
                   WHEN OTHER
                       PERFORM 274-FIRST-DIFFERENCE
                       PERFORM 278-WRITE-DIFF-LINE
               END-EVALUATE
           END-IF.

       273-CHECK-FIELD.
           IF FT-USE(WS-FT) NOT = "I"
                   AND WS-PN-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
                   NOT = WS-RH-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
               ADD 1 TO WS-FIELD-HITS
               IF WS-LISTED < 10
                   MOVE FT-FIELD-NAME(WS-FT) TO DL-FIELD
                   MOVE WS-PN-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
                       TO DL-PN-VALUE
                   MOVE WS-RH-CMP(FT-START(WS-FT):FT-LENGTH(WS-FT))
                       TO DL-RH-VALUE
                   PERFORM 278-WRITE-DIFF-LINE
               END-IF
           END-IF.

       274-FIRST-DIFFERENCE.
           MOVE 1 TO WS-COL
           PERFORM UNTIL WS-COL > 132
                   OR WS-PN-CMP(WS-COL:1) NOT = WS-RH-CMP(WS-COL:1)
               ADD 1 TO WS-COL
           END-PERFORM
           IF WS-COL > 132
               MOVE 132 TO WS-COL
           END-IF
           COMPUTE WS-SHOW-LEN = 133 - WS-COL
           IF WS-SHOW-LEN > 40
               MOVE 40 TO WS-SHOW-LEN
           END-IF
           MOVE SPACES TO DL-FIELD
           STRING "COLUMN " WS-COL DELIMITED BY SIZE INTO DL-FIELD
           MOVE WS-PN-CMP(WS-COL:WS-SHOW-LEN) TO DL-PN-VALUE
           MOVE WS-RH-CMP(WS-COL:WS-SHOW-LEN) TO DL-RH-VALUE.

      *RUN DATES AND TIMES ON A PRINT LINE ARE FOUND BY SHAPE -
      *MM/DD/YYYY (ZERO-SUPPRESSED OR NOT), MM/DD/YY, HH:MM:SS,
      *HH:MM, AND A BARE YYYYMMDD STANDING ON ITS OWN - AND BLANKED.
      *A DIGIT RUN THAT ISN'T ONE IS STEPPED OVER WHOLE, SO THE TAIL
      *OF A LONGER NUMBER NEVER PASSES FOR A DATE.
       276-MASK-DATES.
           MOVE WS-LINE TO WS-LINE-PAD
           MOVE WS-LINE TO WS-SHAPE
           INSPECT WS-SHAPE CONVERTING "0123456789" TO "9999999999"
           MOVE 1 TO WS-COL
           PERFORM UNTIL WS-COL > 132
               MOVE 0 TO WS-MASK-LEN
               EVALUATE TRUE
                   WHEN WS-SHAPE(WS-COL:10) = "99/99/9999"
                       MOVE 10 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:9) = "9/99/9999"
                       MOVE 9 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:8) = "99/99/99"
                       MOVE 8 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:8) = "99:99:99"
                       MOVE 8 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:7) = "9/99/99"
                       MOVE 7 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:5) = "99:99"
                       MOVE 5 TO WS-MASK-LEN
                   WHEN WS-SHAPE(WS-COL:8) = "99999999"
                           AND WS-SHAPE(WS-COL + 8:1) NOT = "9"
                           AND (WS-LINE-PAD(WS-COL:2) = "19"
                             OR WS-LINE-PAD(WS-COL:2) = "20")
                       MOVE 8 TO WS-MASK-LEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MASK-LEN > 0
                   MOVE SPACES TO WS-LINE(WS-COL:WS-MASK-LEN)
                   ADD WS-MASK-LEN TO WS-COL
               ELSE
                   IF WS-SHAPE(WS-COL:1) = "9"
                       PERFORM UNTIL WS-COL > 132
                               OR WS-SHAPE(WS-COL:1) NOT = "9"
                           ADD 1 TO WS-COL
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-COL
                   END-IF
               END-IF
           END-PERFORM.

       278-WRITE-DIFF-LINE.
           ADD 1 TO WS-LISTED
           MOVE "REC" TO DL-WHERE
           IF WS-FILE-KIND = "P"
               MOVE "LINE" TO DL-WHERE
           END-IF
           MOVE WS-PN-LINE-NO TO DL-REC-NO
           WRITE PRINT-RECORD FROM DL-DIFF-LINE AFTER 1.

       280-PRODUCTION-ONLY.
           ADD 1 TO WS-PN-ONLY
           IF WS-LISTED < 10
               MOVE "PROD ONLY" TO DL-FIELD
               MOVE WS-PN-REC TO DL-PN-VALUE
               MOVE SPACES TO DL-RH-VALUE
               PERFORM 278-WRITE-DIFF-LINE
           END-IF.

       285-REHEARSAL-ONLY.
           ADD 1 TO WS-RH-ONLY
           IF WS-LISTED < 10
               MOVE "REH ONLY" TO DL-FIELD
               MOVE SPACES TO DL-PN-VALUE
               MOVE WS-RH-REC TO DL-RH-VALUE
               MOVE WS-RH-LINE-NO TO WS-PN-LINE-NO
               PERFORM 278-WRITE-DIFF-LINE
           END-IF.

       290-CLOSE-PAIR.
           IF PN-OPEN = "Y"
               EVALUATE WS-FILE-KIND
                   WHEN "I"
                       CLOSE PN-ITEM-FILE
                   WHEN "A"
                       CLOSE PN-ARBAL-FILE
                   WHEN "O"
                       CLOSE PN-POOPEN-FILE
                   WHEN "R"
                       CLOSE PN-RMAOPEN-FILE
                   WHEN OTHER
                       CLOSE PRODUCTION-FILE
               END-EVALUATE
           END-IF
           IF RH-OPEN = "Y"
               EVALUATE WS-FILE-KIND
                   WHEN "I"
                       CLOSE RH-ITEM-FILE
                   WHEN "A"
                       CLOSE RH-ARBAL-FILE
                   WHEN "O"
                       CLOSE RH-POOPEN-FILE
                   WHEN "R"
                       CLOSE RH-RMAOPEN-FILE
                   WHEN OTHER
                       CLOSE REHEARSAL-FILE
               END-EVALUATE
           END-IF.

      *A FILE NEITHER RUN PRODUCED ISN'T A DIFFERENCE; ONE THAT
      *ONLY ONE RUN PRODUCED IS.
       300-PAIR-RESULT.
           MOVE WS-PN-COUNT TO CL-PN-COUNT
           MOVE WS-RH-COUNT TO CL-RH-COUNT
           MOVE WS-MATCH-COUNT TO CL-MATCH
           MOVE WS-DIFF-COUNT TO CL-DIFF
           MOVE WS-PN-ONLY TO CL-PN-ONLY
           MOVE WS-RH-ONLY TO CL-RH-ONLY
           EVALUATE TRUE
               WHEN WS-FILE-KIND = "X"
                   MOVE "** NOT COMPARED" TO CL-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               WHEN PN-OPEN = "N" AND RH-OPEN = "N"
                   MOVE "NOT PRODUCED" TO CL-RESULT
               WHEN PN-OPEN = "N"
                   MOVE "** NO PROD FILE" TO CL-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               WHEN RH-OPEN = "N"
                   MOVE "** NO REH FILE" TO CL-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               WHEN WS-DIFF-COUNT + WS-PN-ONLY + WS-RH-ONLY > 0
                   MOVE "** DIFFERS" TO CL-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               WHEN OTHER
                   MOVE "CLEAN" TO CL-RESULT
           END-EVALUATE
           WRITE PRINT-RECORD FROM CL-COUNT-LINE AFTER 1.

       900-SIGN-OFF.
           MOVE WS-FILE-COUNT TO WS-SO-FILES
           MOVE WS-DIFFER-COUNT TO WS-SO-DIFFER
           MOVE SPACES TO SO-TEXT
           EVALUATE TRUE
               WHEN WS-FILE-COUNT = 0
                   MOVE "NONE - NO FILES COMPARED" TO SO-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFER-COUNT = 0
                   STRING "CLEAN - " WS-SO-FILES
                       " FILES COMPARED, NO DIFFERENCES"
                       DELIMITED BY SIZE INTO SO-TEXT
               WHEN OTHER
                   STRING "NOT CLEAN - " WS-SO-DIFFER " OF "
                       WS-SO-FILES " FILES DIFFER"
                       DELIMITED BY SIZE INTO SO-TEXT
                   DISPLAY "PARCOMP - " WS-DIFFER-COUNT
                       " FILES DIFFER - SEE PARCOMP.TXT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           WRITE PRINT-RECORD FROM SO-SIGN-OFF-LINE AFTER 3.

       COPY PROCDTIO.
