      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END BANK RECONCILIATION OF THE GL CASH
      *            ACCOUNT. RUNS EVERY NIGHT BUT ONLY ACTS ON THE
      *            MEND (OR YEND) RUN TYPE. THE BANK'S STATEMENT FOR
      *            THE CLOSING PERIOD (BANKSTMT.TXT) IS MATCHED AGAINST
      *            THE CASH LINES GLPOST.CBL HAS POSTED (GLCASH.TXT) -
      *            FIRST ON REFERENCE AND AMOUNT, THEN ON AMOUNT ALONE
      *            WHERE ONE SIDE CARRIES NO REFERENCE. WHAT THE BANK
      *            HAS NOT YET SEEN PRINTS AS DEPOSITS IN TRANSIT AND
      *            OUTSTANDING CHECKS; WHAT ONLY THE BANK HAS (FEES,
      *            RETURNED CHECKS, INTEREST) PRINTS AS BANK-ONLY
      *            ITEMS FOR ACCOUNTING TO JOURNAL. THE PROOF TAKES
      *            THE STATEMENT BALANCE, ADDS THE DEPOSITS IN
      *            TRANSIT, TAKES OFF THE OUTSTANDING CHECKS AND THE
      *            BANK-ONLY ITEMS, AND MUST ARRIVE AT THE CASH
      *            ACCOUNT'S BALANCE ON GLBAL.TXT - A DIFFERENCE IS
      *            PRINTED AND ENDS THE RUN WITH A WARNING.
      *
      *            NEITHER SIDE'S UNMATCHED ITEMS ARE FORGOTTEN - A
      *            CASH LINE STAYS OUTSTANDING ON GLCASH.TXT, AND A
      *            BANK-ONLY ITEM IS CARRIED ON BANKOPEN.TXT, UNTIL A
      *            LATER STATEMENT OR JOURNAL CLEARS IT. EACH SIDE
      *            IS STAMPED WITH THE PERIOD THAT CLEARED IT AND
      *            DROPS THE MONTH AFTER, SO A RERUN OF THE SAME
      *            MONTH-END MATCHES THE SAME WAY AGAIN. THE CASH
      *            ACCOUNT IS THE GLACCTS.TXT "CASH" ENTRY (11100).
      *            OUTPUT IS BANKREC.TXT.
      *
      *            BANKSTMT.TXT LAYOUT (FROM THE BANK, ONE PER MONTH):
      *              COLS  1-8   DATE (YYYYMMDD)
      *              COLS  9-18  REFERENCE - THE CHECK NUMBER ON A
      *                          CHECK, AS SENT ON POSITIVE PAY
      *              COLS 19-29  AMOUNT (9(9)V99)
      *              COLS 30-31  TYPE  DP DEPOSIT      CK CHECK PAID
      *                                IN INTEREST     FE FEE
      *                                CR OTHER CREDIT RT RETURNED
      *                                                   ITEM
      *                                                DB OTHER DEBIT
      *                                BL CLOSING BALANCE (DATE IS
      *                                   THE STATEMENT DATE)
      *              COL  32     "-" ON AN OVERDRAWN BL BALANCE
      *
      *            BANKOPEN.TXT LAYOUT (REWRITTEN EACH RUN):
      *              COLS  1-6   STATEMENT PERIOD THE ITEM CAME ON
      *              COLS  7-37  THE STATEMENT LINE, COLS 1-31
      *              COLS 38-43  PERIOD CLEARED - ZERO IF STILL OPEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT STATEMENT-FILE
           ASSIGN TO "BANKSTMT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BS-FILE-STATUS.

      *BANK-ONLY ITEMS FROM EARLIER STATEMENTS STILL WAITING ON A
      *JOURNAL, AND THOSE CLEARED THIS PERIOD.
           SELECT CARRIED-ITEM-FILE
           ASSIGN USING WS-BANKOPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BO-FILE-STATUS.

      *EVERY CASH LINE GLPOST HAS POSTED.
           SELECT CASH-HISTORY-FILE
           ASSIGN USING WS-GLCASH-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GC-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN TO "GLBAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "BANKREC.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - "TEST" RECONCILES THE TEST
      *CASH HISTORY AND CARRIES ITS OWN BANK ITEMS.
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
      *BUSINESS CALENDAR - THE CLOSING PERIOD COMES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  STATEMENT-FILE.
       01  BS-RECORD.
           05  BS-DATE                 PIC 9(8).
           05  BS-REFERENCE            PIC X(10).
           05  BS-AMOUNT               PIC 9(9)V99.
           05  BS-TYPE                 PIC XX.
           05  BS-SIGN                 PIC X.
           05                          PIC X(8).

       FD  CARRIED-ITEM-FILE.
       01  BO-RECORD.
           05  BO-ORIGIN               PIC 9(6).
           05  BO-DATE                 PIC 9(8).
           05  BO-REFERENCE            PIC X(10).
           05  BO-AMOUNT               PIC 9(9)V99.
           05  BO-TYPE                 PIC XX.
           05                          PIC X.
           05  BO-CLEARED              PIC 9(6).
           05                          PIC X(6).

       FD  CASH-HISTORY-FILE.
       01  GC-RECORD.
           05  GC-DATE                 PIC 9(8).
           05  GC-PERIOD               PIC 9(6).
           05  GC-DC                   PIC X.
           05  GC-AMOUNT               PIC 9(9)V99.
           05  GC-DESC                 PIC X(20).
           05  GC-REFERENCE            PIC X(10).
           05  GC-CLEARED              PIC 9(6).
           05                          PIC X(8).

       FD  GL-BALANCE-FILE.
       01  GB-RECORD.
           05  GB-ACCOUNT              PIC 9(5).
           05  GB-PERIOD               PIC 9(6).
           05  GB-BEGIN-BAL            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(8).

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY TESTMODE.

       01  WS-FILE-NAMES.
           05  WS-GLCASH-NAME          PIC X(12) VALUE
               "GLCASH.TXT".
           05  WS-BANKOPEN-NAME        PIC X(12) VALUE
               "BANKOPEN.TXT".

       COPY RUNLOG.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  BS-FILE-STATUS          PIC XX.
           05  BO-FILE-STATUS          PIC XX.
           05  GC-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-STATEMENT-SW         PIC X VALUE "N".
               88  WS-STATEMENT-FOUND  VALUE "Y".
           05  WS-BALANCE-SW           PIC X VALUE "N".
               88  WS-BALANCE-FOUND    VALUE "Y".

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-STATEMENT-DATE           PIC 9(8) VALUE 0.
       01  WS-STATEMENT-PERIOD         PIC 9(6) VALUE 0.
       01  GL-ACCT-CASH                PIC 9(5) VALUE 11100.

      *THE STATEMENT'S OWN LINES AND THE CARRIED BANK-ONLY ITEMS.
       01  BK-MAX-ITEMS                PIC 9(4) VALUE 2000.
       01  BK-ITEM-COUNT               PIC 9(4) VALUE 0.

       01  BK-ITEM-TABLE.
           05  BK-ENTRY OCCURS 2000 TIMES.
               10  BK-ORIGIN           PIC 9(6).
               10  BK-DATE             PIC 9(8).
               10  BK-REFERENCE        PIC X(10).
               10  BK-AMOUNT           PIC 9(9)V99.
               10  BK-TYPE             PIC XX.
                   88  BK-BANK-CREDIT  VALUE "DP" "IN" "CR".
                   88  BK-BANK-DEBIT   VALUE "CK" "FE" "RT" "DB".
               10  BK-CLEARED          PIC 9(6).

       01  BK-SUB                      PIC 9(4).

      *THE WHOLE CASH HISTORY, REWRITTEN AT THE END WITH THIS
      *PERIOD'S CLEARINGS STAMPED ON IT.
       01  GC-MAX-LINES                PIC 9(4) VALUE 5000.
       01  GC-LINE-COUNT               PIC 9(4) VALUE 0.

       01  GC-LINE-TABLE.
           05  GC-ENTRY OCCURS 5000 TIMES.
               10  GC-T-DATE           PIC 9(8).
               10  GC-T-PERIOD         PIC 9(6).
               10  GC-T-DC             PIC X.
               10  GC-T-AMOUNT         PIC 9(9)V99.
               10  GC-T-DESC           PIC X(20).
               10  GC-T-REFERENCE      PIC X(10).
               10  GC-T-CLEARED        PIC 9(6).

       01  GC-SUB                      PIC 9(4).

       01  WS-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(4) VALUE 0.
       01  WS-WANT-DC                  PIC X.
       01  WS-MATCH-SW                 PIC X.
           88  WS-MATCHED              VALUE "Y".

       01  WS-REC-TOTALS.
           05  WS-BANK-BALANCE         PIC S9(11)V99 VALUE 0.
           05  WS-GL-BALANCE           PIC S9(11)V99 VALUE 0.
           05  WS-GL-PERIOD            PIC 9(6)      VALUE 0.
           05  WS-CLEARED-COUNT        PIC 9(5)      VALUE 0.
           05  WS-CLEARED-IN           PIC S9(11)V99 VALUE 0.
           05  WS-CLEARED-OUT          PIC S9(11)V99 VALUE 0.
           05  WS-IN-TRANSIT           PIC S9(11)V99 VALUE 0.
           05  WS-OUTSTANDING          PIC S9(11)V99 VALUE 0.
           05  WS-BANK-ONLY-NET        PIC S9(11)V99 VALUE 0.
           05  WS-ADJUSTED-BANK        PIC S9(11)V99 VALUE 0.
           05  WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
           05  WS-ITEM-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(5)      VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(29) VALUE
               "BANK RECONCILIATION - PERIOD".
           05  HL-PERIOD               PIC 9(6).
           05                          PIC X(16) VALUE
               "  CASH ACCOUNT ".
           05  HL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "BANKREC".

       01  SH-SECTION-HEADING          PIC X(60).

       01  CH-BOOK-HEADING.
           05                          PIC X(10) VALUE "DATE".
           05                          PIC X(21) VALUE "DESCRIPTION".
           05                          PIC X(11) VALUE "REFERENCE".
           05                          PIC X(7)  VALUE "PERIOD".
           05                          PIC X(17) VALUE
               "          AMOUNT".

       01  DL-BOOK-LINE.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DESC                 PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-AMOUNT               PIC $,$$$,$$$,$$9.99-.

       01  ST-SECTION-TOTAL.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05                          PIC X(6)  VALUE "TOTAL ".
           05  ST-COUNT                PIC ZZZZ9.
           05                          PIC X(6)  VALUE " ITEMS".
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  ST-AMOUNT               PIC $,$$$,$$$,$$9.99-.

       01  NL-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05                          PIC X(4)  VALUE "NONE".

       01  CL-CLEARED-LINE.
           05                          PIC X(15) VALUE
               "ITEMS CLEARED: ".
           05  CL-COUNT                PIC ZZZZ9.
           05                          PIC X(11) VALUE "   IN:     ".
           05  CL-IN                   PIC $,$$$,$$$,$$9.99-.
           05                          PIC X(8)  VALUE "   OUT: ".
           05  CL-OUT                  PIC $,$$$,$$$,$$9.99-.

       01  PL-PROOF-LINE.
           05  PL-CAPTION              PIC X(40).
           05  PL-AMOUNT               PIC $,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-RESULT               PIC X(30).

       01  RJ-REJECT-LINE.
           05                          PIC X(24) VALUE
               "STATEMENT LINE REJECTED ".
           05  RJ-RECORD               PIC X(31).
           05                          PIC X(15) VALUE
               " - UNKNOWN TYPE".

       01  ML-MESSAGE-LINE             PIC X(80).

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 979-CHECK-TEST-MODE
               IF TEST-RUN
                   MOVE "GLCASHT.TXT" TO WS-GLCASH-NAME
                   MOVE "BANKOPNT.TXT" TO WS-BANKOPEN-NAME
                   DISPLAY "BANKREC - TEST RUN - CASH HISTORY "
                       "REDIRECTED"
               END-IF
               PERFORM 100-INITIALIZE
               PERFORM 200-LOAD-STATEMENT
               IF NOT WS-STATEMENT-FOUND
                   MOVE "NO BANK STATEMENT ON FILE - NOTHING RECONCILED"
                       TO ML-MESSAGE-LINE
                   PERFORM 950-NOT-RECONCILED
                   MOVE 4 TO RETURN-CODE
               ELSE
               IF NOT WS-BALANCE-FOUND
                   MOVE SPACES TO ML-MESSAGE-LINE
                   STRING "STATEMENT HAS NO CLOSING BALANCE - "
                       "NOTHING RECONCILED"
                       DELIMITED BY SIZE INTO ML-MESSAGE-LINE
                   PERFORM 950-NOT-RECONCILED
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-STATEMENT-PERIOD NOT = WS-CLOSING-PERIOD
                   MOVE SPACES TO ML-MESSAGE-LINE
                   STRING "STATEMENT IS FOR PERIOD "
                       WS-STATEMENT-PERIOD " NOT "
                       WS-CLOSING-PERIOD " - NOTHING RECONCILED"
                       DELIMITED BY SIZE INTO ML-MESSAGE-LINE
                   PERFORM 950-NOT-RECONCILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 210-LOAD-CARRIED-ITEMS
                   PERFORM 300-LOAD-CASH-HISTORY
                   IF WS-OVERFLOW-COUNT > 0
                       MOVE "TABLE OVERFLOW - NOTHING RECONCILED"
                           TO ML-MESSAGE-LINE
                       PERFORM 950-NOT-RECONCILED
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 400-MATCH-ON-REFERENCE
                       PERFORM 450-MATCH-ON-AMOUNT
                       PERFORM 500-GL-CASH-BALANCE
                       PERFORM 600-BOOK-ITEMS
                       PERFORM 650-BANK-ONLY-ITEMS
                       PERFORM 700-PROOF
                       PERFORM 800-REWRITE-CASH-HISTORY
                       PERFORM 810-REWRITE-CARRIED-ITEMS
                   END-IF
               END-IF
               END-IF
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "BANKREC - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - RECONCILIATION SKIPPED"
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
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GA-KEY = "CASH"
                               MOVE GA-ACCOUNT TO GL-ACCT-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           MOVE WS-CLOSING-PERIOD TO HL-PERIOD
           MOVE GL-ACCT-CASH TO HL-ACCOUNT
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF.

      *THE CLOSING BALANCE RECORD DATES THE STATEMENT; A LINE OF A
      *TYPE THE BANK NEVER SENDS IS LISTED AND LEFT OUT.
       200-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF BS-FILE-STATUS = "00"
               MOVE "Y" TO WS-STATEMENT-SW
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ STATEMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 205-ONE-STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
           END-IF
           COMPUTE WS-STATEMENT-PERIOD = WS-STATEMENT-DATE / 100.

       205-ONE-STATEMENT-LINE.
           IF BS-TYPE = "BL"
               MOVE "Y" TO WS-BALANCE-SW
               MOVE BS-DATE TO WS-STATEMENT-DATE
               IF BS-SIGN = "-"
                   COMPUTE WS-BANK-BALANCE = 0 - BS-AMOUNT
               ELSE
                   MOVE BS-AMOUNT TO WS-BANK-BALANCE
               END-IF
           ELSE
               IF BK-ITEM-COUNT < BK-MAX-ITEMS
                   ADD 1 TO BK-ITEM-COUNT
                   MOVE BK-ITEM-COUNT TO BK-SUB
                   MOVE WS-CLOSING-PERIOD TO BK-ORIGIN(BK-SUB)
                   MOVE BS-DATE TO BK-DATE(BK-SUB)
                   MOVE BS-REFERENCE TO BK-REFERENCE(BK-SUB)
                   MOVE BS-AMOUNT TO BK-AMOUNT(BK-SUB)
                   MOVE BS-TYPE TO BK-TYPE(BK-SUB)
                   MOVE 0 TO BK-CLEARED(BK-SUB)
                   IF NOT BK-BANK-CREDIT(BK-SUB)
                           AND NOT BK-BANK-DEBIT(BK-SUB)
                       SUBTRACT 1 FROM BK-ITEM-COUNT
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE BS-RECORD TO RJ-RECORD
                       WRITE PRINT-RECORD FROM RJ-REJECT-LINE AFTER 1
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *ITEMS FROM THIS SAME PERIOD ARE ON TONIGHT'S STATEMENT AGAIN
      *ON A RERUN; ITEMS CLEARED IN AN EARLIER PERIOD ARE DONE WITH.
      *ONE CLEARED THIS PERIOD IS OPENED UP TO BE MATCHED AFRESH.
       210-LOAD-CARRIED-ITEMS.
           OPEN INPUT CARRIED-ITEM-FILE
           IF BO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CARRIED-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF BO-ORIGIN < WS-CLOSING-PERIOD
                               AND (BO-CLEARED = 0
                               OR BO-CLEARED NOT < WS-CLOSING-PERIOD)
                               PERFORM 215-ONE-CARRIED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIED-ITEM-FILE
           END-IF.

       215-ONE-CARRIED-ITEM.
           IF BK-ITEM-COUNT < BK-MAX-ITEMS
               ADD 1 TO BK-ITEM-COUNT
               MOVE BK-ITEM-COUNT TO BK-SUB
               MOVE BO-ORIGIN TO BK-ORIGIN(BK-SUB)
               MOVE BO-DATE TO BK-DATE(BK-SUB)
               MOVE BO-REFERENCE TO BK-REFERENCE(BK-SUB)
               MOVE BO-AMOUNT TO BK-AMOUNT(BK-SUB)
               MOVE BO-TYPE TO BK-TYPE(BK-SUB)
               MOVE 0 TO BK-CLEARED(BK-SUB)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       300-LOAD-CASH-HISTORY.
           OPEN INPUT CASH-HISTORY-FILE
           IF GC-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CASH-HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 305-ONE-CASH-LINE
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           MOVE "NO " TO EOD.

       305-ONE-CASH-LINE.
           IF GC-LINE-COUNT < GC-MAX-LINES
               ADD 1 TO GC-LINE-COUNT
               MOVE GC-LINE-COUNT TO GC-SUB
               MOVE GC-DATE TO GC-T-DATE(GC-SUB)
               MOVE GC-PERIOD TO GC-T-PERIOD(GC-SUB)
               MOVE GC-DC TO GC-T-DC(GC-SUB)
               MOVE GC-AMOUNT TO GC-T-AMOUNT(GC-SUB)
               MOVE GC-DESC TO GC-T-DESC(GC-SUB)
               MOVE GC-REFERENCE TO GC-T-REFERENCE(GC-SUB)
               MOVE GC-CLEARED TO GC-T-CLEARED(GC-SUB)
               IF GC-CLEARED NOT < WS-CLOSING-PERIOD
                   MOVE 0 TO GC-T-CLEARED(GC-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *A CHECK CLEARS ONLY AGAINST ITS OWN NUMBER, AND ONLY FOR THE
      *AMOUNT IT WAS WRITTEN FOR. MONEY INTO THE BANK IS A DEBIT TO
      *CASH, MONEY OUT A CREDIT.
       400-MATCH-ON-REFERENCE.
           PERFORM VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-ITEM-COUNT
               IF BK-REFERENCE(BK-SUB) NOT = SPACES
                   PERFORM 410-SET-WANTED-SIDE
                   MOVE "N" TO WS-MATCH-SW
                   PERFORM VARYING GC-SUB FROM 1 BY 1
                           UNTIL GC-SUB > GC-LINE-COUNT
                              OR WS-MATCHED
                       IF GC-T-CLEARED(GC-SUB) = 0
                           AND GC-T-PERIOD(GC-SUB) NOT >
                               WS-CLOSING-PERIOD
                           AND GC-T-DC(GC-SUB) = WS-WANT-DC
                           AND GC-T-AMOUNT(GC-SUB) = BK-AMOUNT(BK-SUB)
                           AND GC-T-REFERENCE(GC-SUB) =
                               BK-REFERENCE(BK-SUB)
                           PERFORM 420-CLEAR-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       410-SET-WANTED-SIDE.
           IF BK-BANK-CREDIT(BK-SUB)
               MOVE "D" TO WS-WANT-DC
           ELSE
               MOVE "C" TO WS-WANT-DC
           END-IF.

       420-CLEAR-PAIR.
           MOVE "Y" TO WS-MATCH-SW
           MOVE WS-CLOSING-PERIOD TO GC-T-CLEARED(GC-SUB)
           MOVE WS-CLOSING-PERIOD TO BK-CLEARED(BK-SUB)
           ADD 1 TO WS-CLEARED-COUNT
           IF WS-WANT-DC = "D"
               ADD BK-AMOUNT(BK-SUB) TO WS-CLEARED-IN
           ELSE
               ADD BK-AMOUNT(BK-SUB) TO WS-CLEARED-OUT
           END-IF.

      *WHAT IS LEFT MATCHES ON AMOUNT, OLDEST CASH LINE FIRST, AS
      *LONG AS THE TWO SIDES DON'T NAME DIFFERENT REFERENCES - A
      *STORE DEPOSIT OR A KEYED FEE JOURNAL CARRIES NONE.
       450-MATCH-ON-AMOUNT.
           PERFORM VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-ITEM-COUNT
               IF BK-CLEARED(BK-SUB) = 0
                   PERFORM 410-SET-WANTED-SIDE
                   MOVE "N" TO WS-MATCH-SW
                   PERFORM VARYING GC-SUB FROM 1 BY 1
                           UNTIL GC-SUB > GC-LINE-COUNT
                              OR WS-MATCHED
                       IF GC-T-CLEARED(GC-SUB) = 0
                           AND GC-T-PERIOD(GC-SUB) NOT >
                               WS-CLOSING-PERIOD
                           AND GC-T-DC(GC-SUB) = WS-WANT-DC
                           AND GC-T-AMOUNT(GC-SUB) = BK-AMOUNT(BK-SUB)
                           AND (GC-T-REFERENCE(GC-SUB) = SPACES
                             OR BK-REFERENCE(BK-SUB) = SPACES)
                           PERFORM 420-CLEAR-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *THE CASH ACCOUNT AS OF THE CLOSING PERIOD - ITS LATEST
      *RECORD AT OR BEFORE IT.
       500-GL-CASH-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF GB-ACCOUNT = GL-ACCT-CASH
                               AND GB-PERIOD NOT > WS-CLOSING-PERIOD
                               AND GB-PERIOD > WS-GL-PERIOD
                               MOVE GB-PERIOD TO WS-GL-PERIOD
                               COMPUTE WS-GL-BALANCE = GB-BEGIN-BAL
                                   + GB-DEBITS - GB-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

       600-BOOK-ITEMS.
           MOVE WS-CLEARED-COUNT TO CL-COUNT
           MOVE WS-CLEARED-IN TO CL-IN
           MOVE WS-CLEARED-OUT TO CL-OUT
           WRITE PRINT-RECORD FROM CL-CLEARED-LINE AFTER 2
           MOVE "DEPOSITS IN TRANSIT - ON THE BOOKS, NOT YET BANKED"
               TO SH-SECTION-HEADING
           MOVE "D" TO WS-WANT-DC
           PERFORM 610-BOOK-SECTION
           MOVE WS-ITEM-AMOUNT TO WS-IN-TRANSIT
           MOVE "OUTSTANDING CHECKS AND PAYMENTS - NOT YET CLEARED"
               TO SH-SECTION-HEADING
           MOVE "C" TO WS-WANT-DC
           PERFORM 610-BOOK-SECTION
           MOVE WS-ITEM-AMOUNT TO WS-OUTSTANDING.

       610-BOOK-SECTION.
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM CH-BOOK-HEADING AFTER 2
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING GC-SUB FROM 1 BY 1
                   UNTIL GC-SUB > GC-LINE-COUNT
               IF GC-T-CLEARED(GC-SUB) = 0
                   AND GC-T-PERIOD(GC-SUB) NOT > WS-CLOSING-PERIOD
                   AND GC-T-DC(GC-SUB) = WS-WANT-DC
                   ADD 1 TO WS-SECTION-COUNT
                   ADD GC-T-AMOUNT(GC-SUB) TO WS-ITEM-AMOUNT
                   MOVE GC-T-DATE(GC-SUB) TO DL-DATE
                   MOVE GC-T-DESC(GC-SUB) TO DL-DESC
                   MOVE GC-T-REFERENCE(GC-SUB) TO DL-REFERENCE
                   MOVE GC-T-PERIOD(GC-SUB) TO DL-PERIOD
                   MOVE GC-T-AMOUNT(GC-SUB) TO DL-AMOUNT
                   WRITE PRINT-RECORD FROM DL-BOOK-LINE AFTER 1
               END-IF
           END-PERFORM
           PERFORM 690-SECTION-TOTAL.

      *WHAT ONLY THE BANK HAS - SIGNED AS THE BANK MOVED THE
      *BALANCE, SO A FEE OR RETURNED CHECK SHOWS NEGATIVE.
       650-BANK-ONLY-ITEMS.
           MOVE "BANK-ONLY ITEMS - NOT YET JOURNALED TO CASH"
               TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           WRITE PRINT-RECORD FROM CH-BOOK-HEADING AFTER 2
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-ITEM-COUNT
               IF BK-CLEARED(BK-SUB) = 0
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE BK-DATE(BK-SUB) TO DL-DATE
                   EVALUATE BK-TYPE(BK-SUB)
                       WHEN "DP"
                           MOVE "DEPOSIT" TO DL-DESC
                       WHEN "IN"
                           MOVE "INTEREST" TO DL-DESC
                       WHEN "CR"
                           MOVE "OTHER CREDIT" TO DL-DESC
                       WHEN "CK"
                           MOVE "CHECK PAID" TO DL-DESC
                       WHEN "FE"
                           MOVE "BANK FEE" TO DL-DESC
                       WHEN "RT"
                           MOVE "RETURNED ITEM" TO DL-DESC
                       WHEN OTHER
                           MOVE "OTHER DEBIT" TO DL-DESC
                   END-EVALUATE
                   MOVE BK-REFERENCE(BK-SUB) TO DL-REFERENCE
                   MOVE BK-ORIGIN(BK-SUB) TO DL-PERIOD
                   IF BK-BANK-CREDIT(BK-SUB)
                       MOVE BK-AMOUNT(BK-SUB) TO DL-AMOUNT
                       ADD BK-AMOUNT(BK-SUB) TO WS-ITEM-AMOUNT
                   ELSE
                       COMPUTE DL-AMOUNT = 0 - BK-AMOUNT(BK-SUB)
                       SUBTRACT BK-AMOUNT(BK-SUB) FROM WS-ITEM-AMOUNT
                   END-IF
                   WRITE PRINT-RECORD FROM DL-BOOK-LINE AFTER 1
               END-IF
           END-PERFORM
           PERFORM 690-SECTION-TOTAL
           MOVE WS-ITEM-AMOUNT TO WS-BANK-ONLY-NET.

       690-SECTION-TOTAL.
           IF WS-SECTION-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF
           MOVE WS-SECTION-COUNT TO ST-COUNT
           MOVE WS-ITEM-AMOUNT TO ST-AMOUNT
           WRITE PRINT-RECORD FROM ST-SECTION-TOTAL AFTER 2.

      *THE STATEMENT BALANCE, BROUGHT TO WHAT THE BOOKS SHOULD SAY.
       700-PROOF.
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE
               + WS-IN-TRANSIT - WS-OUTSTANDING - WS-BANK-ONLY-NET
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-GL-BALANCE
           MOVE "PROOF" TO SH-SECTION-HEADING
           WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
           MOVE SPACES TO PL-RESULT
           MOVE "BALANCE PER BANK STATEMENT" TO PL-CAPTION
           MOVE WS-BANK-BALANCE TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 2
           MOVE "ADD DEPOSITS IN TRANSIT" TO PL-CAPTION
           MOVE WS-IN-TRANSIT TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "LESS OUTSTANDING CHECKS AND PAYMENTS" TO PL-CAPTION
           MOVE WS-OUTSTANDING TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "LESS BANK-ONLY ITEMS (NET)" TO PL-CAPTION
           MOVE WS-BANK-ONLY-NET TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "ADJUSTED BANK BALANCE" TO PL-CAPTION
           MOVE WS-ADJUSTED-BANK TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 2
           MOVE "GL CASH BALANCE (GLBAL.TXT)" TO PL-CAPTION
           MOVE WS-GL-BALANCE TO PL-AMOUNT
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
           MOVE "DIFFERENCE" TO PL-CAPTION
           MOVE WS-DIFFERENCE TO PL-AMOUNT
           IF WS-DIFFERENCE = 0
               MOVE "RECONCILED" TO PL-RESULT
           ELSE
               MOVE "** UNRECONCILED DIFFERENCE **" TO PL-RESULT
               MOVE 4 TO RETURN-CODE
               DISPLAY "BANKREC - CASH DOES NOT RECONCILE - "
                   "SEE BANKREC.TXT"
           END-IF
           WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 2.

      *A CASH LINE CLEARED IN AN EARLIER PERIOD WAS REPORTED THEN
      *AND IS DROPPED.
       800-REWRITE-CASH-HISTORY.
           OPEN OUTPUT CASH-HISTORY-FILE
           PERFORM VARYING GC-SUB FROM 1 BY 1
                   UNTIL GC-SUB > GC-LINE-COUNT
               IF GC-T-CLEARED(GC-SUB) = 0
                   OR GC-T-CLEARED(GC-SUB) NOT < WS-CLOSING-PERIOD
                   MOVE SPACES TO GC-RECORD
                   MOVE GC-T-DATE(GC-SUB) TO GC-DATE
                   MOVE GC-T-PERIOD(GC-SUB) TO GC-PERIOD
                   MOVE GC-T-DC(GC-SUB) TO GC-DC
                   MOVE GC-T-AMOUNT(GC-SUB) TO GC-AMOUNT
                   MOVE GC-T-DESC(GC-SUB) TO GC-DESC
                   MOVE GC-T-REFERENCE(GC-SUB) TO GC-REFERENCE
                   MOVE GC-T-CLEARED(GC-SUB) TO GC-CLEARED
                   WRITE GC-RECORD
               END-IF
           END-PERFORM
           CLOSE CASH-HISTORY-FILE.

       810-REWRITE-CARRIED-ITEMS.
           OPEN OUTPUT CARRIED-ITEM-FILE
           PERFORM VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-ITEM-COUNT
               MOVE SPACES TO BO-RECORD
               MOVE BK-ORIGIN(BK-SUB) TO BO-ORIGIN
               MOVE BK-DATE(BK-SUB) TO BO-DATE
               MOVE BK-REFERENCE(BK-SUB) TO BO-REFERENCE
               MOVE BK-AMOUNT(BK-SUB) TO BO-AMOUNT
               MOVE BK-TYPE(BK-SUB) TO BO-TYPE
               MOVE BK-CLEARED(BK-SUB) TO BO-CLEARED
               WRITE BO-RECORD
           END-PERFORM
           CLOSE CARRIED-ITEM-FILE
           DISPLAY "BANKREC - PERIOD " WS-CLOSING-PERIOD " - "
               WS-CLEARED-COUNT " ITEMS CLEARED".

       950-NOT-RECONCILED.
           WRITE PRINT-RECORD FROM ML-MESSAGE-LINE AFTER 2
           DISPLAY "BANKREC - " ML-MESSAGE-LINE.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="BANKREC"==.

       COPY PROCDTIO.
