      *            EVERY BALANCE, AND A CLEAN POSTING EMPTIES THE
      *            JOURNAL SO THE WRITERS (WHO ALL APPEND) START
      *            THE NEXT NIGHT FRESH. GLTRIAL.CBL REPORTS THE
      *            BALANCES AT MONTH-END. ONCE GLCLOSE.CBL HAS CLOSED
      *            A FISCAL YEAR (GLCLOSED.TXT) A BATCH WHOSE PERIOD
      *            FALLS IN THAT YEAR OR EARLIER POSTS NOTHING, ENDS
      *            THE RUN NONZERO, AND STAYS ON THE JOURNAL.
      *
      *            EVERY LINE POSTED TO THE CASH ACCOUNT (GLACCTS.TXT
      *            "CASH", 11100 BY DEFAULT) IS ALSO APPENDED TO THE
      *            CASH HISTORY BANKREC.CBL RECONCILES FROM:
      *            GLCASH.TXT LAYOUT:
      *              COLS  1-8   DATE JOURNALED (YYYYMMDD)
      *              COLS  9-14  PERIOD POSTED (YYYYMM)
      *              COL  15     D = CASH IN, C = CASH OUT
      *              COLS 16-26  AMOUNT (9(9)V99)
      *              COLS 27-46  JOURNAL DESCRIPTION
      *              COLS 47-56  REFERENCE (THE CHECK NUMBER ON AN
      *                          AP CHECK) - JOURNAL COLS 46-55
      *              COLS 57-62  PERIOD CLEARED BY THE BANK - ZERO
      *                          UNTIL BANKREC MATCHES IT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PM-FILE-STATUS.

      *THE LAST FISCAL YEAR GLCLOSE CLOSED - NOTHING POSTS INTO IT.
           SELECT CLOSED-YEAR-FILE
           ASSIGN USING WS-CLOSED-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-FILE-STATUS.

      *EVERY CASH LINE POSTED, KEPT FOR THE BANK RECONCILIATION.
           SELECT CASH-HISTORY-FILE
           ASSIGN USING WS-GLCASH-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GC-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "GLPOST.TXT".

           05  GJ-DC                   PIC X.
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESC                 PIC X(20).
           05  GJ-REFERENCE            PIC X(10).
           05                          PIC X(25).

       FD  GL-BALANCE-FILE.
       01  GB-RECORD.
       FD  POSTED-MARKER-FILE.
       01  PM-RECORD                   PIC 9(8).

       FD  CLOSED-YEAR-FILE.
       01  CY-RECORD                   PIC 9(4).

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

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

               "GLBAL.TXT".
           05  WS-MARKER-NAME          PIC X(12) VALUE
               "GLPOSTED.TXT".
           05  WS-CLOSED-NAME          PIC X(12) VALUE
               "GLCLOSED.TXT".
           05  WS-GLCASH-NAME          PIC X(12) VALUE
               "GLCASH.TXT".

       COPY RUNLOG.

           05  GJ-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  CY-FILE-STATUS          PIC XX.
           05  GC-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-POSTED-DATE              PIC 9(8) VALUE 0.
       01  WS-POSTING-PERIOD           PIC 9(6) VALUE 0.
       01  WS-POSTING-YEAR             PIC 9(4) VALUE 0.
       01  WS-CLOSED-YEAR              PIC 9(4) VALUE 0.
       01  GL-ACCT-CASH                PIC 9(5) VALUE 11100.

      *THE WHOLE BALANCE FILE IN STORAGE WHILE THE BATCH APPLIES,
      *REWRITTEN ONCE AT THE END.
       01  GT-MAX-BALANCES             PIC 9(4) VALUE 2000.
       01  GT-BALANCE-COUNT            PIC 9(4) VALUE 0.

       01  GT-BALANCE-TABLE.
           05  GT-ENTRY OCCURS 2000 TIMES.
               10  GT-ACCOUNT          PIC 9(5).
               10  GT-PERIOD           PIC 9(6).
               10  GT-BEGIN-BAL        PIC S9(11)V99.
               10  GT-DEBITS           PIC S9(11)V99.
               10  GT-CREDITS          PIC S9(11)V99.

       01  WS-SUB                      PIC 9(4).
       01  WS-SLOT                     PIC 9(4).
       01  WS-PRIOR-SLOT               PIC 9(4).
       01  WS-PRIOR-PERIOD             PIC 9(6).
       01  WS-OVERFLOW-COUNT           PIC 9(4) VALUE 0.

       01  GL-PROOF-TOTALS.
           05  GL-DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               MOVE "GLBALT.TXT" TO WS-GLBAL-NAME
               MOVE "GLPOSTDT.TXT" TO WS-MARKER-NAME
               MOVE "GLCLOSDT.TXT" TO WS-CLOSED-NAME
               MOVE "GLCASHT.TXT" TO WS-GLCASH-NAME
               DISPLAY "GLPOST - TEST RUN - LEDGER REDIRECTED"
           END-IF
           PERFORM 100-INITIALIZE
               DISPLAY "GLPOST - " PR-PROC-DATE
                   " ALREADY POSTED - JOURNAL NOT REAPPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-POSTING-YEAR NOT > WS-CLOSED-YEAR
               DISPLAY "GLPOST - PERIOD " WS-POSTING-PERIOD
                   " IS IN CLOSED FISCAL YEAR " WS-CLOSED-YEAR
                   " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-PROVE-BATCH
               IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           PERFORM 900-WRAP-UP
           PERFORM 976-LOG-END
           STOP RUN.
       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           COMPUTE WS-POSTING-PERIOD = PR-PROC-DATE / 100
           COMPUTE WS-POSTING-YEAR = WS-POSTING-PERIOD / 100
           MOVE WS-POSTING-PERIOD TO HL-PERIOD
           OPEN INPUT POSTED-MARKER-FILE
           IF PM-FILE-STATUS = "00"
               END-READ
               CLOSE POSTED-MARKER-FILE
           END-IF
           OPEN INPUT CLOSED-YEAR-FILE
           IF CY-FILE-STATUS = "00"
               READ CLOSED-YEAR-FILE INTO WS-CLOSED-YEAR
                   AT END
                       CONTINUE
               END-READ
               CLOSE CLOSED-YEAR-FILE
           END-IF
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
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

       400-APPLY-BATCH.
           OPEN INPUT GL-JOURNAL-FILE
           IF GJ-FILE-STATUS = "00"
               OPEN EXTEND CASH-HISTORY-FILE
               IF GC-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CASH-HISTORY-FILE
               END-IF
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-JOURNAL-FILE
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 410-APPLY-ONE-LINE
                           IF GJ-ACCOUNT = GL-ACCT-CASH
                               PERFORM 430-KEEP-CASH-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
               CLOSE GL-JOURNAL-FILE
           END-IF.

               END-IF
           END-IF.

       430-KEEP-CASH-LINE.
           MOVE SPACES TO GC-RECORD
           MOVE GJ-DATE TO GC-DATE
           MOVE WS-POSTING-PERIOD TO GC-PERIOD
           MOVE GJ-DC TO GC-DC
           MOVE GJ-AMOUNT TO GC-AMOUNT
           MOVE GJ-DESC TO GC-DESC
           MOVE GJ-REFERENCE TO GC-REFERENCE
           MOVE 0 TO GC-CLEARED
           WRITE GC-RECORD.

       800-REWRITE-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
