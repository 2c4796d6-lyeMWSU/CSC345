      *              COLS  1-6   INVOICE NUMBER
      *              COLS  7-15  AMOUNT RECEIVED (9(7)V99)
      *              COLS 16-23  RECEIPT DATE (YYYYMMDD)
      *              COLS 24-26  "LBX" LINES LOCKBOX.CBL BUILT FROM
      *                          THE BANK DEPOSIT, "SUS" CASH KEYED
      *                          TO CLEAR AN UNIDENTIFIED CHECK
      *              COLS 27-36  CHECK NUMBER FOR EITHER
      *
      *            THE SAME RUN POSTS THE BAD-DEBT BATCH THE CREDIT
      *            DESK KEYS ON ARWRTOFF (ARADJ.TXT): A WRITE-OFF
      *            CLOSES WHATEVER IS STILL OPEN ON THE INVOICE OFF
      *            AROPEN.TXT, A RECOVERY BRINGS BACK MONEY AGAINST
      *            ONE ALREADY WRITTEN OFF. BOTH GO ON THE BAD-DEBT
      *            LEDGER (BADDEBT.TXT) AND JOURNAL TO GLJRNL.TXT.
      *            A "C" LINE ON THE SAME FILE IS A CREDIT MEMO THE
      *            REBATE RUN ISSUED (REBATE.CBL); IT APPLIES TO ITS
      *            INVOICE LIKE CASH. REBATE HAS ALREADY JOURNALED IT.
      *
      *            EVERY RUN THEN REBUILDS ARBAL.DAT - EACH CUSTOMER'S
      *            OPEN BALANCE AND ITEM COUNT, KEYED BY CUSTOMER - FROM
      *            WHAT IS LEFT OPEN, SO THE CREDIT CHECKS READ ONE
      *            RECORD INSTEAD OF SUMMING AROPEN.TXT THEMSELVES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *EACH CUSTOMER'S OPEN BALANCE, REBUILT AT THE END OF THE RUN.
      *FINCHG.CBL ADDS ITS CHARGES TO IT LATER THE SAME NIGHT.
           SELECT AR-BALANCE-FILE
               ASSIGN USING WS-ARBAL-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUS-NUM
               FILE STATUS IS AB-FILE-STATUS.

           SELECT AGED-FILE
           ASSIGN TO "ARAGED.TXT".

      *WRITE-OFFS AND RECOVERIES KEYED ON ARWRTOFF SINCE THE LAST
      *RUN - CLEARED ONCE POSTED, LIKE THE CASH BATCH.
           SELECT ADJUSTMENT-FILE
           ASSIGN TO "ARADJ.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AJ-FILE-STATUS.

      *EVERY WRITE-OFF AND RECOVERY EVER POSTED, KEPT ACROSS RUNS -
      *A RECOVERY IS PROVED AGAINST IT, AND COLLRPT REPORTS FROM IT.
           SELECT BAD-DEBT-FILE
           ASSIGN USING WS-BADDEBT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BD-FILE-STATUS.

      *ACCOUNT CODES FOR THE BAD-DEBT JOURNAL LINES - KEYS AR, CASH,
      *ALLOWNC AND BADDEBT ON THE SHARED GLACCTS.TXT CHART.
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
           ASSIGN TO "ARPOST.TXT".

           05  AO-AMOUNT               PIC 9(7)V99.
           05  AO-PAID                 PIC 9(7)V99.
           05  AO-STATUS               PIC X.
      *"F" MARKS A FINANCE CHARGE FINCHG.CBL ASSESSED; SPACE IS AN
      *INVOICE. CARRIED THROUGH THE REWRITE UNTOUCHED.
           05  AO-ITEM-TYPE            PIC X.
           05                          PIC X(11).

       FD  PAID-FILE.
       01  PA-RECORD.
           05  PA-DATE-PAID            PIC 9(8).
           05  PA-CUS-NUM              PIC 9(5).
           05  PA-AMOUNT               PIC 9(7)V99.
      *THE INVOICE'S OWN DATE - HOW LONG THE CUSTOMER TOOK TO PAY,
      *WHICH CASHFCST.CBL LEARNS THE CUSTOMER'S HABIT FROM. BLANK ON
      *ITEMS PAID BEFORE IT WAS CARRIED.
           05  PA-INVOICE-DATE         PIC 9(8).
           05                          PIC X(4).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-TAX-EXEMPT           PIC X.
           05                          PIC X(18).

       FD  AR-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-CUS-NUM              PIC 9(5).
           05  AB-BALANCE              PIC S9(9)V99.
           05  AB-ITEM-COUNT           PIC 9(5).
           05  AB-UPDATED              PIC 9(8).
           05                          PIC X(11).

       FD  AGED-FILE.
       01  AG-PRINT-RECORD             PIC X(132).

       FD  ADJUSTMENT-FILE.
       01  AJ-RECORD.
           05  AJ-TYPE                 PIC X.
           05  AJ-INVOICE-NUM          PIC 9(6).
           05  AJ-INVOICE-X REDEFINES AJ-INVOICE-NUM
                                       PIC X(6).
           05  AJ-CUS-NUM              PIC 9(5).
           05  AJ-AMOUNT               PIC 9(7)V99.
           05  AJ-AMOUNT-X REDEFINES AJ-AMOUNT
                                       PIC X(9).
           05  AJ-REASON               PIC XX.
           05  AJ-OPERATOR             PIC XXX.
           05  AJ-KEYED-DATE           PIC 9(8).
           05  AJ-MEMO-NUM             PIC 9(6).

       FD  BAD-DEBT-FILE.
       01  BD-RECORD.
           05  BD-TYPE                 PIC X.
           05  BD-INVOICE-NUM          PIC 9(6).
           05  BD-CUS-NUM              PIC 9(5).
           05  BD-AMOUNT               PIC 9(7)V99.
           05  BD-REASON               PIC XX.
           05  BD-OPERATOR             PIC XXX.
           05  BD-POST-DATE            PIC 9(8).
           05  BD-ITEM-DATE            PIC 9(8).
           05                          PIC X(8).

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
       01  PRINT-RECORD                PIC X(100).

               "AROPEN.TXT".
           05  WS-ARPAID-NAME          PIC X(12) VALUE
               "ARPAID.TXT".
           05  WS-BADDEBT-NAME         PIC X(12) VALUE
               "BADDEBT.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".
           05  WS-ARBAL-NAME           PIC X(12) VALUE
               "ARBAL.DAT".

       COPY RUNLOG.

           05  EOD                     PIC XXX.
           05  CA-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  AB-FILE-STATUS          PIC XX.
           05  PA-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  AJ-FILE-STATUS          PIC XX.
           05  BD-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
               10  AT-CUS-NUM          PIC 9(5).
               10  AT-AMOUNT           PIC 9(7)V99.
               10  AT-PAID             PIC 9(7)V99.
               10  AT-ITEM-TYPE        PIC X.
      *"Y" ONCE WRITTEN OFF - THE ITEM LEAVES AROPEN.TXT WITHOUT
      *GOING TO THE PAID HISTORY, AND DROPS OUT OF THE AGING.
               10  AT-WRITTEN-OFF      PIC X.

       01  WS-SUB                      PIC 9(3).
       01  WS-BALANCE-COUNT            PIC 9(5) VALUE 0.
       01  WS-FOUND-SLOT               PIC 9(3).
       01  WS-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

       01  WS-CT-SUB                   PIC 9(3).
       01  WS-CT-SLOT                  PIC 9(3).

      *THE BAD-DEBT LEDGER BY INVOICE - WRITTEN OFF AND RECOVERED TO
      *DATE - SO A RECOVERY CAN'T BRING BACK MORE THAN WAS GIVEN UP.
      *A LEDGER TOO BIG TO HOLD REFUSES RECOVERIES RATHER THAN GUESS.
       01  WO-MAX-ITEMS                PIC 9(3) VALUE 500.
       01  WO-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WO-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

       01  WO-ITEM-TABLE.
           05  WO-ENTRY OCCURS 500 TIMES.
               10  WO-INVOICE-NUM      PIC 9(6).
               10  WO-CUS-NUM          PIC 9(5).
               10  WO-WRITTEN          PIC 9(8)V99.
               10  WO-RECOVERED        PIC 9(8)V99.

       01  WS-WO-SUB                   PIC 9(3).
       01  WS-WO-SLOT                  PIC 9(3).
       01  WS-RECOVERABLE              PIC S9(8)V99.

      *THE CHART FOR THE BAD-DEBT JOURNAL LINES - OVERRIDDEN BY
      *GLACCTS.TXT WHEN PRESENT. AR AND CASH ARE THE SAME DEFAULTS
      *THE TRANSACTION RUN CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-AR              PIC 9(5) VALUE 11200.
           05  GL-ACCT-CASH            PIC 9(5) VALUE 11100.
           05  GL-ACCT-ALLOWNC         PIC 9(5) VALUE 11900.
           05  GL-ACCT-BADDEBT         PIC 9(5) VALUE 67500.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

      *ROUGH 30-DAYS-PER-MONTH/360-DAYS-PER-YEAR DAY COUNT, THE SAME
      *ARITHMETIC THE REST OF THE SHOP AGES WITH.
       01  WS-TODAY-PSEUDO-DAYS        PIC 9(7).
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.
           05  WS-PAID-OFF-COUNT       PIC 9(5) VALUE 0.
           05  WS-WRITE-OFF-COUNT      PIC 9(5) VALUE 0.
           05  WS-RECOVERY-COUNT       PIC 9(5) VALUE 0.
           05  WS-ADJ-REJECT-COUNT     PIC 9(5) VALUE 0.
           05  WS-TOT-WRITTEN-OFF      PIC 9(9)V99 VALUE 0.
           05  WS-TOT-RECOVERED        PIC 9(9)V99 VALUE 0.
           05  WS-CREDIT-MEMO-COUNT    PIC 9(5) VALUE 0.
           05  WS-TOT-CREDIT-MEMO      PIC 9(9)V99 VALUE 0.

       01  WS-COMPANY-TOTALS.
           05  WS-TOT-CURRENT          PIC S9(9)V99 VALUE 0.
           05                          PIC X(11) VALUE "  PAID OFF:".
           05  TL-PAID-OFF             PIC ZZZZ9.

       01  BL-BAD-DEBT-LINE.
           05                          PIC X(12) VALUE "WRITE-OFFS: ".
           05  BL-WRITE-OFFS           PIC ZZZZ9.
           05  BL-WRITTEN-OFF          PIC $$$$,$$$,$$9.99.
           05                          PIC X(14) VALUE
               "  RECOVERIES: ".
           05  BL-RECOVERIES           PIC ZZZZ9.
           05  BL-RECOVERED            PIC $$$$,$$$,$$9.99.
           05                          PIC X(12) VALUE
               "  REJECTED: ".
           05  BL-REJECTED             PIC ZZZZ9.

       01  CM-CREDIT-MEMO-LINE.
           05                          PIC X(22) VALUE
               "REBATE CREDIT MEMOS: ".
           05  CM-APPLIED              PIC ZZZZ9.
           05  CM-AMOUNT               PIC $$$$,$$$,$$9.99.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
           IF TEST-RUN
               MOVE "AROPENT.TXT" TO WS-AROPEN-NAME
               MOVE "ARPAIDT.TXT" TO WS-ARPAID-NAME
               MOVE "BADDEBTT.TXT" TO WS-BADDEBT-NAME
               MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
               MOVE "ARBALT.DAT" TO WS-ARBAL-NAME
               DISPLAY "ARPOST - TEST RUN - AR FILES REDIRECTED"
           END-IF
           PERFORM 100-INITIALIZE
      *AROPEN.TXT, AND THE BATCH IS NOT RETIRED, UNTIL THE FEED HAS
      *PROVED OUT - A SHORT OR MANGLED ARCASH.TXT IS KEPT WHOLE FOR
      *THE CORRECTED RERUN, WHICH STARTS FROM UNTOUCHED OPEN ITEMS.
      *THE BAD-DEBT BATCH RIDES THE SAME GATE - ITS LEDGER AND
      *JOURNAL LINES ONLY GO OUT WITH AN OPEN-ITEM FILE THAT MATCHES.
               IF FC-FEED-ERROR = "N"
                   PERFORM 300-APPLY-ADJUSTMENTS
                   PERFORM 250-RETIRE-CASH-BATCH
                   PERFORM 800-REWRITE-OPEN-ITEMS
               ELSE
                   DISPLAY "ARPOST - FEED DID NOT PROVE OUT - "
                       "CASH BATCH KEPT, OPEN ITEMS UNTOUCHED"
                   DISPLAY "ARPOST - BAD-DEBT BATCH KEPT FOR THE "
                       "RERUN"
               END-IF
      *EITHER WAY THE TABLE NOW HOLDS EXACTLY WHAT IS ON AROPEN.TXT,
      *SO THE BALANCES ARE REBUILT FROM IT.
               PERFORM 850-REBUILD-BALANCES
               PERFORM 900-AGED-TRIAL-BALANCE
               PERFORM 950-WRAP-UP
           END-IF
               MOVE AO-CUS-NUM TO AT-CUS-NUM(AT-ITEM-COUNT)
               MOVE AO-AMOUNT TO AT-AMOUNT(AT-ITEM-COUNT)
               MOVE AO-PAID TO AT-PAID(AT-ITEM-COUNT)
               MOVE AO-ITEM-TYPE TO AT-ITEM-TYPE(AT-ITEM-COUNT)
               MOVE "N" TO AT-WRITTEN-OFF(AT-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GA-KEY
                               WHEN "AR"
                                   MOVE GA-ACCOUNT TO GL-ACCT-AR
                               WHEN "CASH"
                                   MOVE GA-ACCOUNT TO GL-ACCT-CASH
                               WHEN "ALLOWNC"
                                   MOVE GA-ACCOUNT TO GL-ACCT-ALLOWNC
                               WHEN "BADDEBT"
                                   MOVE GA-ACCOUNT TO GL-ACCT-BADDEBT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       200-APPLY-CASH.
           OPEN INPUT CASH-FILE
           IF CA-FILE-STATUS = "00"
               WRITE PRINT-RECORD FROM DL-APPLY-LINE AFTER 1
           END-IF.

      *THE BAD-DEBT BATCH, AFTER THE CASH SO A PAYMENT THAT CAME IN
      *THE SAME NIGHT IS APPLIED FIRST AND ONLY WHAT IS LEFT IS
      *WRITTEN OFF. EACH LINE THAT POSTS IS ON THE LEDGER AT ONCE;
      *THE JOURNAL CARRIES THE NIGHT'S TOTALS.
       300-APPLY-ADJUSTMENTS.
           PERFORM 310-LOAD-LEDGER
           OPEN INPUT ADJUSTMENT-FILE
           IF AJ-FILE-STATUS = "00"
               PERFORM 150-LOAD-CHART
               OPEN EXTEND BAD-DEBT-FILE
               IF BD-FILE-STATUS NOT = "00"
                   OPEN OUTPUT BAD-DEBT-FILE
               END-IF
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ ADJUSTMENT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 320-APPLY-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
                     BAD-DEBT-FILE
               MOVE "NO " TO EOD
               PERFORM 350-BAD-DEBT-JOURNAL
               IF NOT TEST-RUN
                   OPEN OUTPUT ADJUSTMENT-FILE
                   CLOSE ADJUSTMENT-FILE
               END-IF
           END-IF.

       310-LOAD-LEDGER.
           OPEN INPUT BAD-DEBT-FILE
           IF BD-FILE-STATUS = "00"
               PERFORM UNTIL BD-FILE-STATUS NOT = "00"
                   READ BAD-DEBT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 315-LEDGER-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF.

       315-LEDGER-ONE-ENTRY.
           MOVE 0 TO WS-WO-SLOT
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WO-ITEM-COUNT
               IF WO-INVOICE-NUM(WS-WO-SUB) = BD-INVOICE-NUM
                   MOVE WS-WO-SUB TO WS-WO-SLOT
               END-IF
           END-PERFORM
           IF WS-WO-SLOT = 0
               IF WO-ITEM-COUNT < WO-MAX-ITEMS
                   ADD 1 TO WO-ITEM-COUNT
                   MOVE WO-ITEM-COUNT TO WS-WO-SLOT
                   MOVE BD-INVOICE-NUM TO WO-INVOICE-NUM(WS-WO-SLOT)
                   MOVE BD-CUS-NUM TO WO-CUS-NUM(WS-WO-SLOT)
                   MOVE 0 TO WO-WRITTEN(WS-WO-SLOT)
                   MOVE 0 TO WO-RECOVERED(WS-WO-SLOT)
               ELSE
                   ADD 1 TO WO-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-WO-SLOT > 0
               IF BD-TYPE = "W"
                   ADD BD-AMOUNT TO WO-WRITTEN(WS-WO-SLOT)
               ELSE
                   ADD BD-AMOUNT TO WO-RECOVERED(WS-WO-SLOT)
               END-IF
           END-IF.

      *A WRITE-OFF TAKES WHAT IS STILL OPEN ON THE INVOICE TONIGHT,
      *NOT WHAT WAS OPEN WHEN IT WAS KEYED. ANYTHING THAT DOESN'T
      *MATCH AN OPEN ITEM OR A WRITTEN-OFF ONE IS AN EXCEPTION LINE.
       320-APPLY-ONE-ADJUSTMENT.
           MOVE 0 TO WS-FOUND-SLOT
           MOVE ZEROS TO DL-INVOICE
           IF AJ-INVOICE-X NUMERIC
               MOVE AJ-INVOICE-NUM TO DL-INVOICE
           END-IF
           MOVE ZEROS TO DL-AMOUNT
           IF AJ-AMOUNT-X NUMERIC
               MOVE AJ-AMOUNT TO DL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN AJ-INVOICE-X NOT NUMERIC
                       OR AJ-AMOUNT-X NOT NUMERIC
                   MOVE "** BAD-DEBT LINE UNREADABLE" TO DL-MESSAGE
               WHEN AJ-TYPE = "W"
                   PERFORM 330-WRITE-OFF-ITEM
               WHEN AJ-TYPE = "R"
                   PERFORM 340-RECOVER-ITEM
               WHEN AJ-TYPE = "C"
                   PERFORM 345-APPLY-CREDIT-MEMO
               WHEN OTHER
                   MOVE "** BAD-DEBT TYPE UNKNOWN" TO DL-MESSAGE
           END-EVALUATE
           IF DL-MESSAGE(1:2) = "**"
               ADD 1 TO WS-ADJ-REJECT-COUNT
           END-IF
           WRITE PRINT-RECORD FROM DL-APPLY-LINE AFTER 1.

       330-WRITE-OFF-ITEM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-INVOICE-NUM(WS-SUB) = AJ-INVOICE-NUM
                       AND AT-CUS-NUM(WS-SUB) = AJ-CUS-NUM
                       AND AT-WRITTEN-OFF(WS-SUB) = "N"
                       AND AT-PAID(WS-SUB) < AT-AMOUNT(WS-SUB)
                   MOVE WS-SUB TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = 0
               MOVE "** WRITE-OFF - NO OPEN ITEM" TO DL-MESSAGE
           ELSE
               MOVE WS-FOUND-SLOT TO WS-SUB
               MOVE "Y" TO AT-WRITTEN-OFF(WS-SUB)
               MOVE SPACES TO BD-RECORD
               MOVE "W" TO BD-TYPE
               MOVE AJ-INVOICE-NUM TO BD-INVOICE-NUM
               MOVE AJ-CUS-NUM TO BD-CUS-NUM
               COMPUTE BD-AMOUNT = AT-AMOUNT(WS-SUB) - AT-PAID(WS-SUB)
               MOVE AJ-REASON TO BD-REASON
               MOVE AJ-OPERATOR TO BD-OPERATOR
               MOVE PR-PROC-DATE TO BD-POST-DATE
               MOVE AT-DATE(WS-SUB) TO BD-ITEM-DATE
               WRITE BD-RECORD
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD BD-AMOUNT TO WS-TOT-WRITTEN-OFF
               MOVE BD-AMOUNT TO DL-AMOUNT
               MOVE "WRITTEN OFF - " TO DL-MESSAGE
               MOVE AJ-REASON TO DL-MESSAGE(15:2)
           END-IF.

       340-RECOVER-ITEM.
           MOVE 0 TO WS-WO-SLOT
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WO-ITEM-COUNT
               IF WO-INVOICE-NUM(WS-WO-SUB) = AJ-INVOICE-NUM
                   MOVE WS-WO-SUB TO WS-WO-SLOT
               END-IF
           END-PERFORM
           IF WS-WO-SLOT > 0
               COMPUTE WS-RECOVERABLE = WO-WRITTEN(WS-WO-SLOT)
                   - WO-RECOVERED(WS-WO-SLOT)
           END-IF
           EVALUATE TRUE
               WHEN WO-OVERFLOW-COUNT > 0
                   MOVE "** RECOVERY - LEDGER TOO BIG" TO DL-MESSAGE
               WHEN WS-WO-SLOT = 0
                   MOVE "** RECOVERY - NOT WRITTEN OFF" TO DL-MESSAGE
               WHEN AJ-AMOUNT = 0 OR AJ-AMOUNT > WS-RECOVERABLE
                   MOVE "** RECOVERY - OVER WRITE-OFF" TO DL-MESSAGE
               WHEN OTHER
                   ADD AJ-AMOUNT TO WO-RECOVERED(WS-WO-SLOT)
                   MOVE SPACES TO BD-RECORD
                   MOVE "R" TO BD-TYPE
                   MOVE AJ-INVOICE-NUM TO BD-INVOICE-NUM
                   MOVE WO-CUS-NUM(WS-WO-SLOT) TO BD-CUS-NUM
                   MOVE AJ-AMOUNT TO BD-AMOUNT
                   MOVE AJ-OPERATOR TO BD-OPERATOR
                   MOVE PR-PROC-DATE TO BD-POST-DATE
                   MOVE ZEROS TO BD-ITEM-DATE
                   WRITE BD-RECORD
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD AJ-AMOUNT TO WS-TOT-RECOVERED
                   MOVE "RECOVERED" TO DL-MESSAGE
           END-EVALUATE.

      *A CREDIT MEMO COMES OFF ITS INVOICE THE WAY A RECEIPT DOES.
      *THE MEMO WAS JOURNALED WHEN IT WAS ISSUED, SO NOTHING POSTS
      *HERE.
       345-APPLY-CREDIT-MEMO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-INVOICE-NUM(WS-SUB) = AJ-INVOICE-NUM
                       AND AT-CUS-NUM(WS-SUB) = AJ-CUS-NUM
                       AND AT-WRITTEN-OFF(WS-SUB) = "N"
                       AND AT-PAID(WS-SUB) < AT-AMOUNT(WS-SUB)
                   MOVE WS-SUB TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = 0
               MOVE "** CREDIT MEMO - NO OPEN ITEM" TO DL-MESSAGE
           ELSE
               MOVE WS-FOUND-SLOT TO WS-SUB
               ADD AJ-AMOUNT TO AT-PAID(WS-SUB)
               ADD 1 TO WS-CREDIT-MEMO-COUNT
               ADD AJ-AMOUNT TO WS-TOT-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO DL-MESSAGE
               MOVE AJ-MEMO-NUM TO DL-MESSAGE(13:6)
           END-IF.

      *A WRITE-OFF COMES OUT OF THE ALLOWANCE AND THE RECEIVABLE, AND
      *THE ALLOWANCE IS TOPPED BACK UP FROM BAD-DEBT EXPENSE; A
      *RECOVERY IS CASH IN AND BACK INTO THE ALLOWANCE.
       350-BAD-DEBT-JOURNAL.
           IF WS-TOT-WRITTEN-OFF > 0 OR WS-TOT-RECOVERED > 0
               OPEN EXTEND GL-JOURNAL-FILE
               IF GJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF WS-TOT-WRITTEN-OFF > 0
                   MOVE WS-TOT-WRITTEN-OFF TO GL-AMOUNT
                   MOVE GL-ACCT-ALLOWNC TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "BAD DEBT WRITE-OFF" TO GL-DESC-HOLD
                   PERFORM 360-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-AR TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 360-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-BADDEBT TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "BAD DEBT EXPENSE" TO GL-DESC-HOLD
                   PERFORM 360-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-ALLOWNC TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 360-WRITE-JOURNAL-LINE
               END-IF
               IF WS-TOT-RECOVERED > 0
                   MOVE WS-TOT-RECOVERED TO GL-AMOUNT
                   MOVE GL-ACCT-CASH TO GL-ACCOUNT-HOLD
                   MOVE "D" TO GL-SIDE
                   MOVE "BAD DEBT RECOVERY" TO GL-DESC-HOLD
                   PERFORM 360-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-ALLOWNC TO GL-ACCOUNT-HOLD
                   MOVE "C" TO GL-SIDE
                   PERFORM 360-WRITE-JOURNAL-LINE
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       360-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

      *STILL-OPEN ITEMS GO BACK OVER THE FILE; FULLY PAID ONES MOVE
      *TO THE PAID HISTORY UNDER THE PROCESSING DATE. WRITTEN-OFF
      *ONES ARE ON THE BAD-DEBT LEDGER AND SIMPLY DROP.
       800-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           OPEN EXTEND PAID-FILE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-WRITTEN-OFF(WS-SUB) = "Y"
                   CONTINUE
               ELSE
               IF AT-PAID(WS-SUB) >= AT-AMOUNT(WS-SUB)
                   ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE SPACES TO PA-RECORD
                   MOVE PR-PROC-DATE TO PA-DATE-PAID
                   MOVE AT-CUS-NUM(WS-SUB) TO PA-CUS-NUM
                   MOVE AT-AMOUNT(WS-SUB) TO PA-AMOUNT
                   MOVE AT-DATE(WS-SUB) TO PA-INVOICE-DATE
                   WRITE PA-RECORD
               ELSE
                   MOVE SPACES TO AO-RECORD
                   MOVE AT-AMOUNT(WS-SUB) TO AO-AMOUNT
                   MOVE AT-PAID(WS-SUB) TO AO-PAID
                   MOVE "O" TO AO-STATUS
                   MOVE AT-ITEM-TYPE(WS-SUB) TO AO-ITEM-TYPE
                   WRITE AO-RECORD
               END-IF
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
                 PAID-FILE.

      *ONE RECORD PER CUSTOMER WITH ANYTHING STILL OPEN - WHAT IS
      *OWED (AMOUNT LESS PAID) AND ON HOW MANY ITEMS, STAMPED WITH
      *THE PROCESSING DATE. PAID-UP AND WRITTEN-OFF ITEMS DON'T COUNT.
       850-REBUILD-BALANCES.
           MOVE 0 TO WS-BALANCE-COUNT
           OPEN OUTPUT AR-BALANCE-FILE
           CLOSE AR-BALANCE-FILE
           OPEN I-O AR-BALANCE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-WRITTEN-OFF(WS-SUB) = "N"
                       AND AT-PAID(WS-SUB) < AT-AMOUNT(WS-SUB)
                   PERFORM 855-ADD-TO-BALANCE
               END-IF
           END-PERFORM
           CLOSE AR-BALANCE-FILE
           DISPLAY "ARPOST - " WS-ARBAL-NAME " REBUILT - "
               WS-BALANCE-COUNT " CUSTOMERS".

       855-ADD-TO-BALANCE.
           MOVE AT-CUS-NUM(WS-SUB) TO AB-CUS-NUM
           READ AR-BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO AB-RECORD
                   MOVE AT-CUS-NUM(WS-SUB) TO AB-CUS-NUM
                   COMPUTE AB-BALANCE =
                       AT-AMOUNT(WS-SUB) - AT-PAID(WS-SUB)
                   MOVE 1 TO AB-ITEM-COUNT
                   MOVE PR-PROC-DATE TO AB-UPDATED
                   WRITE AB-RECORD
                   ADD 1 TO WS-BALANCE-COUNT
               NOT INVALID KEY
                   COMPUTE AB-BALANCE = AB-BALANCE
                       + AT-AMOUNT(WS-SUB) - AT-PAID(WS-SUB)
                   ADD 1 TO AB-ITEM-COUNT
                   REWRITE AB-RECORD
           END-READ.

      *EVERY STILL-OPEN BALANCE, BUCKETED BY HOW FAR PAST THE
      *CU-TERMS DUE DATE IT IS - CURRENT MEANS NOT YET DUE.
       900-AGED-TRIAL-BALANCE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-PAID(WS-SUB) < AT-AMOUNT(WS-SUB)
                       AND AT-WRITTEN-OFF(WS-SUB) = "N"
                   PERFORM 910-AGE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE WS-UNMATCHED-COUNT TO TL-UNMATCHED
           MOVE WS-PAID-OFF-COUNT TO TL-PAID-OFF
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           MOVE WS-WRITE-OFF-COUNT TO BL-WRITE-OFFS
           MOVE WS-TOT-WRITTEN-OFF TO BL-WRITTEN-OFF
           MOVE WS-RECOVERY-COUNT TO BL-RECOVERIES
           MOVE WS-TOT-RECOVERED TO BL-RECOVERED
           MOVE WS-ADJ-REJECT-COUNT TO BL-REJECTED
           WRITE PRINT-RECORD FROM BL-BAD-DEBT-LINE AFTER 1
           MOVE WS-CREDIT-MEMO-COUNT TO CM-APPLIED
           MOVE WS-TOT-CREDIT-MEMO TO CM-AMOUNT
           WRITE PRINT-RECORD FROM CM-CREDIT-MEMO-LINE AFTER 1
           CLOSE PRINT-FILE
                 AGED-FILE
                 CUSTOMER-FILE.
