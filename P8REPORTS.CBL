           05  BD-IN-PCT               PIC 99.

      *HEADER: "HDR" + P8PAYEXT + PERIOD. DETAIL: SALESMAN, NAME,
      *PERIOD, PAYMENT, EARNING TYPE ("C" COMMISSION, "S" SPIFF -
      *A SALESMAN WITH A SPIFF GETS A SECOND DETAIL LINE FOR IT).
      *TRAILER: "TRL" + RECORD COUNT + TOTAL PAID - THE TWO FIGURES
      *PAYROLL'S INTAKE PROVES BEFORE LOADING.
       FD  PAYROLL-EXTRACT-FILE.
       01  PX-RECORD                   PIC X(60).

                                       SIGN LEADING SEPARATE.
               10  TR-ADJ-REASON       PIC XX.
               10  FILLER              PIC XX.
      *ON A "B" SPIFF THEY CARRY THE SIGNED WHOLE-DOLLAR BONUS
      *P7REPORTS EARNED FOR THE SALESMAN; THE UNITS BEHIND IT RIDE
      *THE SALES COLUMNS, SIGNED BY THE AMOUNT.
           05  TR-SPIFF-AREA REDEFINES TR-EXT-AREA.
               10  TR-SPIFF-AMOUNT     PIC S9(7)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(4).
           05  TR-ADJ-APPROVER         PIC XXX.

      *THE AMOUNT FIELDS ARE EXPLICITLY SIGNED SEVEN-DIGIT FIELDS -
           05  PXD-NAME                PIC X(20).
           05  PXD-PERIOD              PIC 9(6).
           05  PXD-AMOUNT              PIC 9(7).
           05  PXD-EARN-TYPE           PIC X.
           05                          PIC X(23) VALUE SPACES.

       01  PX-TRAILER-RECORD.
           05                          PIC X(3)  VALUE "TRL".
      *MONTH-TO-DATE TOTAL, SO NIGHTLY POSTING CAN'T STACK THE SAME
      *EXPENSE UP NIGHT AFTER NIGHT.
       01  WS-COM-APPLIED-DELTA        PIC S9(9) VALUE 0.
      *THE SAME FOR THE NIGHT'S SPIFF BONUSES, JOURNALED TO THEIR
      *OWN EXPENSE ACCOUNT SO THE CAMPAIGNS' COST STANDS APART.
       01  WS-SPIFF-APPLIED-DELTA      PIC S9(9) VALUE 0.

      *MONTH-TO-DATE SPIFF PER SALESMAN, GATHERED OFF THE STATEMENT
      *DETAIL FOR THE PERIOD AHEAD OF THE PAYOUT WALK - THE DETAIL
      *IS THE ONE PLACE EVERY NIGHT'S "B" LINES ACCUMULATE.
       01  SF-MAX-SALESMEN             PIC 9(3) VALUE 200.
       01  SF-COUNT                    PIC 9(3) VALUE 0.

       01  SF-SPIFF-TABLE.
           05  SF-ENTRY OCCURS 200 TIMES.
               10  SF-SAL-NUM          PIC XXX.
               10  SF-UNITS            PIC S9(7).
               10  SF-AMOUNT           PIC S9(7).

       01  SF-SUB                      PIC 9(3).
       01  SF-SLOT                     PIC 9(3).
       01  SF-OVERFLOW                 PIC 9(5) VALUE 0.
       01  SF-EOF                      PIC X VALUE "N".
       01  WS-SPIFF-GRAND-TOTAL        PIC S9(9) VALUE 0.
       01  WS-SPIFF-GRAND-UNITS        PIC S9(9) VALUE 0.
       01  WS-OLD-MON-COM              PIC S9(7) VALUE 0.

      *SPLIT-COMMISSION WORK - THE WHOLE COMMISSION ON THE SALE IS
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-NOTE                 PIC X(14).

       01  SB-SPIFF-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05                          PIC X(20) VALUE
               "SPIFF BONUS".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SB-AMOUNT               PIC $$,$$$,$$9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SB-UNITS                PIC ZZZ,ZZ9-.
           05                          PIC X(6) VALUE " UNITS".

       01  ST-SPIFF-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "TOTAL SPIFF PAID:       ".
           05  ST-GRAND-TOTAL          PIC $$$,$$$,$$9-.
           05                          PIC X(4) VALUE " ON ".
           05  ST-GRAND-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           05                          PIC X(15) VALUE
               " CAMPAIGN UNITS".

       01  PT-PAYOUT-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "TOTAL COMMISSION PAID: ".
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-COMEXP          PIC 9(5) VALUE 61100.
           05  GL-ACCT-COMPAY          PIC 9(5) VALUE 21600.
           05  GL-ACCT-SPFEXP          PIC 9(5) VALUE 61150.

       01  GL-WORK.
           05  GL-DEBIT-TOTAL          PIC 9(10)V99 VALUE 0.
                               WHEN "COMPAY"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-COMPAY
                               WHEN "SPIFFEXP"
                                   MOVE GA-ACCOUNT TO
                                       GL-ACCT-SPFEXP
                           END-EVALUATE
                   END-READ
               END-PERFORM

           MOVE TR-TYP-A TO DL-TYP-A

           IF TR-TYP-A = "B"
               PERFORM 297-APPLY-SPIFF
           ELSE
           IF TR-TYP-A = "J"
               PERFORM 295-APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           END-IF
           END-IF
           END-IF.

           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.
               INTO SD-BASIS
           PERFORM 247-WRITE-STATEMENT-DETAIL.

      *A "B" SPIFF IS A SEPARATE EARNING TYPE - IT NEVER TOUCHES
      *THE MONTH'S COMMISSION FIGURES ON THE MASTER (A CHANGE WOULD
      *RECOMPUTE THEM FROM SALES AND LOSE IT). IT IS CARRIED ON THE
      *STATEMENT DETAIL, WHERE THE PAYOUT WALK AND THE STATEMENTS
      *PICK UP THE MONTH'S TOTAL, AND JOURNALED ON ITS OWN.
       297-APPLY-SPIFF.
           IF MASTER-SWITCH NOT = "00"
               MOVE "NO MASTER FOR SPIFF" TO DL-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "SPIFF" TO DL-MESSAGE
               ADD TR-SPIFF-AMOUNT TO WS-SPIFF-APPLIED-DELTA
               MOVE SPACES TO SD-RECORD
               MOVE TR-SAL-NUM TO SD-SAL-NUM
               MOVE "B" TO SD-TYPE
               MOVE TR-TOT-SAL-N TO SD-SALES
               MOVE TR-SPIFF-AMOUNT TO SD-AMOUNT
               MOVE "SPIFF" TO SD-BASIS
               PERFORM 247-WRITE-STATEMENT-DETAIL
           END-IF.

      *A SPLIT COMPUTES THE WHOLE COMMISSION ON THE SALE ONCE -
      *BANDED WHEN A SCHEDULE IS LOADED, OTHERWISE AT THE PRIMARY
      *SALESMAN'S FLAT RATE - AND HANDS EACH PARTICIPANT THEIR
           OPEN OUTPUT PAYROLL-EXTRACT-FILE
           MOVE WS-LEDGER-PERIOD TO PXH-PERIOD
           WRITE PX-RECORD FROM PX-HEADER-RECORD
           PERFORM 905-LOAD-SPIFF-MTD
           WRITE PAYOUT-RECORD FROM PH-PAYOUT-HEADING AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PAYOUT-RECORD
           END-IF
           MOVE WS-PAYOUT-GRAND-TOTAL TO PT-GRAND-TOTAL
           WRITE PAYOUT-RECORD FROM PT-PAYOUT-TOTAL-LINE AFTER 2
           IF SF-COUNT > 0
               MOVE WS-SPIFF-GRAND-TOTAL TO ST-GRAND-TOTAL
               MOVE WS-SPIFF-GRAND-UNITS TO ST-GRAND-UNITS
               WRITE PAYOUT-RECORD FROM ST-SPIFF-TOTAL-LINE AFTER 1
           END-IF
           MOVE WS-PX-COUNT TO PXT-COUNT
           MOVE WS-PX-AMOUNT TO PXT-AMOUNT
           WRITE PX-RECORD FROM PX-TRAILER-RECORD
           MOVE QP-TOT-PCT TO PF-TOT-PCT
           WRITE PF-PRINT-RECORD FROM PF-TOTAL-LINE AFTER 2.

      *TONIGHT'S "B" LINES WERE APPENDED DURING THE APPLY, SO THE
      *PERIOD'S TOTAL HERE ALREADY INCLUDES THEM. UNITS CARRY THE
      *SIGN OF THEIR AMOUNT.
       905-LOAD-SPIFF-MTD.
           MOVE 0 TO SF-COUNT
           OPEN INPUT STATEMENT-DETAIL-FILE
           IF SD-FILE-STATUS = "00"
               MOVE "N" TO SF-EOF
               PERFORM UNTIL SF-EOF = "Y"
                   READ STATEMENT-DETAIL-FILE
                       AT END
                           MOVE "Y" TO SF-EOF
                       NOT AT END
                           IF SD-PERIOD = WS-LEDGER-PERIOD
                                   AND SD-TYPE = "B"
                               PERFORM 906-ADD-SPIFF-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-DETAIL-FILE
           END-IF
           IF SF-OVERFLOW > 0
               DISPLAY "P8REPORTS SPIFF TABLE FULL - "
                   SF-OVERFLOW " SPIFF LINES LEFT OFF THE PAYOUT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       906-ADD-SPIFF-DETAIL.
           MOVE 0 TO SF-SLOT
           PERFORM VARYING SF-SUB FROM 1 BY 1
                   UNTIL SF-SUB > SF-COUNT
               IF SF-SAL-NUM(SF-SUB) = SD-SAL-NUM
                   MOVE SF-SUB TO SF-SLOT
               END-IF
           END-PERFORM
           IF SF-SLOT = 0
               IF SF-COUNT < SF-MAX-SALESMEN
                   ADD 1 TO SF-COUNT
                   MOVE SF-COUNT TO SF-SLOT
                   MOVE SD-SAL-NUM TO SF-SAL-NUM(SF-SLOT)
                   MOVE 0 TO SF-UNITS(SF-SLOT)
                             SF-AMOUNT(SF-SLOT)
               ELSE
                   ADD 1 TO SF-OVERFLOW
               END-IF
           END-IF
           IF SF-SLOT > 0
               ADD SD-AMOUNT TO SF-AMOUNT(SF-SLOT)
               IF SD-AMOUNT < 0
                   SUBTRACT SD-SALES FROM SF-UNITS(SF-SLOT)
               ELSE
                   ADD SD-SALES TO SF-UNITS(SF-SLOT)
               END-IF
           END-IF.

       910-PAYOUT-NEXT.
           READ MASTER-FILE NEXT RECORD INTO MASTER-RECORD
               AT END
                   WRITE PAYOUT-RECORD FROM PL-PAYOUT-LINE AFTER 1
                   PERFORM 915-WRITE-LEDGER
                   PERFORM 917-WRITE-PAYROLL-EXTRACT
                   PERFORM 913-SPIFF-LINE
                   PERFORM 919-COLLECT-PERFORMANCE
                   END-IF
           END-READ.
               END-REWRITE
           END-IF.

      *THE SALESMAN'S MONTH-TO-DATE SPIFF, WHEN THERE IS ONE, ON
      *ITS OWN LINE UNDER THE COMMISSION LINE AND ITS OWN EXTRACT
      *RECORD. IT IS PAID AS EARNED - NOT NETTED AGAINST THE DRAW
      *OR HELD BY A COMMISSION DISPUTE. A MONTH OF NET CREDITS
      *SHOWS ON THE REPORT BUT PAYS NOTHING.
       913-SPIFF-LINE.
           MOVE 0 TO SF-SLOT
           PERFORM VARYING SF-SUB FROM 1 BY 1
                   UNTIL SF-SUB > SF-COUNT
               IF SF-SAL-NUM(SF-SUB) = MR-SAL-NUM
                   MOVE SF-SUB TO SF-SLOT
               END-IF
           END-PERFORM
           IF SF-SLOT > 0
               MOVE SF-AMOUNT(SF-SLOT) TO SB-AMOUNT
               MOVE SF-UNITS(SF-SLOT) TO SB-UNITS
               WRITE PAYOUT-RECORD FROM SB-SPIFF-LINE AFTER 1
               ADD SF-AMOUNT(SF-SLOT) TO WS-SPIFF-GRAND-TOTAL
               ADD SF-UNITS(SF-SLOT) TO WS-SPIFF-GRAND-UNITS
               IF SF-AMOUNT(SF-SLOT) > 0
                   MOVE SPACES TO PX-DETAIL-RECORD
                   MOVE MR-SAL-NUM TO PXD-SAL-NUM
                   MOVE MR-NAME TO PXD-NAME
                   MOVE WS-LEDGER-PERIOD TO PXD-PERIOD
                   MOVE SF-AMOUNT(SF-SLOT) TO PXD-AMOUNT
                   MOVE "S" TO PXD-EARN-TYPE
                   ADD SF-AMOUNT(SF-SLOT) TO WS-PX-AMOUNT
                   ADD 1 TO WS-PX-COUNT
                   WRITE PX-RECORD FROM PX-DETAIL-RECORD
               END-IF
           END-IF.

       919-COLLECT-PERFORMANCE.
           IF QP-COUNT = QP-MAX-SALESMEN
               DISPLAY "PERFORMANCE TABLE FULL - "
      *912 JUST SETTLED - PAYROLL PAYS WHAT IS ACTUALLY DUE AND
      *UNDISPUTED.
           MOVE WS-EXTRACT-AMOUNT TO PXD-AMOUNT
           MOVE "C" TO PXD-EARN-TYPE
           ADD WS-EXTRACT-AMOUNT TO WS-PX-AMOUNT
           ADD 1 TO WS-PX-COUNT
           WRITE PX-RECORD FROM PX-DETAIL-RECORD.
      *NOTHING JOURNALS NOTHING.
       940-GL-JOURNAL.
           IF WS-COM-APPLIED-DELTA = 0
                   AND WS-SPIFF-APPLIED-DELTA = 0
               DISPLAY "P8REPORTS - NO COMMISSION APPLIED - "
                   "NOTHING JOURNALED"
           ELSE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-COM-APPLIED-DELTA NOT = 0
               MOVE WS-COM-APPLIED-DELTA TO GL-AMOUNT
               MOVE GL-ACCT-COMEXP TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "COMMISSION EXPENSE" TO GL-DESC-HOLD
               PERFORM 945-WRITE-JOURNAL-LINE
               MOVE WS-COM-APPLIED-DELTA TO GL-AMOUNT
               MOVE GL-ACCT-COMPAY TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "COMMISSION PAYABLE" TO GL-DESC-HOLD
               PERFORM 945-WRITE-JOURNAL-LINE
           END-IF
      *SPIFF BONUSES ARE OWED THROUGH THE SAME PAYABLE BUT BOOK TO
      *THEIR OWN EXPENSE ACCOUNT.
           IF WS-SPIFF-APPLIED-DELTA NOT = 0
               MOVE WS-SPIFF-APPLIED-DELTA TO GL-AMOUNT
               MOVE GL-ACCT-SPFEXP TO GL-ACCOUNT-HOLD
               MOVE "D" TO GL-SIDE
               MOVE "SPIFF BONUS EXPENSE" TO GL-DESC-HOLD
               PERFORM 945-WRITE-JOURNAL-LINE
               MOVE WS-SPIFF-APPLIED-DELTA TO GL-AMOUNT
               MOVE GL-ACCT-COMPAY TO GL-ACCOUNT-HOLD
               MOVE "C" TO GL-SIDE
               MOVE "SPIFF BONUS PAYABLE" TO GL-DESC-HOLD
               PERFORM 945-WRITE-JOURNAL-LINE
           END-IF
           MOVE GL-DEBIT-TOTAL TO GP-DEBITS
           MOVE GL-CREDIT-TOTAL TO GP-CREDITS
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
