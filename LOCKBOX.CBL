      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   BANK LOCKBOX IMPORT. THE BANK'S DAILY LOCKBOX
      *            DEPOSIT FILE (LBXDEP.TXT) IS TURNED INTO CASH-
      *            RECEIPT LINES ON ARCASH.TXT AHEAD OF ARPOST, SO
      *            THE CHECKS NO LONGER GET RE-KEYED FROM THE BANK'S
      *            PRINTOUT. THE DEPOSIT MUST FIRST PROVE TO ITS OWN
      *            TRAILER - CHECK COUNT AND DEPOSIT TOTAL - OR
      *            NOTHING IS BUILT AND THE FILE IS KEPT FOR THE
      *            RERUN. EACH CHECK IS THEN MATCHED TO AROPEN.TXT:
      *            FIRST BY THE INVOICE NUMBERS ON THE REMITTANCE
      *            (SPREAD OLDEST-REFERENCED FIRST, ANY EXCESS ON THE
      *            LAST ONE SO ARPOST FLAGS THE OVERPAYMENT), THEN BY
      *            CUSTOMER - THE STUB'S ACCOUNT NUMBER, OR THE
      *            REMITTER'S NAME EXACTLY AS ON CUSTMSTR.DAT - AND
      *            AMOUNT: ONE OPEN ITEM FOR EXACTLY THE CHECK, OR
      *            THE WHOLE OPEN BALANCE. A CHECK THAT MATCHES
      *            NEITHER WAY GOES TO THE UNIDENTIFIED-CASH SUSPENSE
      *            FILE (UNIDCASH.TXT) AND ONTO THE WORKLIST PRINTED
      *            AT THE END OF EVERY RUN.
      *
      *            HAND-KEYED RECEIPTS ALREADY ON ARCASH.TXT STAY;
      *            LINES THIS STEP BUILT ON AN EARLIER RUN TONIGHT
      *            ARE DROPPED AND REBUILT, SO A RERUN NEVER DOUBLES
      *            A CHECK. THE FEED IS REWRITTEN WITH A RECOMPUTED
      *            TRAILER. ONCE BUILT, THE DEPOSIT IS COPIED TO
      *            LBXHIST.TXT AND CLEARED.
      *
      *            A SUSPENSE ITEM IS CLEARED BY KEYING ITS CASH ON
      *            ARCASH.TXT AS USUAL WITH "SUS" IN COLS 24-26 AND
      *            THE CHECK NUMBER IN COLS 27-36 - ONCE THE KEYED
      *            LINES COVER THE CHECK IT COMES OFF THE WORKLIST.
      *
      *            LBXDEP.TXT LAYOUT (FROM THE BANK):
      *              HEADER  COL  1     "H"
      *                      COLS  2-9   DEPOSIT DATE (YYYYMMDD)
      *                      COLS 10-16  LOCKBOX NUMBER
      *              CHECK   COL  1     "C"
      *                      COLS  2-11  CHECK NUMBER
      *                      COLS 12-20  AMOUNT (9(7)V99)
      *                      COLS 21-45  REMITTER NAME
      *                      COLS 46-50  ACCOUNT NUMBER ON THE STUB
      *                      COLS 51-80  UP TO 5 INVOICE NUMBERS
      *              MORE    COL  1     "I" - FOLLOWS ITS CHECK
      *                      COLS  2-11  CHECK NUMBER
      *                      COLS 12-71  UP TO 10 MORE INVOICES
      *              TRAILER COL  1     "T"
      *                      COLS  2-6   CHECK COUNT
      *                      COLS  7-17  DEPOSIT TOTAL (9(9)V99)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEPOSIT-FILE
           ASSIGN TO "LBXDEP.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LB-FILE-STATUS.

      *EVERY DEPOSIT IMPORTED, AS THE BANK SENT IT.
           SELECT DEPOSIT-HISTORY-FILE
           ASSIGN TO "LBXHIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LH-FILE-STATUS.

      *THE NIGHT'S CASH BATCH IS COPIED ASIDE, THEN WRITTEN BACK WITH
      *THE LOCKBOX LINES AND A NEW TRAILER.
           SELECT CASH-FILE
           ASSIGN TO "ARCASH.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CA-FILE-STATUS.

           SELECT CASH-OUT-FILE
           ASSIGN USING WS-ARCASH-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CO-FILE-STATUS.

           SELECT CASH-WORK-FILE
           ASSIGN TO "ARCASHWK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CW-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
           ASSIGN TO "AROPEN.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *CHECKS NOBODY COULD PLACE - KEPT ACROSS RUNS, AND RUN THROUGH
      *A WORK COPY WHILE TONIGHT'S ARE ADDED AND CLEARED ONES MARKED.
           SELECT SUSPENSE-FILE
           ASSIGN TO "UNIDCASH.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS US-FILE-STATUS.

           SELECT SUSPENSE-OUT-FILE
           ASSIGN USING WS-UNIDCASH-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS UO-FILE-STATUS.

           SELECT SUSPENSE-WORK-FILE
           ASSIGN TO "UNIDWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS UW-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "LOCKBOX.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *CASH BATCH AND SUSPENSE FILE TO TEST COPIES AND LEAVES THE
      *DEPOSIT IN PLACE (SEE TESTMODE.CPY).
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
      *BUSINESS CALENDAR - THE WORKLIST AGES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
       01  LB-RECORD                   PIC X(80).

       FD  DEPOSIT-HISTORY-FILE.
       01  LH-RECORD                   PIC X(80).

       FD  CASH-FILE.
       01  CA-RECORD                   PIC X(80).

       FD  CASH-OUT-FILE.
       01  CO-RECORD                   PIC X(80).

       FD  CASH-WORK-FILE.
       01  CW-RECORD                   PIC X(80).

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
           05                          PIC X(50).

       FD  SUSPENSE-FILE.
       01  US-RECORD.
           05  US-DEPOSIT-DATE         PIC 9(8).
           05  US-LOCKBOX              PIC X(7).
           05  US-CHECK-NUM            PIC X(10).
           05  US-AMOUNT               PIC 9(7)V99.
           05  US-REMITTER             PIC X(25).
           05  US-CUS-NUM              PIC 9(5).
           05  US-INVOICE-REF          PIC 9(6).
           05  US-STATUS               PIC X.
               88  US-OPEN             VALUE "O".
               88  US-RESOLVED         VALUE "R".
           05  US-RESOLVED-DATE        PIC 9(8).
      *"C" NO CUSTOMER FOUND, "A" CUSTOMER FOUND BUT THE AMOUNT FITS
      *NO OPEN ITEM.
           05  US-REASON               PIC X.

       FD  SUSPENSE-OUT-FILE.
       01  UO-RECORD                   PIC X(80).

       FD  SUSPENSE-WORK-FILE.
       01  UW-RECORD                   PIC X(80).

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

       01  WS-FILE-NAMES.
           05  WS-ARCASH-OUT-NAME      PIC X(12) VALUE
               "ARCASH.TXT".
           05  WS-UNIDCASH-OUT-NAME    PIC X(12) VALUE
               "UNIDCASH.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  LB-FILE-STATUS          PIC XX.
           05  LH-FILE-STATUS          PIC XX.
           05  CA-FILE-STATUS          PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  CW-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  US-FILE-STATUS          PIC XX.
           05  UO-FILE-STATUS          PIC XX.
           05  UW-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-HAVE-DEPOSIT         PIC X VALUE "N".
           05  WS-DEPOSIT-BUILT        PIC X VALUE "N".
           05  WS-CASH-NEW             PIC X VALUE "N".
           05  WS-CUSTOMER-OPEN        PIC X VALUE "N".

      *THE BANK'S RECORDS, ONE VIEW PER RECORD TYPE.
       01  LB-DEPOSIT-RECORD.
           05  LB-TYPE                 PIC X.
               88  LB-HEADER           VALUE "H".
               88  LB-CHECK            VALUE "C".
               88  LB-MORE-INVOICES    VALUE "I".
               88  LB-TRAILER          VALUE "T".
           05  LB-CHECK-NUM            PIC X(10).
           05  LB-AMOUNT               PIC 9(7)V99.
           05  LB-AMOUNT-X REDEFINES LB-AMOUNT
                                       PIC X(9).
           05  LB-REMITTER             PIC X(25).
           05  LB-STUB-CUS             PIC X(5).
           05  LB-INVOICE-REF          PIC X(6) OCCURS 5 TIMES.
       01  LB-MORE-RECORD REDEFINES LB-DEPOSIT-RECORD.
           05                          PIC X(11).
           05  LB-MORE-REF             PIC X(6) OCCURS 10 TIMES.
           05                          PIC X(9).
       01  LB-HEADER-RECORD REDEFINES LB-DEPOSIT-RECORD.
           05                          PIC X.
           05  LB-DEPOSIT-DATE         PIC 9(8).
           05  LB-DEPOSIT-DATE-X REDEFINES LB-DEPOSIT-DATE
                                       PIC X(8).
           05  LB-LOCKBOX              PIC X(7).
           05                          PIC X(64).
       01  LB-TRAILER-RECORD REDEFINES LB-DEPOSIT-RECORD.
           05                          PIC X.
           05  LB-TRL-COUNT            PIC 9(5).
           05  LB-TRL-COUNT-X REDEFINES LB-TRL-COUNT
                                       PIC X(5).
           05  LB-TRL-TOTAL            PIC 9(9)V99.
           05  LB-TRL-TOTAL-X REDEFINES LB-TRL-TOTAL
                                       PIC X(11).
           05                          PIC X(63).

       01  WS-DEPOSIT.
           05  WS-DEPOSIT-DATE         PIC 9(8) VALUE 0.
           05  WS-LOCKBOX              PIC X(7) VALUE SPACES.
           05  WS-HEADER-SEEN          PIC X VALUE "N".
           05  WS-TRAILER-SEEN         PIC X VALUE "N".
           05  WS-TRL-COUNT            PIC 9(5) VALUE 0.
           05  WS-TRL-TOTAL            PIC 9(9)V99 VALUE 0.
           05  WS-DEPOSIT-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-DEPOSIT-ERROR        PIC X(50) VALUE SPACES.

      *A CASH-BATCH LINE - THE LAYOUT ARPOST READS, WITH THIS STEP'S
      *MARK AND THE CHECK NUMBER IN THE SPARE COLUMNS.
       01  CL-CASH-LINE.
           05  CL-INVOICE-NUM          PIC 9(6).
           05  CL-INVOICE-X REDEFINES CL-INVOICE-NUM
                                       PIC X(6).
           05  CL-AMOUNT               PIC 9(7)V99.
           05  CL-AMOUNT-X REDEFINES CL-AMOUNT
                                       PIC X(9).
           05  CL-DATE                 PIC 9(8).
           05  CL-SOURCE               PIC X(3).
               88  CL-FROM-LOCKBOX     VALUE "LBX".
               88  CL-CLEARS-SUSPENSE  VALUE "SUS".
           05  CL-CHECK-NUM            PIC X(10).
           05                          PIC X(44).

      *THE DEPOSIT'S CHECKS, HELD UNTIL THE DEPOSIT PROVES.
       01  CK-MAX-CHECKS               PIC 9(3) VALUE 300.
       01  CK-CHECK-COUNT              PIC 9(3) VALUE 0.
       01  CK-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  CK-CHECK-TABLE.
           05  CK-ENTRY OCCURS 300 TIMES.
               10  CK-CHECK-NUM        PIC X(10).
               10  CK-AMOUNT           PIC 9(7)V99.
               10  CK-REMITTER         PIC X(25).
               10  CK-STUB-CUS         PIC X(5).
               10  CK-STUB-CUS-N REDEFINES CK-STUB-CUS
                                       PIC 9(5).
               10  CK-REF-COUNT        PIC 99.
               10  CK-REF              PIC 9(6) OCCURS 15 TIMES.
      *"I" BY INVOICE, "A" BY CUSTOMER AND AMOUNT, "S" SUSPENSE.
               10  CK-RESULT           PIC X.
               10  CK-CUS-NUM          PIC 9(5).
               10  CK-REASON           PIC X.

       01  CK-SUB                      PIC 9(3).
       01  WS-REF-SUB                  PIC 99.

      *THE STILL-OPEN ITEMS, WITH WHAT IS LEFT ON EACH AS TONIGHT'S
      *CASH - KEYED AND LOCKBOX - IS SPOKEN FOR.
       01  OT-MAX-ITEMS                PIC 9(3) VALUE 500.
       01  OT-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  OT-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  OT-ITEM-TABLE.
           05  OT-ENTRY OCCURS 500 TIMES.
               10  OT-INVOICE-NUM      PIC 9(6).
               10  OT-CUS-NUM          PIC 9(5).
               10  OT-REMAINING        PIC 9(7)V99.

       01  OT-SUB                      PIC 9(3).
       01  OT-SLOT                     PIC 9(3).

      *CUSTOMER NAMES FOR THE REMITTER MATCH. A NAME ON TWO ACCOUNTS
      *MATCHES NEITHER.
       01  NM-MAX-NAMES                PIC 9(3) VALUE 500.
       01  NM-NAME-COUNT               PIC 9(3) VALUE 0.
       01  NM-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

       01  NM-NAME-TABLE.
           05  NM-ENTRY OCCURS 500 TIMES.
               10  NM-CUS-NUM          PIC 9(5).
               10  NM-NAME             PIC X(25).

       01  NM-SUB                      PIC 9(3).
       01  WS-NAME-HITS                PIC 9(3).

      *THE OPEN ITEMS ONE CHECK IS GOING TO, IN REFERENCE ORDER.
       01  WM-MATCH-COUNT              PIC 99.
       01  WM-MATCH-TABLE.
           05  WM-SLOT                 PIC 9(3) OCCURS 15 TIMES.
       01  WM-SUB                      PIC 99.

      *SUSPENSE CHECKS CLEARED BY HAND-KEYED "SUS" LINES, WITH THE
      *CASH KEYED AGAINST EACH SO FAR.
       01  RS-MAX-CLEARS               PIC 9(3) VALUE 100.
       01  RS-CLEAR-COUNT              PIC 9(3) VALUE 0.

       01  RS-CLEAR-TABLE.
           05  RS-ENTRY OCCURS 100 TIMES.
               10  RS-CHECK-NUM        PIC X(10).
               10  RS-AMOUNT           PIC 9(8)V99.

       01  RS-SUB                      PIC 9(3).
       01  RS-SLOT                     PIC 9(3).

       01  WS-WORK.
           05  WS-LEFT                 PIC 9(7)V99.
           05  WS-APPLY                PIC 9(7)V99.
           05  WS-CUS-TOTAL            PIC 9(8)V99.
           05  WS-AMOUNT-HITS          PIC 9(3).
           05  WS-OUT-COUNT            PIC 9(7) VALUE 0.
           05  WS-OUT-HASH             PIC 9(11) VALUE 0.
           05  WS-KEYED-COUNT          PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-TODAY-PSEUDO-DAYS    PIC 9(7).
           05  WS-ITEM-PSEUDO-DAYS     PIC 9(7).
           05  WS-AGE-DAYS             PIC S9(5).

       01  WS-DATE-PARTS.
           05  WS-DP-YYYY              PIC 9(4).
           05  WS-DP-MM                PIC 99.
           05  WS-DP-DD                PIC 99.

       01  WS-COUNTS.
           05  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
           05  WS-INVOICE-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-AMOUNT-COUNT         PIC 9(5) VALUE 0.
           05  WS-AMOUNT-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-SUSPENSE-COUNT       PIC 9(5) VALUE 0.
           05  WS-SUSPENSE-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-LINE-COUNT           PIC 9(5) VALUE 0.
           05  WS-CLEARED-COUNT        PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
           05  WS-OPEN-TOTAL           PIC 9(9)V99 VALUE 0.
           05  WS-PROOF-TOTAL          PIC 9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(20) VALUE
               "LOCKBOX CASH IMPORT".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "LOCKBOX".
           05  HL-WATERMARK            PIC X(20) VALUE SPACES.

       01  DH-DEPOSIT-LINE.
           05                          PIC X(8)  VALUE "DEPOSIT ".
           05  DH-DATE                 PIC 9(8).
           05                          PIC X(10) VALUE "  LOCKBOX ".
           05  DH-LOCKBOX              PIC X(7).
           05                          PIC X(9)  VALUE "  CHECKS ".
           05  DH-CHECKS               PIC ZZZZ9.
           05                          PIC X(8)  VALUE "  TOTAL ".
           05  DH-TOTAL                PIC $$$$,$$$,$$9.99.

       01  CH-CHECK-HEADING.
           05                          PIC X(12) VALUE "CHECK".
           05                          PIC X(14) VALUE "     AMOUNT".
           05                          PIC X(27) VALUE "REMITTER".
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(30) VALUE "APPLIED".

       01  DL-CHECK-LINE.
           05  DL-CHECK-NUM            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT               PIC $$$$,$$9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-REMITTER             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NUM              PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC X(34).

       01  DA-APPLY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05                          PIC X(11) VALUE "-> INVOICE ".
           05  DA-INVOICE              PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DA-AMOUNT               PIC $$$$,$$9.99.

       01  ER-ERROR-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  ER-TEXT                 PIC X(50).
           05                          PIC X(30) VALUE
               " - NOTHING BUILT, DEPOSIT KEPT".

       01  OV-OVERFLOW-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  OV-TEXT                 PIC X(40).
           05  OV-COUNT                PIC ZZZZ9.
           05                          PIC X(30) VALUE
               " - NOTHING BUILT, DEPOSIT KEPT".

       01  TL-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TL-AMOUNT               PIC $$$$,$$$,$$9.99.

       01  PL-PROOF-LINE.
           05                          PIC X(34) VALUE
               "APPLIED PLUS SUSPENSE".
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  PL-AMOUNT               PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-RESULT               PIC X(30).

       01  WH-WORKLIST-HEADING.
           05                          PIC X(40) VALUE
               "UNIDENTIFIED CASH WORKLIST".

       01  WC-WORKLIST-COLUMNS.
           05                          PIC X(10) VALUE "DEPOSITED".
           05                          PIC X(12) VALUE "CHECK".
           05                          PIC X(14) VALUE "     AMOUNT".
           05                          PIC X(27) VALUE "REMITTER".
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(8)  VALUE "INV REF".
           05                          PIC X(6)  VALUE " DAYS".
           05                          PIC X(28) VALUE "  WHY".

       01  WL-WORKLIST-LINE.
           05  WL-DEPOSIT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-CHECK-NUM            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-AMOUNT               PIC $$$$,$$9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WL-REMITTER             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-CUS-NUM              PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-INVOICE-REF          PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-DAYS                 PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WL-REASON               PIC X(28).

       01  WT-WORKLIST-TOTAL.
           05                          PIC X(22) VALUE
               "OPEN SUSPENSE ITEMS:".
           05  WT-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WT-AMOUNT               PIC $$$$,$$$,$$9.99.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-DEPOSIT
           IF WS-HAVE-DEPOSIT = "Y"
               PERFORM 250-LOAD-OPEN-ITEMS
           END-IF
           PERFORM 300-COPY-CASH-BATCH
           PERFORM 989-VERIFY-FEED
      *NOTHING IS BUILT FROM A DEPOSIT THAT DOESN'T PROVE TO ITS
      *TRAILER, INTO A CASH BATCH THAT DOESN'T PROVE TO ITS OWN, OR
      *AGAINST AN OPEN-ITEM TABLE THAT COULDN'T HOLD EVERY ITEM. THE
      *DEPOSIT STAYS PUT FOR THE RERUN AND ARPOST WAITS FOR IT.
           EVALUATE TRUE
               WHEN FC-FEED-ERROR = "Y"
                   MOVE "ARCASH.TXT DID NOT PROVE OUT" TO ER-TEXT
                   WRITE PRINT-RECORD FROM ER-ERROR-LINE AFTER 2
                   MOVE 0 TO RS-CLEAR-COUNT
               WHEN WS-DEPOSIT-ERROR NOT = SPACES
                   MOVE WS-DEPOSIT-ERROR TO ER-TEXT
                   WRITE PRINT-RECORD FROM ER-ERROR-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               WHEN CK-OVERFLOW-COUNT > 0
                   MOVE "CHECKS OVER THE TABLE SIZE:" TO OV-TEXT
                   MOVE CK-OVERFLOW-COUNT TO OV-COUNT
                   WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               WHEN OT-OVERFLOW-COUNT > 0
                   MOVE "OPEN ITEMS OVER THE TABLE SIZE:" TO OV-TEXT
                   MOVE OT-OVERFLOW-COUNT TO OV-COUNT
                   WRITE PRINT-RECORD FROM OV-OVERFLOW-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HAVE-DEPOSIT = "Y"
                   PERFORM 260-LOAD-CUSTOMER-NAMES
                   PERFORM 400-MATCH-CHECKS
                   PERFORM 500-REWRITE-CASH-BATCH
                   MOVE "Y" TO WS-DEPOSIT-BUILT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 600-UPDATE-SUSPENSE
           IF WS-DEPOSIT-BUILT = "Y"
               PERFORM 700-RETIRE-DEPOSIT
           END-IF
           PERFORM 800-WORKLIST
           PERFORM 900-WRAP-UP
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           IF TEST-RUN
               MOVE "ARCASHT.TXT" TO WS-ARCASH-OUT-NAME
               MOVE "UNIDCSHT.TXT" TO WS-UNIDCASH-OUT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "LOCKBOX - TEST RUN - CASH BATCH AND SUSPENSE "
                   "TO TEST COPIES"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-DATE-PARTS
           COMPUTE WS-TODAY-PSEUDO-DAYS =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           MOVE "ARCASH" TO FC-EXPECTED-ID
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE.

      *THE WHOLE DEPOSIT IS READ AND PROVED BEFORE ANY CHECK IS
      *MATCHED. NO FILE, OR AN EMPTY ONE, IS A DAY WITH NO LOCKBOX
      *DEPOSIT - NOT AN ERROR.
       200-LOAD-DEPOSIT.
           OPEN INPUT DEPOSIT-FILE
           IF LB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ DEPOSIT-FILE INTO LB-DEPOSIT-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE "Y" TO WS-HAVE-DEPOSIT
                           PERFORM 210-DEPOSIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
               MOVE "NO " TO EOD
           END-IF
           IF WS-HAVE-DEPOSIT = "N"
               DISPLAY "LOCKBOX - NO DEPOSIT FILE TODAY"
               MOVE "NO LOCKBOX DEPOSIT TODAY" TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 2
           ELSE
               PERFORM 220-PROVE-DEPOSIT
           END-IF.

       210-DEPOSIT-RECORD.
           EVALUATE TRUE
               WHEN WS-DEPOSIT-ERROR NOT = SPACES
                   CONTINUE
               WHEN LB-HEADER
                   IF LB-DEPOSIT-DATE-X NOT NUMERIC
                       MOVE "DEPOSIT HEADER DATE UNREADABLE"
                           TO WS-DEPOSIT-ERROR
                   ELSE
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                       MOVE LB-LOCKBOX TO WS-LOCKBOX
                   END-IF
               WHEN WS-HEADER-SEEN = "N"
                   MOVE "DEPOSIT HAS NO HEADER RECORD"
                       TO WS-DEPOSIT-ERROR
               WHEN WS-TRAILER-SEEN = "Y"
                   MOVE "RECORDS AFTER THE DEPOSIT TRAILER"
                       TO WS-DEPOSIT-ERROR
               WHEN LB-CHECK
                   PERFORM 212-LOAD-CHECK
               WHEN LB-MORE-INVOICES
                   PERFORM 214-LOAD-MORE-INVOICES
               WHEN LB-TRAILER
                   IF LB-TRL-COUNT-X NOT NUMERIC
                           OR LB-TRL-TOTAL-X NOT NUMERIC
                       MOVE "DEPOSIT TRAILER UNREADABLE"
                           TO WS-DEPOSIT-ERROR
                   ELSE
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE LB-TRL-COUNT TO WS-TRL-COUNT
                       MOVE LB-TRL-TOTAL TO WS-TRL-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON THE DEPOSIT"
                       TO WS-DEPOSIT-ERROR
           END-EVALUATE.

      *THE CHECK COUNTS TOWARD THE TRAILER WHETHER OR NOT THE TABLE
      *HAS ROOM FOR IT - A FULL TABLE REFUSES THE RUN, IT DOESN'T
      *QUIETLY DROP CHECKS.
       212-LOAD-CHECK.
           IF LB-AMOUNT-X NOT NUMERIC
               MOVE "CHECK AMOUNT UNREADABLE" TO WS-DEPOSIT-ERROR
           ELSE
               ADD LB-AMOUNT TO WS-DEPOSIT-TOTAL
               IF CK-CHECK-COUNT < CK-MAX-CHECKS
                   ADD 1 TO CK-CHECK-COUNT
                   MOVE CK-CHECK-COUNT TO CK-SUB
                   MOVE LB-CHECK-NUM TO CK-CHECK-NUM(CK-SUB)
                   MOVE LB-AMOUNT TO CK-AMOUNT(CK-SUB)
                   MOVE LB-REMITTER TO CK-REMITTER(CK-SUB)
                   MOVE LB-STUB-CUS TO CK-STUB-CUS(CK-SUB)
                   MOVE 0 TO CK-REF-COUNT(CK-SUB)
                   MOVE SPACE TO CK-RESULT(CK-SUB)
                   MOVE 0 TO CK-CUS-NUM(CK-SUB)
                   MOVE SPACE TO CK-REASON(CK-SUB)
                   PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                           UNTIL WS-REF-SUB > 5
                       IF LB-INVOICE-REF(WS-REF-SUB) NUMERIC
                           ADD 1 TO CK-REF-COUNT(CK-SUB)
                           MOVE LB-INVOICE-REF(WS-REF-SUB) TO
                               CK-REF(CK-SUB, CK-REF-COUNT(CK-SUB))
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO CK-OVERFLOW-COUNT
               END-IF
           END-IF.

       214-LOAD-MORE-INVOICES.
           IF CK-CHECK-COUNT = 0 OR CK-OVERFLOW-COUNT > 0
               CONTINUE
           ELSE
           IF LB-CHECK-NUM NOT = CK-CHECK-NUM(CK-CHECK-COUNT)
               MOVE "INVOICE LIST NOT UNDER ITS CHECK"
                   TO WS-DEPOSIT-ERROR
           ELSE
               MOVE CK-CHECK-COUNT TO CK-SUB
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                       UNTIL WS-REF-SUB > 10
                   IF LB-MORE-REF(WS-REF-SUB) NUMERIC
                           AND CK-REF-COUNT(CK-SUB) < 15
                       ADD 1 TO CK-REF-COUNT(CK-SUB)
                       MOVE LB-MORE-REF(WS-REF-SUB) TO
                           CK-REF(CK-SUB, CK-REF-COUNT(CK-SUB))
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       220-PROVE-DEPOSIT.
           IF WS-DEPOSIT-ERROR = SPACES
               IF WS-TRAILER-SEEN = "N"
                   MOVE "DEPOSIT HAS NO TRAILER RECORD"
                       TO WS-DEPOSIT-ERROR
               ELSE
               IF WS-TRL-COUNT NOT = CK-CHECK-COUNT + CK-OVERFLOW-COUNT
                       OR WS-TRL-TOTAL NOT = WS-DEPOSIT-TOTAL
                   MOVE "DEPOSIT DOES NOT PROVE TO THE BANK TRAILER"
                       TO WS-DEPOSIT-ERROR
               END-IF
               END-IF
           END-IF
           MOVE WS-DEPOSIT-DATE TO DH-DATE
           MOVE WS-LOCKBOX TO DH-LOCKBOX
           COMPUTE DH-CHECKS = CK-CHECK-COUNT + CK-OVERFLOW-COUNT
           MOVE WS-DEPOSIT-TOTAL TO DH-TOTAL
           WRITE PRINT-RECORD FROM DH-DEPOSIT-LINE AFTER 2.

       250-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF AO-PAID < AO-AMOUNT
                               PERFORM 255-LOAD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
               MOVE "NO " TO EOD
           END-IF.

       255-LOAD-ONE-ITEM.
           IF OT-ITEM-COUNT < OT-MAX-ITEMS
               ADD 1 TO OT-ITEM-COUNT
               MOVE AO-INVOICE-NUM TO OT-INVOICE-NUM(OT-ITEM-COUNT)
               MOVE AO-CUS-NUM TO OT-CUS-NUM(OT-ITEM-COUNT)
               COMPUTE OT-REMAINING(OT-ITEM-COUNT) =
                   AO-AMOUNT - AO-PAID
           ELSE
               ADD 1 TO OT-OVERFLOW-COUNT
           END-IF.

      *NO CUSTOMER MASTER MEANS NO STUB OR NAME MATCH - CHECKS THAT
      *DON'T NAME AN INVOICE GO TO SUSPENSE.
       260-LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
               PERFORM UNTIL CU-FILE-STATUS NOT = "00"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 265-LOAD-ONE-NAME
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "LOCKBOX - CUSTMSTR.DAT NOT AVAILABLE - "
                   "NO CUSTOMER MATCHING"
           END-IF.

       265-LOAD-ONE-NAME.
           IF NM-NAME-COUNT < NM-MAX-NAMES
               ADD 1 TO NM-NAME-COUNT
               MOVE CU-NUM TO NM-CUS-NUM(NM-NAME-COUNT)
               MOVE CU-NAME TO NM-NAME(NM-NAME-COUNT)
           ELSE
               ADD 1 TO NM-OVERFLOW-COUNT
           END-IF.

      *THE CASH BATCH COMES ACROSS TO THE WORK FILE THROUGH THE SAME
      *HEADER/TRAILER CHECKS ARPOST MAKES, AND EACH HAND-KEYED LINE
      *COMES OFF ITS INVOICE'S REMAINING BALANCE SO A CHECK ISN'T
      *MATCHED TO AN ITEM THE DESK ALREADY PAID OFF. NO BATCH
      *TONIGHT IS NOT AN ERROR - THE DEPOSIT STARTS ONE.
       300-COPY-CASH-BATCH.
           OPEN INPUT CASH-FILE
           IF CA-FILE-STATUS = "00"
               OPEN OUTPUT CASH-WORK-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CASH-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                           IF FC-HEADER-REC
                               WRITE CW-RECORD FROM CA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-FILE
                     CASH-WORK-FILE
               MOVE "NO " TO EOD
           ELSE
               MOVE "Y" TO WS-CASH-NEW
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THIS STEP BUILT ON AN EARLIER RUN TONIGHT IS LEFT OUT
      *- IT COMES BACK FROM THE DEPOSIT ITSELF.
       310-COPY-CASH-DETAIL.
           MOVE CA-RECORD TO CL-CASH-LINE
           IF CL-FROM-LOCKBOX
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               WRITE CW-RECORD FROM CA-RECORD
               ADD 1 TO WS-KEYED-COUNT
               IF CL-INVOICE-X NUMERIC AND CL-AMOUNT-X NUMERIC
                   PERFORM 320-SPEND-KEYED-CASH
                   IF CL-CLEARS-SUSPENSE
                       PERFORM 330-NOTE-SUSPENSE-CLEAR
                   END-IF
               END-IF
           END-IF.

       320-SPEND-KEYED-CASH.
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-ITEM-COUNT
               IF OT-INVOICE-NUM(OT-SUB) = CL-INVOICE-NUM
                   IF CL-AMOUNT < OT-REMAINING(OT-SUB)
                       SUBTRACT CL-AMOUNT FROM OT-REMAINING(OT-SUB)
                   ELSE
                       MOVE 0 TO OT-REMAINING(OT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       330-NOTE-SUSPENSE-CLEAR.
           MOVE 0 TO RS-SLOT
           PERFORM VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > RS-CLEAR-COUNT
               IF RS-CHECK-NUM(RS-SUB) = CL-CHECK-NUM
                   MOVE RS-SUB TO RS-SLOT
               END-IF
           END-PERFORM
           IF RS-SLOT = 0 AND RS-CLEAR-COUNT < RS-MAX-CLEARS
               ADD 1 TO RS-CLEAR-COUNT
               MOVE RS-CLEAR-COUNT TO RS-SLOT
               MOVE CL-CHECK-NUM TO RS-CHECK-NUM(RS-SLOT)
               MOVE 0 TO RS-AMOUNT(RS-SLOT)
           END-IF
           IF RS-SLOT > 0
               ADD CL-AMOUNT TO RS-AMOUNT(RS-SLOT)
           END-IF.

       400-MATCH-CHECKS.
           IF WS-CASH-NEW = "Y"
               OPEN OUTPUT CASH-WORK-FILE
           ELSE
               OPEN EXTEND CASH-WORK-FILE
           END-IF
           WRITE PRINT-RECORD FROM CH-CHECK-HEADING AFTER 2
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-CHECK-COUNT
               PERFORM 405-MATCH-ONE-CHECK
           END-PERFORM
           CLOSE CASH-WORK-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.

       405-MATCH-ONE-CHECK.
           MOVE CK-CHECK-NUM(CK-SUB) TO DL-CHECK-NUM
           MOVE CK-AMOUNT(CK-SUB) TO DL-AMOUNT
           MOVE CK-REMITTER(CK-SUB) TO DL-REMITTER
           MOVE SPACES TO DL-CUS-NUM
           PERFORM 410-FIND-BY-INVOICE
           IF WM-MATCH-COUNT > 0
               MOVE "I" TO CK-RESULT(CK-SUB)
               MOVE OT-CUS-NUM(WM-SLOT(1)) TO CK-CUS-NUM(CK-SUB)
               MOVE "BY INVOICE" TO DL-RESULT
           ELSE
               PERFORM 420-FIND-CUSTOMER
               IF CK-CUS-NUM(CK-SUB) = 0
                   MOVE "S" TO CK-RESULT(CK-SUB)
                   MOVE "C" TO CK-REASON(CK-SUB)
                   MOVE "** SUSPENSE - CUSTOMER UNKNOWN" TO DL-RESULT
               ELSE
                   PERFORM 430-FIND-BY-AMOUNT
                   IF WM-MATCH-COUNT > 0
                       MOVE "A" TO CK-RESULT(CK-SUB)
                       MOVE "BY CUSTOMER AND AMOUNT" TO DL-RESULT
                   ELSE
                       MOVE "S" TO CK-RESULT(CK-SUB)
                       MOVE "A" TO CK-REASON(CK-SUB)
                       MOVE "** SUSPENSE - NO AMOUNT MATCH"
                           TO DL-RESULT
                   END-IF
               END-IF
           END-IF
           IF CK-CUS-NUM(CK-SUB) > 0
               MOVE CK-CUS-NUM(CK-SUB) TO DL-CUS-NUM
           END-IF
           WRITE PRINT-RECORD FROM DL-CHECK-LINE AFTER 1
           EVALUATE CK-RESULT(CK-SUB)
               WHEN "I"
                   ADD 1 TO WS-INVOICE-COUNT
                   ADD CK-AMOUNT(CK-SUB) TO WS-INVOICE-TOTAL
                   PERFORM 440-APPLY-CHECK
               WHEN "A"
                   ADD 1 TO WS-AMOUNT-COUNT
                   ADD CK-AMOUNT(CK-SUB) TO WS-AMOUNT-TOTAL
                   PERFORM 440-APPLY-CHECK
               WHEN OTHER
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD CK-AMOUNT(CK-SUB) TO WS-SUSPENSE-TOTAL
           END-EVALUATE.

      *EVERY REFERENCED INVOICE STILL OPEN, ONCE EACH, IN THE ORDER
      *THE CUSTOMER LISTED THEM.
       410-FIND-BY-INVOICE.
           MOVE 0 TO WM-MATCH-COUNT
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > CK-REF-COUNT(CK-SUB)
               MOVE 0 TO OT-SLOT
               PERFORM VARYING OT-SUB FROM 1 BY 1
                       UNTIL OT-SUB > OT-ITEM-COUNT
                   IF OT-INVOICE-NUM(OT-SUB) = CK-REF(CK-SUB,
                           WS-REF-SUB)
                           AND OT-REMAINING(OT-SUB) > 0
                       MOVE OT-SUB TO OT-SLOT
                   END-IF
               END-PERFORM
               PERFORM VARYING WM-SUB FROM 1 BY 1
                       UNTIL WM-SUB > WM-MATCH-COUNT
                   IF WM-SLOT(WM-SUB) = OT-SLOT
                       MOVE 0 TO OT-SLOT
                   END-IF
               END-PERFORM
               IF OT-SLOT > 0
                   ADD 1 TO WM-MATCH-COUNT
                   MOVE OT-SLOT TO WM-SLOT(WM-MATCH-COUNT)
               END-IF
           END-PERFORM.

      *THE ACCOUNT NUMBER ON THE STUB IF IT IS ON FILE, OTHERWISE THE
      *REMITTER'S NAME WHEN EXACTLY ONE ACCOUNT CARRIES IT.
       420-FIND-CUSTOMER.
           MOVE 0 TO CK-CUS-NUM(CK-SUB)
           IF WS-CUSTOMER-OPEN = "Y"
               IF CK-STUB-CUS(CK-SUB) NUMERIC
                       AND CK-STUB-CUS-N(CK-SUB) > 0
                   MOVE CK-STUB-CUS-N(CK-SUB) TO CU-NUM
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-NUM TO CK-CUS-NUM(CK-SUB)
                   END-READ
               END-IF
               IF CK-CUS-NUM(CK-SUB) = 0
                       AND CK-REMITTER(CK-SUB) NOT = SPACES
                   MOVE 0 TO WS-NAME-HITS
                   PERFORM VARYING NM-SUB FROM 1 BY 1
                           UNTIL NM-SUB > NM-NAME-COUNT
                       IF NM-NAME(NM-SUB) = CK-REMITTER(CK-SUB)
                           ADD 1 TO WS-NAME-HITS
                           MOVE NM-CUS-NUM(NM-SUB) TO
                               CK-CUS-NUM(CK-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-NAME-HITS > 1
                       MOVE 0 TO CK-CUS-NUM(CK-SUB)
                   END-IF
               END-IF
           END-IF.

      *ONE OPEN ITEM FOR EXACTLY THE CHECK, OR ELSE THE CHECK PAYS
      *THE WHOLE OPEN BALANCE TO THE PENNY. TWO ITEMS FOR THE SAME
      *AMOUNT IS A GUESS, AND GUESSES GO TO SUSPENSE.
       430-FIND-BY-AMOUNT.
           MOVE 0 TO WM-MATCH-COUNT
           MOVE 0 TO WS-AMOUNT-HITS
           MOVE 0 TO WS-CUS-TOTAL
           PERFORM VARYING OT-SUB FROM 1 BY 1
                   UNTIL OT-SUB > OT-ITEM-COUNT
               IF OT-CUS-NUM(OT-SUB) = CK-CUS-NUM(CK-SUB)
                       AND OT-REMAINING(OT-SUB) > 0
                   ADD OT-REMAINING(OT-SUB) TO WS-CUS-TOTAL
                   IF OT-REMAINING(OT-SUB) = CK-AMOUNT(CK-SUB)
                       ADD 1 TO WS-AMOUNT-HITS
                       MOVE OT-SUB TO OT-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AMOUNT-HITS = 1
               MOVE 1 TO WM-MATCH-COUNT
               MOVE OT-SLOT TO WM-SLOT(1)
           ELSE
           IF WS-CUS-TOTAL = CK-AMOUNT(CK-SUB) AND WS-CUS-TOTAL > 0
               PERFORM VARYING OT-SUB FROM 1 BY 1
                       UNTIL OT-SUB > OT-ITEM-COUNT
                           OR WM-MATCH-COUNT = 15
                   IF OT-CUS-NUM(OT-SUB) = CK-CUS-NUM(CK-SUB)
                           AND OT-REMAINING(OT-SUB) > 0
                       ADD 1 TO WM-MATCH-COUNT
                       MOVE OT-SUB TO WM-SLOT(WM-MATCH-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      *THE CHECK IS SPREAD OVER ITS MATCHED ITEMS IN ORDER, EACH PAID
      *UP TO ITS BALANCE; WHATEVER IS LEFT RIDES ON THE LAST ONE.
       440-APPLY-CHECK.
           MOVE CK-AMOUNT(CK-SUB) TO WS-LEFT
           PERFORM VARYING WM-SUB FROM 1 BY 1
                   UNTIL WM-SUB > WM-MATCH-COUNT OR WS-LEFT = 0
               MOVE WM-SLOT(WM-SUB) TO OT-SLOT
               IF WM-SUB = WM-MATCH-COUNT
                       OR WS-LEFT < OT-REMAINING(OT-SLOT)
                   MOVE WS-LEFT TO WS-APPLY
               ELSE
                   MOVE OT-REMAINING(OT-SLOT) TO WS-APPLY
               END-IF
               PERFORM 450-WRITE-CASH-LINE
           END-PERFORM.

       450-WRITE-CASH-LINE.
           SUBTRACT WS-APPLY FROM WS-LEFT
           IF WS-APPLY < OT-REMAINING(OT-SLOT)
               SUBTRACT WS-APPLY FROM OT-REMAINING(OT-SLOT)
           ELSE
               MOVE 0 TO OT-REMAINING(OT-SLOT)
           END-IF
           MOVE SPACES TO CL-CASH-LINE
           MOVE OT-INVOICE-NUM(OT-SLOT) TO CL-INVOICE-NUM
           MOVE WS-APPLY TO CL-AMOUNT
           MOVE WS-DEPOSIT-DATE TO CL-DATE
           MOVE "LBX" TO CL-SOURCE
           MOVE CK-CHECK-NUM(CK-SUB) TO CL-CHECK-NUM
           WRITE CW-RECORD FROM CL-CASH-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE OT-INVOICE-NUM(OT-SLOT) TO DA-INVOICE
           MOVE WS-APPLY TO DA-AMOUNT
           WRITE PRINT-RECORD FROM DA-APPLY-LINE AFTER 1.

      *THE BATCH GOES BACK TOGETHER - THE HEADER AND HAND-KEYED LINES
      *THAT CAME IN, TONIGHT'S LOCKBOX LINES BEHIND THEM, THEN A
      *TRAILER COUNTED AND HASHED OVER WHAT WAS ACTUALLY WRITTEN.
       500-REWRITE-CASH-BATCH.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-HASH
           OPEN OUTPUT CASH-OUT-FILE
           IF WS-CASH-NEW = "Y"
               MOVE SPACES TO FC-CONTROL-RECORD
               MOVE "HDR" TO FC-RECORD-TYPE
               MOVE "ARCASH" TO FC-FEED-ID
               MOVE WS-DEPOSIT-DATE TO FC-BUSINESS-DATE
               MOVE ZEROS TO FC-RECORD-COUNT
               MOVE ZEROS TO FC-HASH-VALUE
               WRITE CO-RECORD FROM FC-CONTROL-RECORD
           END-IF
           OPEN INPUT CASH-WORK-FILE
           IF CW-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ CASH-WORK-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE CW-RECORD TO CO-RECORD
                           PERFORM 510-WRITE-CASH-RECORD
                   END-READ
               END-PERFORM
               CLOSE CASH-WORK-FILE
               MOVE "NO " TO EOD
           END-IF
           MOVE SPACES TO FC-CONTROL-RECORD
           MOVE "TRL" TO FC-RECORD-TYPE
           MOVE "ARCASH" TO FC-FEED-ID
           IF WS-CASH-NEW = "Y"
               MOVE WS-DEPOSIT-DATE TO FC-BUSINESS-DATE
           ELSE
               MOVE FC-SAVED-BUSINESS-DATE TO FC-BUSINESS-DATE
           END-IF
           MOVE WS-OUT-COUNT TO FC-RECORD-COUNT
           MOVE WS-OUT-HASH TO FC-HASH-VALUE
           WRITE CO-RECORD FROM FC-CONTROL-RECORD
           CLOSE CASH-OUT-FILE.

      *THE HEADER PASSES STRAIGHT THROUGH; EVERY DETAIL IS COUNTED
      *AND HASHED THE WAY ARPOST'S FEED CHECK WILL RECOUNT IT.
       510-WRITE-CASH-RECORD.
           WRITE CO-RECORD
           IF CO-RECORD(1:3) NOT = "HDR"
               ADD 1 TO WS-OUT-COUNT
               PERFORM VARYING FC-SUB FROM 1 BY 1
                       UNTIL FC-SUB > 80
                   MOVE CO-RECORD(FC-SUB:1) TO FC-DIGIT-X
                   IF FC-DIGIT-X NUMERIC
                       ADD FC-DIGIT-N TO WS-OUT-HASH
                   END-IF
               END-PERFORM
           END-IF.

      *THE SUSPENSE FILE GOES ACROSS TO ITS WORK COPY - LESS ANY
      *ENTRIES AN EARLIER RUN MADE FOR THIS SAME DEPOSIT, WHICH ARE
      *REBUILT - WITH OPEN CHECKS THE DESK HAS NOW KEYED MARKED
      *CLEARED. IT IS THEN WRITTEN BACK WITH TONIGHT'S NEW ENTRIES.
       600-UPDATE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-WORK-FILE
           OPEN INPUT SUSPENSE-FILE
           IF US-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 610-COPY-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               MOVE "NO " TO EOD
           END-IF
           IF WS-DEPOSIT-BUILT = "Y"
               PERFORM VARYING CK-SUB FROM 1 BY 1
                       UNTIL CK-SUB > CK-CHECK-COUNT
                   IF CK-RESULT(CK-SUB) = "S"
                       PERFORM 620-NEW-SUSPENSE-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-WORK-FILE
           OPEN OUTPUT SUSPENSE-OUT-FILE
           OPEN INPUT SUSPENSE-WORK-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ SUSPENSE-WORK-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE UO-RECORD FROM UW-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE SUSPENSE-WORK-FILE
                 SUSPENSE-OUT-FILE.

       610-COPY-SUSPENSE-ENTRY.
           IF WS-DEPOSIT-BUILT = "Y"
                   AND US-DEPOSIT-DATE = WS-DEPOSIT-DATE
                   AND US-LOCKBOX = WS-LOCKBOX
               CONTINUE
           ELSE
               IF US-OPEN
                   PERFORM VARYING RS-SUB FROM 1 BY 1
                           UNTIL RS-SUB > RS-CLEAR-COUNT
                       IF RS-CHECK-NUM(RS-SUB) = US-CHECK-NUM
                               AND RS-AMOUNT(RS-SUB) >= US-AMOUNT
                           MOVE "R" TO US-STATUS
                           MOVE PR-PROC-DATE TO US-RESOLVED-DATE
                           SUBTRACT US-AMOUNT FROM RS-AMOUNT(RS-SUB)
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               WRITE UW-RECORD FROM US-RECORD
           END-IF.

       620-NEW-SUSPENSE-ENTRY.
           MOVE SPACES TO US-RECORD
           MOVE WS-DEPOSIT-DATE TO US-DEPOSIT-DATE
           MOVE WS-LOCKBOX TO US-LOCKBOX
           MOVE CK-CHECK-NUM(CK-SUB) TO US-CHECK-NUM
           MOVE CK-AMOUNT(CK-SUB) TO US-AMOUNT
           MOVE CK-REMITTER(CK-SUB) TO US-REMITTER
           MOVE CK-CUS-NUM(CK-SUB) TO US-CUS-NUM
           MOVE 0 TO US-INVOICE-REF
           IF CK-REF-COUNT(CK-SUB) > 0
               MOVE CK-REF(CK-SUB, 1) TO US-INVOICE-REF
           END-IF
           MOVE "O" TO US-STATUS
           MOVE 0 TO US-RESOLVED-DATE
           MOVE CK-REASON(CK-SUB) TO US-REASON
           WRITE UW-RECORD FROM US-RECORD.

      *A BUILT DEPOSIT IS FILED AWAY AS THE BANK SENT IT AND CLEARED,
      *SO TOMORROW'S FILE CAN'T BE CONFUSED WITH TONIGHT'S. A TEST
      *RUN LEAVES IT FOR THE REAL NIGHT.
       700-RETIRE-DEPOSIT.
           IF NOT TEST-RUN
               OPEN EXTEND DEPOSIT-HISTORY-FILE
               IF LH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DEPOSIT-HISTORY-FILE
               END-IF
               OPEN INPUT DEPOSIT-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ DEPOSIT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           WRITE LH-RECORD FROM LB-RECORD
                   END-READ
               END-PERFORM
               MOVE "NO " TO EOD
               CLOSE DEPOSIT-FILE
                     DEPOSIT-HISTORY-FILE
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
           END-IF.

      *EVERY CHECK STILL WAITING ON SOMEBODY, OLDEST DEPOSITS FIRST
      *AS THEY WERE ADDED, WITH HOW LONG IT HAS WAITED.
       800-WORKLIST.
           WRITE PRINT-RECORD FROM WH-WORKLIST-HEADING AFTER 3
           WRITE PRINT-RECORD FROM WC-WORKLIST-COLUMNS AFTER 2
           OPEN INPUT SUSPENSE-OUT-FILE
           IF UO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ SUSPENSE-OUT-FILE INTO US-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF US-OPEN
                               PERFORM 810-WORKLIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-OUT-FILE
               MOVE "NO " TO EOD
           END-IF
           MOVE WS-OPEN-COUNT TO WT-COUNT
           MOVE WS-OPEN-TOTAL TO WT-AMOUNT
           WRITE PRINT-RECORD FROM WT-WORKLIST-TOTAL AFTER 2.

       810-WORKLIST-LINE.
           ADD 1 TO WS-OPEN-COUNT
           ADD US-AMOUNT TO WS-OPEN-TOTAL
           MOVE US-DEPOSIT-DATE TO WL-DEPOSIT-DATE
           MOVE US-CHECK-NUM TO WL-CHECK-NUM
           MOVE US-AMOUNT TO WL-AMOUNT
           MOVE US-REMITTER TO WL-REMITTER
           MOVE SPACES TO WL-CUS-NUM
           IF US-CUS-NUM > 0
               MOVE US-CUS-NUM TO WL-CUS-NUM
           END-IF
           MOVE SPACES TO WL-INVOICE-REF
           IF US-INVOICE-REF > 0
               MOVE US-INVOICE-REF TO WL-INVOICE-REF
           END-IF
           MOVE US-DEPOSIT-DATE TO WS-DATE-PARTS
           COMPUTE WS-ITEM-PSEUDO-DAYS =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-PSEUDO-DAYS - WS-ITEM-PSEUDO-DAYS
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WL-DAYS
           IF US-REASON = "A"
               MOVE "AMOUNT FITS NO OPEN ITEM" TO WL-REASON
           ELSE
               MOVE "CUSTOMER NOT IDENTIFIED" TO WL-REASON
           END-IF
           WRITE PRINT-RECORD FROM WL-WORKLIST-LINE AFTER 1.

       900-WRAP-UP.
           IF WS-DEPOSIT-BUILT = "Y"
               MOVE "APPLIED BY INVOICE NUMBER" TO TL-LABEL
               MOVE WS-INVOICE-COUNT TO TL-COUNT
               MOVE WS-INVOICE-TOTAL TO TL-AMOUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 3
               MOVE "APPLIED BY CUSTOMER AND AMOUNT" TO TL-LABEL
               MOVE WS-AMOUNT-COUNT TO TL-COUNT
               MOVE WS-AMOUNT-TOTAL TO TL-AMOUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               MOVE "TO UNIDENTIFIED-CASH SUSPENSE" TO TL-LABEL
               MOVE WS-SUSPENSE-COUNT TO TL-COUNT
               MOVE WS-SUSPENSE-TOTAL TO TL-AMOUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               COMPUTE WS-PROOF-TOTAL = WS-INVOICE-TOTAL
                   + WS-AMOUNT-TOTAL + WS-SUSPENSE-TOTAL
               MOVE WS-PROOF-TOTAL TO PL-AMOUNT
               IF WS-PROOF-TOTAL = WS-TRL-TOTAL
                   MOVE "AGREES TO THE BANK TRAILER" TO PL-RESULT
               ELSE
                   MOVE "** DOES NOT AGREE TO THE BANK" TO PL-RESULT
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE PRINT-RECORD FROM PL-PROOF-LINE AFTER 1
               MOVE "CASH LINES BUILT" TO TL-LABEL
               MOVE WS-LINE-COUNT TO TL-COUNT
               MOVE 0 TO TL-AMOUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
               MOVE "HAND-KEYED LINES KEPT" TO TL-LABEL
               MOVE WS-KEYED-COUNT TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               MOVE "EARLIER LOCKBOX LINES REBUILT" TO TL-LABEL
               MOVE WS-DROPPED-COUNT TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           END-IF
           MOVE "SUSPENSE ITEMS CLEARED TONIGHT" TO TL-LABEL
           MOVE WS-CLEARED-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           DISPLAY "LOCKBOX - " WS-LINE-COUNT " CASH LINES BUILT, "
               WS-SUSPENSE-COUNT " CHECKS TO SUSPENSE"
           CLOSE PRINT-FILE.

       COPY TESTMDIO.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==CA-RECORD==
           ==FC-DETAIL-PARA== BY ==310-COPY-CASH-DETAIL==.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="LOCKBOX"==.

       COPY PROCDTIO.
