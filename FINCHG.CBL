      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END FINANCE CHARGES ON PAST-DUE RECEIVABLES.
      *            RUNS EVERY NIGHT BEHIND ARPOST BUT ONLY ACTS ON
      *            THE MEND (OR YEND) RUN TYPE CALRSLV RESOLVES, THE
      *            SAME SELF-GATE ARSTMT USES - AND IT RUNS AHEAD OF
      *            ARSTMT SO THE CHARGE IS ON THE STATEMENT THAT
      *            DUNS FOR IT. EACH CUSTOMER'S PAST-DUE BALANCE OFF
      *            AROPEN.TXT (ITEMS PAST THE CU-TERMS DUE DATE AND
      *            THE RATE TABLE'S GRACE DAYS) IS CHARGED AT THE
      *            MONTHLY RATE FOR THE CUSTOMER'S STATE, SUBJECT TO
      *            A MINIMUM CHARGE AND A SMALL-BALANCE WAIVER.
      *            CUSTOMERS FLAGGED EXEMPT ON CUSTMSTR.DAT ARE NEVER
      *            CHARGED, AND AN EARLIER FINANCE CHARGE IS NEVER
      *            ITSELF CHARGED. EACH CHARGE BECOMES ITS OWN OPEN
      *            ITEM ("F" IN AO-ITEM-TYPE) UNDER A NUMBER FROM THE
      *            INVOICE COUNTER (INVNUM.TXT), SO CASH APPLIES TO
      *            IT AND IT AGES LIKE ANY INVOICE, AND IS ADDED TO
      *            THE CUSTOMER'S BALANCE ON ARBAL.DAT SO THE CREDIT
      *            CHECKS SEE IT BEFORE ARPOST NEXT REBUILDS IT. THE
      *            MONTH'S CHARGES ARE LOGGED TO FINCHIST.TXT, WHICH
      *            KEEPS A RERUN FROM CHARGING A CUSTOMER TWICE, AND
      *            THE INCOME IS JOURNALED AR TO FINANCE-CHARGE INCOME.
      *            THE REGISTER (FINCHG.TXT) LISTS EVERY CHARGE AND
      *            EVERY PAST-DUE CUSTOMER LEFT UNCHARGED, WITH WHY,
      *            FOR COLLECTIONS TO REVIEW.
      *
      *            FINRATE.TXT LAYOUT (ONE ROW PER STATE, "**" IS
      *            THE ANY-STATE FALLBACK; NO ROW MEANS NO CHARGE):
      *              COLS  1-2   STATE
      *              COLS  3-7   MONTHLY RATE, PERCENT (99V999)
      *              COLS  8-12  MINIMUM CHARGE (999V99)
      *              COLS 13-17  WAIVER - A PAST-DUE BALANCE UNDER
      *                          THIS IS NOT CHARGED (999V99)
      *              COLS 18-20  GRACE DAYS PAST THE DUE DATE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
           ASSIGN USING WS-AROPEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AO-FILE-STATUS.

      *EACH CUSTOMER'S OPEN BALANCE, KEYED BY CUSTOMER - ARPOST.CBL
      *REBUILT IT EARLIER TONIGHT; THE CHARGES ARE ADDED TO IT HERE.
           SELECT AR-BALANCE-FILE
               ASSIGN USING WS-ARBAL-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUS-NUM
               FILE STATUS IS AB-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *RATES BY STATE, LOADED THE WAY INVOICE LOADS FREIGHT.TXT.
           SELECT RATE-FILE
           ASSIGN TO "FINRATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FR-FILE-STATUS.

      *THE SAME DURABLE COUNTER INVOICE.CBL ISSUES FROM - A FINANCE
      *CHARGE NEEDS A NUMBER NO INVOICE WILL EVER REUSE, BECAUSE
      *ARPOST APPLIES CASH BY NUMBER.
           SELECT INVOICE-NUMBER-FILE
           ASSIGN USING WS-INVNUM-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IN-FILE-STATUS.

      *ONE RECORD PER CHARGE ASSESSED, KEPT ACROSS RUNS.
           SELECT HISTORY-FILE
           ASSIGN USING WS-FINCHIST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FH-FILE-STATUS.

      *ACCOUNT CODES FOR THE JOURNAL LINES - KEYS AR AND FINCHG ON
      *THE SHARED GLACCTS.TXT CHART.
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
           ASSIGN TO "FINCHG.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL CHARGES THE TEST
      *AR FILE UNDER THE TEST COUNTER (SEE TESTMODE.CPY).
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

      *THE OFFICIAL PROCESSING DATE - THE CHARGE IS DATED, AGED AND
      *JOURNALED UNDER IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

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

       FD  AR-BALANCE-FILE.
       01  AB-RECORD.
           05  AB-CUS-NUM              PIC 9(5).
           05  AB-BALANCE              PIC S9(9)V99.
           05  AB-ITEM-COUNT           PIC 9(5).
           05  AB-UPDATED              PIC 9(8).
           05                          PIC X(11).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05  CU-CREDIT-LIMIT         PIC 9(7).
           05  CU-PRIORITY             PIC 9.
           05  CU-SAL-NUM              PIC XXX.
           05  CU-FIN-EXEMPT           PIC X.
           05  CU-AR-STATUS            PIC X.
           05                          PIC X(5).

       FD  RATE-FILE.
       01  FR-RECORD.
           05  FR-IN-STATE             PIC XX.
           05  FR-IN-RATE              PIC 99V999.
           05  FR-IN-RATE-X REDEFINES FR-IN-RATE
                                       PIC X(5).
           05  FR-IN-MINIMUM           PIC 999V99.
           05  FR-IN-MINIMUM-X REDEFINES FR-IN-MINIMUM
                                       PIC X(5).
           05  FR-IN-WAIVER            PIC 999V99.
           05  FR-IN-WAIVER-X REDEFINES FR-IN-WAIVER
                                       PIC X(5).
           05  FR-IN-GRACE             PIC 999.
           05  FR-IN-GRACE-X REDEFINES FR-IN-GRACE
                                       PIC XXX.
           05                          PIC X(60).

       FD  INVOICE-NUMBER-FILE.
       01  IN-RECORD                   PIC 9(6).

       FD  HISTORY-FILE.
       01  FH-RECORD.
           05  FH-MONTH                PIC 9(6).
           05  FH-CUS-NUM              PIC 9(5).
           05  FH-INVOICE-NUM          PIC 9(6).
           05  FH-PAST-DUE             PIC 9(7)V99.
           05  FH-CHARGE               PIC 9(5)V99.
           05  FH-DATE                 PIC 9(8).
           05                          PIC X(9).

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

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY TESTMODE.

       COPY RUNLOG.

       01  WS-FILE-NAMES.
           05  WS-AROPEN-NAME          PIC X(12) VALUE
               "AROPEN.TXT".
           05  WS-INVNUM-NAME          PIC X(12) VALUE
               "INVNUM.TXT".
           05  WS-FINCHIST-NAME        PIC X(12) VALUE
               "FINCHIST.TXT".
           05  WS-GLJRNL-NAME          PIC X(12) VALUE
               "GLJRNL.TXT".
           05  WS-ARBAL-NAME           PIC X(12) VALUE
               "ARBAL.DAT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  RT-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  AB-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  FR-FILE-STATUS          PIC XX.
           05  IN-FILE-STATUS          PIC XX.
           05  FH-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GJ-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  WS-PROC-DATE-PARTS.
           05  WS-PR-YYYY              PIC 9(4).
           05  WS-PR-MM                PIC 99.
           05  WS-PR-DD                PIC 99.

       01  WS-PROC-MONTH               PIC 9(6) VALUE 0.
       01  WS-NEXT-INVOICE             PIC 9(6) VALUE 1.

      *THE WHOLE OPEN-ITEM FILE, HELD IN STORAGE THE WAY ARPOST
      *HOLDS IT. A FILE TOO BIG FOR THE TABLE CHARGES NOBODY - A
      *CHARGE FIGURED ON HALF A CUSTOMER'S ITEMS IS WORSE THAN NONE.
       01  AT-MAX-ITEMS                PIC 9(3) VALUE 500.
       01  AT-ITEM-COUNT               PIC 9(3) VALUE 0.

       01  AT-ITEM-TABLE.
           05  AT-ENTRY OCCURS 500 TIMES.
               10  AT-DATE             PIC 9(8).
               10  AT-CUS-NUM          PIC 9(5).
               10  AT-REMAINING        PIC S9(8)V99.
               10  AT-ITEM-TYPE        PIC X.

       01  WS-SUB                      PIC 9(3).
       01  WS-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

      *EVERY CUSTOMER WITH AN OPEN BALANCE, EACH LOOKED AT ONCE.
       01  CT-MAX-CUSTOMERS            PIC 9(3) VALUE 200.
       01  CT-CUST-COUNT               PIC 9(3) VALUE 0.

       01  CT-CUST-TABLE.
           05  CT-ENTRY OCCURS 200 TIMES.
               10  CT-CUS-NUM          PIC 9(5).

       01  WS-CT-SUB                   PIC 9(3).
       01  WS-CT-SLOT                  PIC 9(3).

      *THE RATE TABLE - THE CUSTOMER'S STATE FIRST, THEN "**".
       01  FR-MAX-RATES                PIC 99 VALUE 60.
       01  FR-RATE-COUNT               PIC 99 VALUE 0.

       01  FR-RATE-TABLE.
           05  FR-ENTRY OCCURS 60 TIMES.
               10  FR-STATE            PIC XX.
               10  FR-RATE             PIC 99V999.
               10  FR-MINIMUM          PIC 999V99.
               10  FR-WAIVER           PIC 999V99.
               10  FR-GRACE            PIC 999.

       01  FR-SUB                      PIC 99.
       01  WS-RATE-SLOT                PIC 99.

      *CUSTOMERS ALREADY CHARGED FOR THIS MONTH, OFF THE HISTORY.
       01  HT-MAX-CHARGED              PIC 9(3) VALUE 200.
       01  HT-CHARGED-COUNT            PIC 9(3) VALUE 0.

       01  HT-CHARGED-TABLE.
           05  HT-CUS-NUM              PIC 9(5) OCCURS 200 TIMES.

       01  HT-SUB                      PIC 9(3).
       01  WS-ALREADY-CHARGED          PIC X.

      *TONIGHT'S CHARGES, STAGED UNTIL EVERY CUSTOMER HAS BEEN SEEN.
       01  FC-CHARGE-COUNT             PIC 9(3) VALUE 0.

       01  FC-CHARGE-TABLE.
           05  FC-ENTRY OCCURS 200 TIMES.
               10  FC-CUS-NUM          PIC 9(5).
               10  FC-INVOICE-NUM      PIC 9(6).
               10  FC-PAST-DUE         PIC 9(7)V99.
               10  FC-CHARGE           PIC 9(5)V99.

       01  FC-SUB                      PIC 9(3).

      *ROUGH 30/360 AGING, SAME AS THE REST OF THE SHOP.
       01  WS-TODAY-PSEUDO-DAYS        PIC 9(7).
       01  WS-ITEM-PSEUDO-DAYS         PIC 9(7).
       01  WS-PAST-DUE-DAYS            PIC S9(5).

       01  WS-ITEM-DATE-PARTS.
           05  WS-IT-YYYY              PIC 9(4).
           05  WS-IT-MM                PIC 99.
           05  WS-IT-DD                PIC 99.

       01  WS-TERMS-DIGITS             PIC X(3).
       01  WS-TERMS-DIGITS-N REDEFINES WS-TERMS-DIGITS
                                       PIC 9(3).

       01  WS-CUSTOMER-WORK.
           05  WS-CUS-NAME             PIC X(25).
           05  WS-CUS-STATE            PIC XX.
           05  WS-CUS-EXEMPT           PIC X.
           05  WS-TERMS-DAYS           PIC 9(3).
           05  WS-GRACE-DAYS           PIC 9(3).
           05  WS-PAST-DUE             PIC S9(8)V99.
           05  WS-OLDEST-PAST-DUE      PIC S9(5).
           05  WS-CHARGE               PIC 9(5)V99.

      *THE CHART FOR THE JOURNAL LINES - OVERRIDDEN BY GLACCTS.TXT
      *WHEN PRESENT. AR IS THE SAME DEFAULT THE TRANSACTION RUN
      *CARRIES.
       01  GL-ACCOUNT-CODES.
           05  GL-ACCT-AR              PIC 9(5) VALUE 11200.
           05  GL-ACCT-FINCHG          PIC 9(5) VALUE 42500.

       01  GL-WORK.
           05  GL-AMOUNT               PIC 9(9)V99 VALUE 0.
           05  GL-ACCOUNT-HOLD         PIC 9(5).
           05  GL-SIDE                 PIC X.
           05  GL-DESC-HOLD            PIC X(20).

       01  WS-COUNTS.
           05  WS-PAST-DUE-COUNT       PIC 9(5) VALUE 0.
           05  WS-CHARGED-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXEMPT-COUNT         PIC 9(5) VALUE 0.
           05  WS-WAIVED-COUNT         PIC 9(5) VALUE 0.
           05  WS-NO-RATE-COUNT        PIC 9(5) VALUE 0.
           05  WS-REPEAT-COUNT         PIC 9(5) VALUE 0.
           05  WS-TOTAL-CHARGED        PIC 9(9)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(24) VALUE
               "FINANCE CHARGE REGISTER".
           05                          PIC X(6)  VALUE "MONTH ".
           05  HL-MONTH                PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "FINCHG".

       01  CH-COLUMN-HEADING.
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(27) VALUE "NAME".
           05                          PIC X(4)  VALUE "ST".
           05                          PIC X(7)  VALUE "OLDEST".
           05                          PIC X(15) VALUE
               "       PAST DUE".
           05                          PIC X(9)  VALUE "    RATE".
           05                          PIC X(12) VALUE
               "      CHARGE".
           05                          PIC X(10) VALUE "  INVOICE".
           05                          PIC X(26) VALUE "  ACTION".

       01  DL-CHARGE-LINE.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CUS-NAME             PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATE                PIC XX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-OLDEST               PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PAST-DUE             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RATE                 PIC Z9.999.
           05                          PIC X     VALUE "%".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CHARGE               PIC $$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-INVOICE              PIC ZZZZZZ.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-ACTION               PIC X(26).

       01  TL-TOTAL-LINE.
           05                          PIC X(10) VALUE "PAST DUE: ".
           05  TL-PAST-DUE             PIC ZZZZ9.
           05                          PIC X(10) VALUE "  CHARGED:".
           05  TL-CHARGED              PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  EXEMPT:".
           05  TL-EXEMPT               PIC ZZZZ9.
           05                          PIC X(9)  VALUE "  WAIVED:".
           05  TL-WAIVED               PIC ZZZZ9.
           05                          PIC X(10) VALUE "  NO RATE:".
           05  TL-NO-RATE              PIC ZZZZ9.
           05                          PIC X(18) VALUE
               "  ALREADY CHARGED:".
           05  TL-REPEAT               PIC ZZZZ9.

       01  GL-SUMMARY-LINE.
           05                          PIC X(30) VALUE
               "FINANCE CHARGES JOURNALED:    ".
           05  GLS-CHARGED             PIC $$$$,$$$,$$9.99.

       01  RF-REFUSED-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  RF-TEXT                 PIC X(60).
           05                          PIC X(20) VALUE
               " - NOTHING CHARGED".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 979-CHECK-TEST-MODE
               IF TEST-RUN
                   MOVE "AROPENT.TXT" TO WS-AROPEN-NAME
                   MOVE "INVNUMT.TXT" TO WS-INVNUM-NAME
                   MOVE "FINCHSTT.TXT" TO WS-FINCHIST-NAME
                   MOVE "GLJRNLT.TXT" TO WS-GLJRNL-NAME
                   MOVE "ARBALT.DAT" TO WS-ARBAL-NAME
                   DISPLAY "FINCHG - TEST RUN - AR FILES REDIRECTED"
               END-IF
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-CHART
               PERFORM 160-LOAD-RATES
               PERFORM 170-LOAD-HISTORY
               PERFORM 120-LOAD-OPEN-ITEMS
               PERFORM 200-CHARGE-CUSTOMERS
               PERFORM 900-WRAP-UP
           ELSE
               DISPLAY "FINCHG - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - NO FINANCE CHARGES"
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
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           COMPUTE WS-TODAY-PSEUDO-DAYS =
               WS-PR-YYYY * 360 + WS-PR-MM * 30 + WS-PR-DD
           COMPUTE WS-PROC-MONTH = PR-PROC-DATE / 100
           MOVE WS-PROC-MONTH TO HL-MONTH
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT CUSTOMER-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
           END-IF
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       120-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 125-LOAD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE "NO " TO EOD.

      *ONLY WHAT IS STILL OWED COUNTS, AND EACH CUSTOMER WITH
      *SOMETHING OWED GETS ONE SLOT.
       125-LOAD-ONE-ITEM.
           IF AO-PAID < AO-AMOUNT
               IF AT-ITEM-COUNT < AT-MAX-ITEMS
                   ADD 1 TO AT-ITEM-COUNT
                   MOVE AO-DATE TO AT-DATE(AT-ITEM-COUNT)
                   MOVE AO-CUS-NUM TO AT-CUS-NUM(AT-ITEM-COUNT)
                   COMPUTE AT-REMAINING(AT-ITEM-COUNT) =
                       AO-AMOUNT - AO-PAID
                   MOVE AO-ITEM-TYPE TO AT-ITEM-TYPE(AT-ITEM-COUNT)
                   PERFORM 130-FIND-CUSTOMER-SLOT
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       130-FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > CT-CUST-COUNT
               IF CT-CUS-NUM(WS-CT-SUB) = AO-CUS-NUM
                   MOVE WS-CT-SUB TO WS-CT-SLOT
               END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0
               IF CT-CUST-COUNT < CT-MAX-CUSTOMERS
                   ADD 1 TO CT-CUST-COUNT
                   MOVE AO-CUS-NUM TO CT-CUS-NUM(CT-CUST-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
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
                               WHEN "FINCHG"
                                   MOVE GA-ACCOUNT TO GL-ACCT-FINCHG
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *NO FILE LEAVES THE TABLE EMPTY AND NOBODY CHARGED, THE SAME
      *AS BEFORE THE TABLE EXISTED. A ROW WITH A GARBLED RATE IS
      *SKIPPED RATHER THAN CHARGING AT ZERO OR AT JUNK.
       160-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF FR-FILE-STATUS = "00"
               PERFORM UNTIL FR-FILE-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 165-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "FINCHG - NO FINRATE.TXT - NO RATES, "
                   "NOBODY WILL BE CHARGED"
           END-IF.

       165-LOAD-ONE-RATE.
           IF FR-IN-RATE-X NUMERIC
                   AND FR-RATE-COUNT < FR-MAX-RATES
               ADD 1 TO FR-RATE-COUNT
               MOVE FR-IN-STATE TO FR-STATE(FR-RATE-COUNT)
               MOVE FR-IN-RATE TO FR-RATE(FR-RATE-COUNT)
               MOVE 0 TO FR-MINIMUM(FR-RATE-COUNT)
               IF FR-IN-MINIMUM-X NUMERIC
                   MOVE FR-IN-MINIMUM TO FR-MINIMUM(FR-RATE-COUNT)
               END-IF
               MOVE 0 TO FR-WAIVER(FR-RATE-COUNT)
               IF FR-IN-WAIVER-X NUMERIC
                   MOVE FR-IN-WAIVER TO FR-WAIVER(FR-RATE-COUNT)
               END-IF
               MOVE 0 TO FR-GRACE(FR-RATE-COUNT)
               IF FR-IN-GRACE-X NUMERIC
                   MOVE FR-IN-GRACE TO FR-GRACE(FR-RATE-COUNT)
               END-IF
           END-IF.

      *THIS MONTH'S CHARGES ALREADY MADE - A RERUN OF THE MONTH-END
      *NIGHT FINDS ITS OWN EARLIER CHARGES HERE AND LEAVES THOSE
      *CUSTOMERS ALONE.
       170-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FH-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ HISTORY-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF FH-MONTH = WS-PROC-MONTH
                                   AND HT-CHARGED-COUNT <
                                       HT-MAX-CHARGED
                               ADD 1 TO HT-CHARGED-COUNT
                               MOVE FH-CUS-NUM TO
                                   HT-CUS-NUM(HT-CHARGED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "NO " TO EOD.

      *EXEMPTIONS LIVE ON THE CUSTOMER MASTER AND THE ITEM TABLE HAS
      *TO HOLD EVERY ITEM - WITHOUT EITHER, THE RUN REFUSES RATHER
      *THAN CHARGING SOMEBODY IT SHOULDN'T.
       200-CHARGE-CUSTOMERS.
           IF CU-FILE-STATUS NOT = "00"
               MOVE "CUSTMSTR.DAT NOT AVAILABLE" TO RF-TEXT
               WRITE PRINT-RECORD FROM RF-REFUSED-LINE AFTER 2
               DISPLAY "FINCHG - CUSTMSTR.DAT NOT AVAILABLE - "
                   "NOTHING CHARGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERFLOW-COUNT > 0
                   MOVE "OPEN-ITEM TABLE OVERFLOW" TO RF-TEXT
                   WRITE PRINT-RECORD FROM RF-REFUSED-LINE AFTER 2
                   DISPLAY "FINCHG OPEN-ITEM TABLE OVERFLOW - "
                       WS-OVERFLOW-COUNT " ITEMS NOT LOADED - "
                       "NOTHING CHARGED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 110-GET-NEXT-INVOICE-NUMBER
                   PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                           UNTIL WS-CT-SUB > CT-CUST-COUNT
                       PERFORM 300-ONE-CUSTOMER
                   END-PERFORM
                   IF FC-CHARGE-COUNT > 0
                       PERFORM 700-POST-CHARGES
                   END-IF
               END-IF
           END-IF.

      *THE COUNTER FILE HOLDS THE NEXT NUMBER TO ISSUE, THE SAME AS
      *INVOICE.CBL READS IT.
       110-GET-NEXT-INVOICE-NUMBER.
           OPEN INPUT INVOICE-NUMBER-FILE
           IF IN-FILE-STATUS = "00"
               READ INVOICE-NUMBER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-INVOICE
                   NOT AT END
                       MOVE IN-RECORD TO WS-NEXT-INVOICE
               END-READ
               CLOSE INVOICE-NUMBER-FILE
           END-IF.

       300-ONE-CUSTOMER.
           PERFORM 310-GET-CUSTOMER
           PERFORM 320-FIND-RATE
           PERFORM 330-SUM-PAST-DUE
           IF WS-PAST-DUE > 0
               ADD 1 TO WS-PAST-DUE-COUNT
               PERFORM 340-DECIDE-CHARGE
           END-IF.

      *TERMS "N030" STYLE, ANYTHING UNREADABLE 30 DAYS - THE SAME
      *RESOLUTION ARPOST AGES WITH. A CUSTOMER MISSING FROM THE
      *MASTER IS CHARGED AT THE ANY-STATE RATE.
       310-GET-CUSTOMER.
           MOVE "UNKNOWN CUSTOMER" TO WS-CUS-NAME
           MOVE SPACES TO WS-CUS-STATE
           MOVE "N" TO WS-CUS-EXEMPT
           MOVE 30 TO WS-TERMS-DAYS
           MOVE CT-CUS-NUM(WS-CT-SUB) TO CU-NUM
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUS-NAME
                   MOVE CU-STATE TO WS-CUS-STATE
                   IF CU-FIN-EXEMPT = "E"
                       MOVE "Y" TO WS-CUS-EXEMPT
                   END-IF
      *A WRITTEN-OFF OR AGENCY ACCOUNT IS BAD DEBT - CHARGING IT
      *ONLY PUTS NEW ITEMS ON AN ACCOUNT NOBODY EXPECTS TO COLLECT.
                   IF CU-AR-STATUS = "W" OR CU-AR-STATUS = "C"
                       MOVE "B" TO WS-CUS-EXEMPT
                   END-IF
                   MOVE CU-TERMS(2:3) TO WS-TERMS-DIGITS
                   IF WS-TERMS-DIGITS NUMERIC
                       MOVE WS-TERMS-DIGITS-N TO WS-TERMS-DAYS
                   END-IF
           END-READ.

       320-FIND-RATE.
           MOVE 0 TO WS-RATE-SLOT
           PERFORM VARYING FR-SUB FROM 1 BY 1
                   UNTIL FR-SUB > FR-RATE-COUNT
               IF FR-STATE(FR-SUB) = WS-CUS-STATE
                   MOVE FR-SUB TO WS-RATE-SLOT
               END-IF
           END-PERFORM
           IF WS-RATE-SLOT = 0
               PERFORM VARYING FR-SUB FROM 1 BY 1
                       UNTIL FR-SUB > FR-RATE-COUNT
                   IF FR-STATE(FR-SUB) = "**"
                       MOVE FR-SUB TO WS-RATE-SLOT
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-GRACE-DAYS
           IF WS-RATE-SLOT > 0
               MOVE FR-GRACE(WS-RATE-SLOT) TO WS-GRACE-DAYS
           END-IF.

      *AN ITEM IS PAST DUE ONCE IT IS OLDER THAN THE TERMS PLUS THE
      *GRACE. AN EARLIER FINANCE CHARGE NEVER JOINS THE BALANCE IT
      *IS FIGURED ON - NO INTEREST ON INTEREST.
       330-SUM-PAST-DUE.
           MOVE 0 TO WS-PAST-DUE
           MOVE 0 TO WS-OLDEST-PAST-DUE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AT-ITEM-COUNT
               IF AT-CUS-NUM(WS-SUB) = CT-CUS-NUM(WS-CT-SUB)
                       AND AT-ITEM-TYPE(WS-SUB) NOT = "F"
                   MOVE AT-DATE(WS-SUB) TO WS-ITEM-DATE-PARTS
                   COMPUTE WS-ITEM-PSEUDO-DAYS =
                       WS-IT-YYYY * 360 + WS-IT-MM * 30 + WS-IT-DD
                   COMPUTE WS-PAST-DUE-DAYS =
                       WS-TODAY-PSEUDO-DAYS - WS-ITEM-PSEUDO-DAYS
                       - WS-TERMS-DAYS
                   IF WS-PAST-DUE-DAYS > WS-GRACE-DAYS
                       ADD AT-REMAINING(WS-SUB) TO WS-PAST-DUE
                       IF WS-PAST-DUE-DAYS > WS-OLDEST-PAST-DUE
                           MOVE WS-PAST-DUE-DAYS TO
                               WS-OLDEST-PAST-DUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *EVERY PAST-DUE CUSTOMER MAKES THE REGISTER, CHARGED OR NOT,
      *SO COLLECTIONS SEES WHO WAS LET OFF AND WHY.
       340-DECIDE-CHARGE.
           MOVE SPACES TO DL-CHARGE-LINE
           MOVE CT-CUS-NUM(WS-CT-SUB) TO DL-CUS-NUM
           MOVE WS-CUS-NAME TO DL-CUS-NAME
           MOVE WS-CUS-STATE TO DL-STATE
           MOVE WS-OLDEST-PAST-DUE TO DL-OLDEST
           MOVE WS-PAST-DUE TO DL-PAST-DUE
           IF WS-RATE-SLOT > 0
               MOVE FR-RATE(WS-RATE-SLOT) TO DL-RATE
           END-IF
           PERFORM 345-CHECK-HISTORY
           EVALUATE TRUE
               WHEN WS-ALREADY-CHARGED = "Y"
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE "ALREADY CHARGED THIS MONTH" TO DL-ACTION
               WHEN WS-CUS-EXEMPT = "Y"
                   ADD 1 TO WS-EXEMPT-COUNT
                   MOVE "EXEMPT - NOT CHARGED" TO DL-ACTION
               WHEN WS-CUS-EXEMPT = "B"
                   ADD 1 TO WS-EXEMPT-COUNT
                   MOVE "BAD DEBT - NOT CHARGED" TO DL-ACTION
               WHEN WS-RATE-SLOT = 0
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE "NO RATE FOR STATE" TO DL-ACTION
               WHEN WS-PAST-DUE < FR-WAIVER(WS-RATE-SLOT)
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE "UNDER WAIVER - NOT CHARGED" TO DL-ACTION
               WHEN OTHER
                   PERFORM 350-STAGE-CHARGE
           END-EVALUATE
           WRITE PRINT-RECORD FROM DL-CHARGE-LINE AFTER 1.

       345-CHECK-HISTORY.
           MOVE "N" TO WS-ALREADY-CHARGED
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-CHARGED-COUNT
               IF HT-CUS-NUM(HT-SUB) = CT-CUS-NUM(WS-CT-SUB)
                   MOVE "Y" TO WS-ALREADY-CHARGED
               END-IF
           END-PERFORM.

      *THE RATE IS A MONTHLY PERCENT OF THE PAST-DUE BALANCE,
      *ROUNDED TO THE CENT, NEVER LESS THAN THE MINIMUM CHARGE.
       350-STAGE-CHARGE.
           COMPUTE WS-CHARGE ROUNDED =
               WS-PAST-DUE * FR-RATE(WS-RATE-SLOT) / 100
           IF WS-CHARGE < FR-MINIMUM(WS-RATE-SLOT)
               MOVE FR-MINIMUM(WS-RATE-SLOT) TO WS-CHARGE
               MOVE "CHARGED - MINIMUM" TO DL-ACTION
           ELSE
               MOVE "CHARGED" TO DL-ACTION
           END-IF
           IF WS-CHARGE = 0
               ADD 1 TO WS-WAIVED-COUNT
               MOVE "NOTHING TO CHARGE" TO DL-ACTION
           ELSE
               ADD 1 TO FC-CHARGE-COUNT
               MOVE CT-CUS-NUM(WS-CT-SUB) TO
                   FC-CUS-NUM(FC-CHARGE-COUNT)
               MOVE WS-NEXT-INVOICE TO
                   FC-INVOICE-NUM(FC-CHARGE-COUNT)
               MOVE WS-PAST-DUE TO FC-PAST-DUE(FC-CHARGE-COUNT)
               MOVE WS-CHARGE TO FC-CHARGE(FC-CHARGE-COUNT)
               MOVE WS-CHARGE TO DL-CHARGE
               MOVE WS-NEXT-INVOICE TO DL-INVOICE
               ADD 1 TO WS-NEXT-INVOICE
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE TO WS-TOTAL-CHARGED
           END-IF.

      *THE CHARGES GO ON THE OPEN-ITEM FILE, THE COUNTER MOVES PAST
      *THEIR NUMBERS, THE HISTORY RECORDS THEM FOR THE MONTH, AND
      *THE INCOME IS JOURNALED - AR DEBITED, FINANCE-CHARGE INCOME
      *CREDITED.
       700-POST-CHARGES.
           OPEN EXTEND OPEN-ITEM-FILE
           IF AO-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF FH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN I-O AR-BALANCE-FILE
           IF AB-FILE-STATUS = "35"
               OPEN OUTPUT AR-BALANCE-FILE
               CLOSE AR-BALANCE-FILE
               OPEN I-O AR-BALANCE-FILE
           END-IF
           PERFORM VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > FC-CHARGE-COUNT
               MOVE SPACES TO AO-RECORD
               MOVE FC-INVOICE-NUM(FC-SUB) TO AO-INVOICE-NUM
               MOVE PR-PROC-DATE TO AO-DATE
               MOVE FC-CUS-NUM(FC-SUB) TO AO-CUS-NUM
               MOVE FC-CHARGE(FC-SUB) TO AO-AMOUNT
               MOVE ZEROS TO AO-PAID
               MOVE "O" TO AO-STATUS
               MOVE "F" TO AO-ITEM-TYPE
               WRITE AO-RECORD
               MOVE SPACES TO FH-RECORD
               MOVE WS-PROC-MONTH TO FH-MONTH
               MOVE FC-CUS-NUM(FC-SUB) TO FH-CUS-NUM
               MOVE FC-INVOICE-NUM(FC-SUB) TO FH-INVOICE-NUM
               MOVE FC-PAST-DUE(FC-SUB) TO FH-PAST-DUE
               MOVE FC-CHARGE(FC-SUB) TO FH-CHARGE
               MOVE PR-PROC-DATE TO FH-DATE
               WRITE FH-RECORD
               PERFORM 710-ADD-TO-BALANCE
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
                 HISTORY-FILE
                 AR-BALANCE-FILE
           OPEN OUTPUT INVOICE-NUMBER-FILE
           MOVE WS-NEXT-INVOICE TO IN-RECORD
           WRITE IN-RECORD
           CLOSE INVOICE-NUMBER-FILE
           PERFORM 750-GL-JOURNAL.

      *A CUSTOMER ALREADY ON THE BALANCE FILE GETS THE CHARGE ADDED
      *AS ONE MORE OPEN ITEM; ONE WHO ISN'T STARTS WITH IT.
       710-ADD-TO-BALANCE.
           MOVE FC-CUS-NUM(FC-SUB) TO AB-CUS-NUM
           READ AR-BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO AB-RECORD
                   MOVE FC-CUS-NUM(FC-SUB) TO AB-CUS-NUM
                   MOVE FC-CHARGE(FC-SUB) TO AB-BALANCE
                   MOVE 1 TO AB-ITEM-COUNT
                   MOVE PR-PROC-DATE TO AB-UPDATED
                   WRITE AB-RECORD
               NOT INVALID KEY
                   ADD FC-CHARGE(FC-SUB) TO AB-BALANCE
                   ADD 1 TO AB-ITEM-COUNT
                   MOVE PR-PROC-DATE TO AB-UPDATED
                   REWRITE AB-RECORD
           END-READ.

       750-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           MOVE WS-TOTAL-CHARGED TO GL-AMOUNT
           MOVE GL-ACCT-AR TO GL-ACCOUNT-HOLD
           MOVE "D" TO GL-SIDE
           MOVE "FINANCE CHARGES" TO GL-DESC-HOLD
           PERFORM 760-WRITE-JOURNAL-LINE
           MOVE GL-ACCT-FINCHG TO GL-ACCOUNT-HOLD
           MOVE "C" TO GL-SIDE
           MOVE "FINANCE CHG INCOME" TO GL-DESC-HOLD
           PERFORM 760-WRITE-JOURNAL-LINE
           CLOSE GL-JOURNAL-FILE.

       760-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-RECORD
           MOVE PR-PROC-DATE TO GJ-DATE
           MOVE GL-ACCOUNT-HOLD TO GJ-ACCOUNT
           MOVE GL-SIDE TO GJ-DC
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE GL-DESC-HOLD TO GJ-DESC
           WRITE GJ-RECORD.

       900-WRAP-UP.
           MOVE WS-PAST-DUE-COUNT TO TL-PAST-DUE
           MOVE WS-CHARGED-COUNT TO TL-CHARGED
           MOVE WS-EXEMPT-COUNT TO TL-EXEMPT
           MOVE WS-WAIVED-COUNT TO TL-WAIVED
           MOVE WS-NO-RATE-COUNT TO TL-NO-RATE
           MOVE WS-REPEAT-COUNT TO TL-REPEAT
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           MOVE WS-TOTAL-CHARGED TO GLS-CHARGED
           WRITE PRINT-RECORD FROM GL-SUMMARY-LINE AFTER 1
           DISPLAY "FINCHG - " WS-CHARGED-COUNT
               " FINANCE CHARGES ASSESSED, TOTAL " WS-TOTAL-CHARGED
           CLOSE PRINT-FILE
                 CUSTOMER-FILE.

       COPY TESTMDIO.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="FINCHG"==.

       COPY PROCDTIO.
