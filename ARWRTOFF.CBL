      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   ON-LINE BAD-DEBT WRITE-OFF, COLLECTION-AGENCY
      *            REFERRAL AND RECOVERY ENTRY FOR THE CREDIT DESK,
      *            IN THE CDISPUTE MOLD. AN UNCOLLECTIBLE ACCOUNT IS
      *            WRITTEN OFF WHOLE WITH A REASON CODE BY AN
      *            OPERATOR HOLDING RELEASE/WRITE-OFF AUTHORITY: EACH
      *            OPEN ITEM GOES ON THE AR ADJUSTMENT BATCH
      *            (ARADJ.TXT) THAT ARPOST CLOSES TONIGHT - OFF
      *            AROPEN.TXT, ONTO THE BAD-DEBT LEDGER (BADDEBT.TXT)
      *            AND THROUGH THE ALLOWANCE AND BAD-DEBT EXPENSE ON
      *            GLJRNL.TXT - AND THE ACCOUNT IS FLAGGED ON
      *            CUSTMSTR.DAT AT ONCE SO ORDENTRY TAKES NO MORE
      *            ORDERS FOR IT. AN ACCOUNT PLACED WITH A COLLECTION
      *            AGENCY (COLLAGCY.TXT) IS FLAGGED THE SAME WAY AND
      *            LOGGED ON THE PLACEMENT FILE (COLLPLAC.TXT) THE
      *            MONTHLY PLACEMENT REPORT (COLLRPT) READS. MONEY
      *            THAT COMES IN LATER ON A WRITTEN-OFF INVOICE IS
      *            KEYED HERE AS A RECOVERY AND POSTS THROUGH THE
      *            SAME BATCH. AN ACCOUNT THAT HAS SETTLED UP CAN BE
      *            REINSTATED, WHICH LIFTS THE FLAG.
      *
      *            ARADJ.TXT LAYOUT:
      *              COL   1     "W" WRITE-OFF, "R" RECOVERY
      *              COLS  2-7   INVOICE NUMBER
      *              COLS  8-12  CUSTOMER NUMBER
      *              COLS 13-21  AMOUNT (9(7)V99) - A WRITE-OFF
      *                          CARRIES THE BALANCE WHEN KEYED;
      *                          ARPOST WRITES OFF WHATEVER IS STILL
      *                          OPEN WHEN IT RUNS
      *              COLS 22-23  REASON CODE (WRITE-OFFS)
      *              COLS 24-26  OPERATOR ID
      *              COLS 27-34  DATE KEYED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
               ASSIGN "AROPEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AO-FILE-STATUS.

      *TONIGHT'S WRITE-OFFS AND RECOVERIES, WAITING FOR ARPOST.
           SELECT ADJUSTMENT-FILE
               ASSIGN "ARADJ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AJ-FILE-STATUS.

      *EVERY WRITE-OFF AND RECOVERY ARPOST HAS POSTED.
           SELECT BAD-DEBT-FILE
               ASSIGN "BADDEBT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

      *THE AGENCIES WE PLACE WITH - CODE (3) AND NAME (25).
           SELECT AGENCY-FILE
               ASSIGN "COLLAGCY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AG-FILE-STATUS.

           SELECT PLACEMENT-FILE
               ASSIGN "COLLPLAC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PL-FILE-STATUS.

      *OPERATOR SIGN-ON AND PER-FUNCTION AUTHORITY (SEE OPERAUTH.CPY)
      *- A WRITE-OFF OR A PLACEMENT GIVES UP ON A RECEIVABLE.
           SELECT OPERATOR-FILE
               ASSIGN "OPERMSTR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OM-FILE-STATUS.

           SELECT DENIAL-LOG-FILE
               ASSIGN "OPERDENY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  CU-WRITTEN-OFF      VALUE "W".
               88  CU-AT-AGENCY        VALUE "C".
           05                          PIC X(5).

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

       FD  ADJUSTMENT-FILE.
       01  AJ-RECORD.
           05  AJ-TYPE                 PIC X.
           05  AJ-INVOICE-NUM          PIC 9(6).
           05  AJ-CUS-NUM              PIC 9(5).
           05  AJ-AMOUNT               PIC 9(7)V99.
           05  AJ-REASON               PIC XX.
           05  AJ-OPERATOR             PIC XXX.
           05  AJ-KEYED-DATE           PIC 9(8).
           05                          PIC X(6).

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

       FD  AGENCY-FILE.
       01  AG-RECORD.
           05  AG-CODE                 PIC XXX.
           05  AG-NAME                 PIC X(25).

       FD  PLACEMENT-FILE.
       01  PL-RECORD.
           05  PL-CUS-NUM              PIC 9(5).
           05  PL-AGENCY               PIC XXX.
           05  PL-DATE                 PIC 9(8).
           05  PL-AMOUNT               PIC 9(7)V99.
           05  PL-OPERATOR             PIC XXX.
           05                          PIC X(12).

       FD  OPERATOR-FILE.
       01  OM-RECORD.
           05  OM-ID                   PIC XXX.
           05  OM-NAME                 PIC X(20).
           05  OM-AUTH                 PIC X.

       FD  DENIAL-LOG-FILE.
       01  DN-RECORD                   PIC X(34).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  WS-DONE                 PIC XXX  VALUE "NO".
           05  CU-FILE-STATUS          PIC XX.
           05  AO-FILE-STATUS          PIC XX.
           05  AJ-FILE-STATUS          PIC XX.
           05  BD-FILE-STATUS          PIC XX.
           05  AG-FILE-STATUS          PIC XX.
           05  PL-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.

       COPY OPERAUTH.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-WRITEOFF-CHOICE               VALUE "1".
           88  WS-REFER-CHOICE                  VALUE "2".
           88  WS-RECOVER-CHOICE                VALUE "3".
           88  WS-HISTORY-CHOICE                VALUE "4".
           88  WS-REINSTATE-CHOICE              VALUE "5".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *THE REASON CODES - A WRITE-OFF WITHOUT ONE OF THESE IS NOT
      *TAKEN, SO EVERY DOLLAR GIVEN UP SAYS WHY.
       01  RC-REASON-VALUES.
           05                          PIC X(24) VALUE
               "BKBANKRUPTCY            ".
           05                          PIC X(24) VALUE
               "OBOUT OF BUSINESS       ".
           05                          PIC X(24) VALUE
               "SKSKIPPED - NO ADDRESS  ".
           05                          PIC X(24) VALUE
               "DSDISPUTE - UNRESOLVABLE".
           05                          PIC X(24) VALUE
               "UCUNCOLLECTIBLE - OTHER ".
       01  RC-REASON-TABLE REDEFINES RC-REASON-VALUES.
           05  RC-ENTRY OCCURS 5 TIMES.
               10  RC-CODE             PIC XX.
               10  RC-NAME             PIC X(22).
       01  RC-SUB                      PIC 9.
       01  WS-REASON-OK                PIC X.

      *THE CUSTOMER'S STILL-OPEN ITEMS, GATHERED FOR THE WRITE-OFF.
       01  WT-MAX-ITEMS                PIC 9(3) VALUE 100.
       01  WT-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WT-OVERFLOW                 PIC 9(3) VALUE 0.

       01  WT-ITEM-TABLE.
           05  WT-ENTRY OCCURS 100 TIMES.
               10  WT-INVOICE-NUM      PIC 9(6).
               10  WT-DATE             PIC 9(8).
               10  WT-REMAINING        PIC 9(7)V99.

       01  WS-SUB                      PIC 9(3).
       01  WS-TODAY                    PIC 9(8).

       01  WS-WORK.
           05  WS-OPEN-BALANCE         PIC 9(8)V99.
           05  WS-WRITTEN-OFF          PIC 9(8)V99.
           05  WS-RECOVERED            PIC 9(8)V99.
           05  WS-PENDING-RECOVERY     PIC 9(8)V99.
           05  WS-RECOVERABLE          PIC S9(8)V99.
           05  WS-PLACED-AMOUNT        PIC 9(8)V99.
           05  WS-PENDING-WRITEOFF     PIC X.
           05  WS-REC-CUS-NUM          PIC 9(5).
           05  WS-AGENCY-NAME          PIC X(25).

       01  WS-CUS-ENTRY                PIC X(5).
       01  WS-CUS-ENTRY-N REDEFINES WS-CUS-ENTRY
                                       PIC 9(5).
       01  WS-INVOICE-ENTRY            PIC X(6).
       01  WS-INVOICE-ENTRY-N REDEFINES WS-INVOICE-ENTRY
                                       PIC 9(6).
       01  WS-AMOUNT-ENTRY             PIC X(9).
       01  WS-AMOUNT-ENTRY-N REDEFINES WS-AMOUNT-ENTRY
                                       PIC 9(7)V99.
       01  WS-REASON-ENTRY             PIC XX.
       01  WS-AGENCY-ENTRY             PIC XXX.
       01  WS-CONFIRM                  PIC X.

       01  DL-ITEM-LINE.
           05  DL-INVOICE              PIC 9(6).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AMOUNT               PIC $$$$,$$9.99.

       01  DH-HISTORY-LINE.
           05  DH-TYPE                 PIC X(10).
           05  DH-INVOICE              PIC 9(6).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DH-POST-DATE            PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DH-AMOUNT               PIC $$$$,$$9.99.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DH-REASON               PIC XX.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DH-OPERATOR             PIC XXX.

       01  DT-TOTAL-LINE.
           05  DT-LABEL                PIC X(24).
           05  DT-AMOUNT               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 970-SIGN-ON
           PERFORM 100-INITIALIZE
           PERFORM 200-MAIN-MENU
               UNTIL WS-DONE = "YES"
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - NO CREDIT DESK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  BAD DEBT AND COLLECTIONS"
           DISPLAY "  1 - WRITE OFF AN ACCOUNT"
           DISPLAY "  2 - PLACE AN ACCOUNT WITH AN AGENCY"
           DISPLAY "  3 - POST A RECOVERY"
           DISPLAY "  4 - ACCOUNT BAD-DEBT HISTORY"
           DISPLAY "  5 - REINSTATE AN ACCOUNT"
           DISPLAY "  9 - EXIT"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *GIVING UP ON A RECEIVABLE, HANDING IT TO AN AGENCY, OR
      *LIFTING THE FLAG - RELEASE/WRITE-OFF AUTHORITY ONLY. A
      *RECOVERY BRINGS MONEY IN - MAINTENANCE AUTHORITY. ANYBODY
      *SIGNED ON CAN LOOK.
               WHEN WS-WRITEOFF-CHOICE AND NOT OA-CAN-RELEASE
                   MOVE "AR-WRITEOFF" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-REFER-CHOICE AND NOT OA-CAN-RELEASE
                   MOVE "AR-PLACE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-REINSTATE-CHOICE AND NOT OA-CAN-RELEASE
                   MOVE "AR-REINSTATE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-RECOVER-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "AR-RECOVER" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-WRITEOFF-CHOICE
                   PERFORM 300-WRITE-OFF-ACCOUNT
               WHEN WS-REFER-CHOICE
                   PERFORM 400-PLACE-ACCOUNT
               WHEN WS-RECOVER-CHOICE
                   PERFORM 500-POST-RECOVERY
               WHEN WS-HISTORY-CHOICE
                   PERFORM 600-ACCOUNT-HISTORY
               WHEN WS-REINSTATE-CHOICE
                   PERFORM 700-REINSTATE-ACCOUNT
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

      *KEYS THE CUSTOMER AND READS THE MASTER - CU-NUM IS ZERO WHEN
      *THERE IS NO SUCH ACCOUNT.
       250-GET-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CUS-ENTRY
           IF WS-CUS-ENTRY NOT NUMERIC OR WS-CUS-ENTRY-N = 0
               DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS"
               MOVE 0 TO CU-NUM
           ELSE
               MOVE WS-CUS-ENTRY-N TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE"
                       MOVE 0 TO CU-NUM
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER: " CU-NAME
               END-READ
           END-IF.

      *THE CUSTOMER'S STILL-OPEN ITEMS OFF AROPEN.TXT, WITH THEIR
      *TOTAL.
       260-GATHER-OPEN-ITEMS.
           MOVE 0 TO WT-ITEM-COUNT
           MOVE 0 TO WT-OVERFLOW
           MOVE 0 TO WS-OPEN-BALANCE
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               PERFORM UNTIL AO-FILE-STATUS NOT = "00"
                   READ OPEN-ITEM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AO-CUS-NUM = CU-NUM
                                   AND AO-PAID < AO-AMOUNT
                               PERFORM 265-GATHER-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       265-GATHER-ONE-ITEM.
           IF WT-ITEM-COUNT < WT-MAX-ITEMS
               ADD 1 TO WT-ITEM-COUNT
               MOVE AO-INVOICE-NUM TO WT-INVOICE-NUM(WT-ITEM-COUNT)
               MOVE AO-DATE TO WT-DATE(WT-ITEM-COUNT)
               COMPUTE WT-REMAINING(WT-ITEM-COUNT) =
                   AO-AMOUNT - AO-PAID
               ADD WT-REMAINING(WT-ITEM-COUNT) TO WS-OPEN-BALANCE
           ELSE
               ADD 1 TO WT-OVERFLOW
           END-IF.

      *WHAT IS ALREADY WAITING ON TONIGHT'S BATCH - A WRITE-OFF FOR
      *THE CUSTOMER, AND RECOVERIES AGAINST THE INVOICE KEYED.
       270-CHECK-PENDING.
           MOVE "N" TO WS-PENDING-WRITEOFF
           MOVE 0 TO WS-PENDING-RECOVERY
           OPEN INPUT ADJUSTMENT-FILE
           IF AJ-FILE-STATUS = "00"
               PERFORM UNTIL AJ-FILE-STATUS NOT = "00"
                   READ ADJUSTMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AJ-TYPE = "W" AND AJ-CUS-NUM = CU-NUM
                               MOVE "Y" TO WS-PENDING-WRITEOFF
                           END-IF
                           IF AJ-TYPE = "R"
                               AND AJ-INVOICE-NUM = WS-INVOICE-ENTRY-N
                               ADD AJ-AMOUNT TO WS-PENDING-RECOVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

       280-OPEN-ADJUSTMENTS.
           OPEN EXTEND ADJUSTMENT-FILE
           IF AJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.

      *THE WHOLE ACCOUNT GOES: EVERY OPEN ITEM ON THE BATCH UNDER ONE
      *REASON, AND THE FLAG ON THE MASTER STRAIGHT AWAY. AN ACCOUNT
      *ALREADY AT AN AGENCY KEEPS THAT STATUS - IT IS STILL BLOCKED.
       300-WRITE-OFF-ACCOUNT.
           PERFORM 250-GET-CUSTOMER
           IF CU-NUM NOT = 0
               MOVE ZEROS TO WS-INVOICE-ENTRY-N
               PERFORM 270-CHECK-PENDING
               PERFORM 260-GATHER-OPEN-ITEMS
               IF WS-PENDING-WRITEOFF = "Y"
                   DISPLAY "WRITE-OFF ALREADY KEYED - POSTS TONIGHT"
               ELSE
               IF WT-OVERFLOW > 0
                   DISPLAY "MORE THAN " WT-MAX-ITEMS
                       " OPEN ITEMS - SEE ACCOUNTING"
               ELSE
               IF WT-ITEM-COUNT = 0
                   DISPLAY "NO OPEN ITEMS - NOTHING TO WRITE OFF"
               ELSE
                   PERFORM 310-SHOW-OPEN-ITEMS
                   PERFORM 320-GET-REASON
                   IF WS-REASON-OK = "Y"
                       DISPLAY "WRITE OFF THE WHOLE BALANCE (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           PERFORM 330-KEY-WRITE-OFF
                       ELSE
                           DISPLAY "WRITE-OFF CANCELLED"
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       310-SHOW-OPEN-ITEMS.
           DISPLAY "INVOICE DATE          BALANCE"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WT-ITEM-COUNT
               MOVE WT-INVOICE-NUM(WS-SUB) TO DL-INVOICE
               MOVE WT-DATE(WS-SUB) TO DL-DATE
               MOVE WT-REMAINING(WS-SUB) TO DL-AMOUNT
               DISPLAY DL-ITEM-LINE
           END-PERFORM
           MOVE "OPEN BALANCE:" TO DT-LABEL
           MOVE WS-OPEN-BALANCE TO DT-AMOUNT
           DISPLAY DT-TOTAL-LINE.

       320-GET-REASON.
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 5
               DISPLAY "  " RC-CODE(RC-SUB) " - " RC-NAME(RC-SUB)
           END-PERFORM
           DISPLAY "REASON CODE: " WITH NO ADVANCING
           ACCEPT WS-REASON-ENTRY
           MOVE "N" TO WS-REASON-OK
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > 5
               IF RC-CODE(RC-SUB) = WS-REASON-ENTRY
                   MOVE "Y" TO WS-REASON-OK
               END-IF
           END-PERFORM
           IF WS-REASON-OK = "N"
               DISPLAY "UNKNOWN REASON - WRITE-OFF CANCELLED"
           END-IF.

       330-KEY-WRITE-OFF.
           PERFORM 280-OPEN-ADJUSTMENTS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WT-ITEM-COUNT
               MOVE SPACES TO AJ-RECORD
               MOVE "W" TO AJ-TYPE
               MOVE WT-INVOICE-NUM(WS-SUB) TO AJ-INVOICE-NUM
               MOVE CU-NUM TO AJ-CUS-NUM
               MOVE WT-REMAINING(WS-SUB) TO AJ-AMOUNT
               MOVE WS-REASON-ENTRY TO AJ-REASON
               MOVE OA-OPERATOR-ID TO AJ-OPERATOR
               MOVE WS-TODAY TO AJ-KEYED-DATE
               WRITE AJ-RECORD
           END-PERFORM
           CLOSE ADJUSTMENT-FILE
           IF NOT CU-AT-AGENCY
               MOVE "W" TO CU-AR-STATUS
               REWRITE CU-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER FLAG NOT SET - "
                           "SEE ACCOUNTING"
               END-REWRITE
           END-IF
           DISPLAY WT-ITEM-COUNT " ITEMS KEYED - ACCOUNT BLOCKED, "
               "ITEMS CLOSE TONIGHT".

      *THE AGENCY CHASES WHATEVER THE CUSTOMER STILL OWES US - THE
      *OPEN BALANCE PLUS ANYTHING WRITTEN OFF AND NOT YET RECOVERED.
       400-PLACE-ACCOUNT.
           PERFORM 250-GET-CUSTOMER
           IF CU-NUM NOT = 0
               IF CU-AT-AGENCY
                   DISPLAY "ACCOUNT IS ALREADY AT AN AGENCY"
               ELSE
                   DISPLAY "AGENCY CODE: " WITH NO ADVANCING
                   ACCEPT WS-AGENCY-ENTRY
                   PERFORM 410-FIND-AGENCY
                   IF WS-AGENCY-NAME = SPACES
                       DISPLAY "AGENCY NOT ON COLLAGCY.TXT - "
                           "PLACEMENT CANCELLED"
                   ELSE
                       DISPLAY "AGENCY: " WS-AGENCY-NAME
                       PERFORM 260-GATHER-OPEN-ITEMS
                       MOVE 0 TO WS-INVOICE-ENTRY-N
                       PERFORM 420-SUM-LEDGER-FOR-CUSTOMER
                       COMPUTE WS-PLACED-AMOUNT = WS-OPEN-BALANCE
                           + WS-WRITTEN-OFF - WS-RECOVERED
                       MOVE "AMOUNT TO PLACE:" TO DT-LABEL
                       MOVE WS-PLACED-AMOUNT TO DT-AMOUNT
                       DISPLAY DT-TOTAL-LINE
                       DISPLAY "PLACE THE ACCOUNT (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           PERFORM 430-RECORD-PLACEMENT
                       ELSE
                           DISPLAY "PLACEMENT CANCELLED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       410-FIND-AGENCY.
           MOVE SPACES TO WS-AGENCY-NAME
           OPEN INPUT AGENCY-FILE
           IF AG-FILE-STATUS = "00"
               PERFORM UNTIL AG-FILE-STATUS NOT = "00"
                   READ AGENCY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AG-CODE = WS-AGENCY-ENTRY
                                   AND WS-AGENCY-ENTRY NOT = SPACES
                               MOVE AG-NAME TO WS-AGENCY-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCY-FILE
           END-IF.

      *WRITTEN OFF AND RECOVERED TO DATE FOR THE CUSTOMER, OFF THE
      *POSTED LEDGER.
       420-SUM-LEDGER-FOR-CUSTOMER.
           MOVE 0 TO WS-WRITTEN-OFF
           MOVE 0 TO WS-RECOVERED
           OPEN INPUT BAD-DEBT-FILE
           IF BD-FILE-STATUS = "00"
               PERFORM UNTIL BD-FILE-STATUS NOT = "00"
                   READ BAD-DEBT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-CUS-NUM = CU-NUM
                               IF BD-TYPE = "W"
                                   ADD BD-AMOUNT TO WS-WRITTEN-OFF
                               ELSE
                                   ADD BD-AMOUNT TO WS-RECOVERED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF.

       430-RECORD-PLACEMENT.
           OPEN EXTEND PLACEMENT-FILE
           IF PL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PLACEMENT-FILE
           END-IF
           MOVE SPACES TO PL-RECORD
           MOVE CU-NUM TO PL-CUS-NUM
           MOVE WS-AGENCY-ENTRY TO PL-AGENCY
           MOVE WS-TODAY TO PL-DATE
           MOVE WS-PLACED-AMOUNT TO PL-AMOUNT
           MOVE OA-OPERATOR-ID TO PL-OPERATOR
           WRITE PL-RECORD
           CLOSE PLACEMENT-FILE
           MOVE "C" TO CU-AR-STATUS
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER FLAG NOT SET - SEE ACCOUNTING"
           END-REWRITE
           DISPLAY "ACCOUNT PLACED - NO NEW ORDERS".

      *A RECOVERY IS AGAINST ONE WRITTEN-OFF INVOICE AND CAN'T BRING
      *IN MORE THAN WAS WRITTEN OFF ON IT, COUNTING RECOVERIES
      *ALREADY POSTED AND THOSE STILL WAITING ON TONIGHT'S BATCH.
       500-POST-RECOVERY.
           DISPLAY "WRITTEN-OFF INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-INVOICE-ENTRY
           IF WS-INVOICE-ENTRY NOT NUMERIC
                   OR WS-INVOICE-ENTRY-N = 0
               DISPLAY "INVOICE NUMBER MUST BE 6 DIGITS"
           ELSE
               PERFORM 510-SUM-LEDGER-FOR-INVOICE
               MOVE WS-REC-CUS-NUM TO CU-NUM
               PERFORM 270-CHECK-PENDING
               COMPUTE WS-RECOVERABLE = WS-WRITTEN-OFF
                   - WS-RECOVERED - WS-PENDING-RECOVERY
               IF WS-WRITTEN-OFF = 0
                   DISPLAY "INVOICE NOT WRITTEN OFF"
               ELSE
               IF WS-RECOVERABLE NOT > 0
                   DISPLAY "INVOICE FULLY RECOVERED"
               ELSE
                   MOVE "STILL WRITTEN OFF:" TO DT-LABEL
                   MOVE WS-RECOVERABLE TO DT-AMOUNT
                   DISPLAY DT-TOTAL-LINE
                   DISPLAY "AMOUNT RECEIVED (9(7)V99): "
                       WITH NO ADVANCING
                   ACCEPT WS-AMOUNT-ENTRY
                   IF WS-AMOUNT-ENTRY NOT NUMERIC
                           OR WS-AMOUNT-ENTRY-N = 0
                       DISPLAY "BAD AMOUNT - RECOVERY CANCELLED"
                   ELSE
                   IF WS-AMOUNT-ENTRY-N > WS-RECOVERABLE
                       DISPLAY "MORE THAN WAS WRITTEN OFF - "
                           "RECOVERY CANCELLED"
                   ELSE
                       PERFORM 520-KEY-RECOVERY
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       510-SUM-LEDGER-FOR-INVOICE.
           MOVE 0 TO WS-WRITTEN-OFF
           MOVE 0 TO WS-RECOVERED
           MOVE 0 TO WS-REC-CUS-NUM
           OPEN INPUT BAD-DEBT-FILE
           IF BD-FILE-STATUS = "00"
               PERFORM UNTIL BD-FILE-STATUS NOT = "00"
                   READ BAD-DEBT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-INVOICE-NUM = WS-INVOICE-ENTRY-N
                               MOVE BD-CUS-NUM TO WS-REC-CUS-NUM
                               IF BD-TYPE = "W"
                                   ADD BD-AMOUNT TO WS-WRITTEN-OFF
                               ELSE
                                   ADD BD-AMOUNT TO WS-RECOVERED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF.

       520-KEY-RECOVERY.
           PERFORM 280-OPEN-ADJUSTMENTS
           MOVE SPACES TO AJ-RECORD
           MOVE "R" TO AJ-TYPE
           MOVE WS-INVOICE-ENTRY-N TO AJ-INVOICE-NUM
           MOVE WS-REC-CUS-NUM TO AJ-CUS-NUM
           MOVE WS-AMOUNT-ENTRY-N TO AJ-AMOUNT
           MOVE OA-OPERATOR-ID TO AJ-OPERATOR
           MOVE WS-TODAY TO AJ-KEYED-DATE
           WRITE AJ-RECORD
           CLOSE ADJUSTMENT-FILE
           DISPLAY "RECOVERY KEYED - POSTS TONIGHT".

       600-ACCOUNT-HISTORY.
           PERFORM 250-GET-CUSTOMER
           IF CU-NUM NOT = 0
               EVALUATE TRUE
                   WHEN CU-WRITTEN-OFF
                       DISPLAY "STATUS: WRITTEN OFF - NO NEW ORDERS"
                   WHEN CU-AT-AGENCY
                       DISPLAY "STATUS: AT AGENCY - NO NEW ORDERS"
                   WHEN OTHER
                       DISPLAY "STATUS: ACTIVE"
               END-EVALUATE
               DISPLAY "TYPE      INVOICE POSTED      AMOUNT"
                   "     RSN BY"
               OPEN INPUT BAD-DEBT-FILE
               IF BD-FILE-STATUS = "00"
                   PERFORM UNTIL BD-FILE-STATUS NOT = "00"
                       READ BAD-DEBT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BD-CUS-NUM = CU-NUM
                                   PERFORM 610-SHOW-LEDGER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BAD-DEBT-FILE
               END-IF
               MOVE 0 TO WS-INVOICE-ENTRY-N
               PERFORM 270-CHECK-PENDING
               IF WS-PENDING-WRITEOFF = "Y"
                   DISPLAY "WRITE-OFF KEYED - POSTS TONIGHT"
               END-IF
           END-IF.

       610-SHOW-LEDGER-LINE.
           IF BD-TYPE = "W"
               MOVE "WRITE-OFF" TO DH-TYPE
           ELSE
               MOVE "RECOVERY" TO DH-TYPE
           END-IF
           MOVE BD-INVOICE-NUM TO DH-INVOICE
           MOVE BD-POST-DATE TO DH-POST-DATE
           MOVE BD-AMOUNT TO DH-AMOUNT
           MOVE BD-REASON TO DH-REASON
           MOVE BD-OPERATOR TO DH-OPERATOR
           DISPLAY DH-HISTORY-LINE.

      *LIFTS THE BLOCK ONCE THE ACCOUNT HAS SETTLED UP - THE LEDGER
      *AND THE PLACEMENT FILE KEEP THE HISTORY.
       700-REINSTATE-ACCOUNT.
           PERFORM 250-GET-CUSTOMER
           IF CU-NUM NOT = 0
               IF NOT CU-WRITTEN-OFF AND NOT CU-AT-AGENCY
                   DISPLAY "ACCOUNT IS NOT BLOCKED"
               ELSE
                   DISPLAY "REINSTATE - NEW ORDERS ALLOWED (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       MOVE SPACE TO CU-AR-STATUS
                       REWRITE CU-RECORD
                           INVALID KEY
                               DISPLAY "CUSTOMER NOT REINSTATED - "
                                   "SEE ACCOUNTING"
                           NOT INVALID KEY
                               DISPLAY "ACCOUNT REINSTATED"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       900-TERMINATE.
           CLOSE CUSTOMER-FILE
           DISPLAY "CREDIT DESK SESSION ENDED".

       COPY OPERAUTP.
