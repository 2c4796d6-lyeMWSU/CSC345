      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   CUSTOMER ACCOUNT INQUIRY. ONE READ-ONLY SCREEN FOR
      *            A CUSTOMER, KEYED BY CUSTOMER NUMBER OR FOUND BY
      *            ANY PART OF THE NAME, SO THE DESK STOPS OPENING
      *            FIVE FILES TO ANSWER ONE PHONE CALL. IT SHOWS:
      *              - THE CUSTMSTR.DAT DETAILS AND CREDIT LIMIT
      *              - OPEN AR ITEMS (AROPEN.TXT) WITH THEIR AGE, THE
      *                OPEN BALANCE, AND THE CREDIT STILL AVAILABLE
      *              - THE CUSTOMER'S INVOICES ON THE LAST INVOICE
      *                REGISTER (P7INVREG.TXT)
      *              - OPEN BACK ORDERS (P7BOHOLD.TXT) WITH THEIR AGE
      *              - OPEN RMAS (RMAOPEN.DAT) WITH THEIR AGE
      *              - CONTRACT PRICES IN EFFECT TODAY (CONTRACT.DAT)
      *            NOTHING IS WRITTEN EXCEPT THE SIGN-ON DENIAL LOG.
      *            ANY SIGNED-ON OPERATOR MAY INQUIRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ACCESS IS DYNAMIC - KEYED LOOKUPS PLUS THE SEQUENTIAL WALK
      *THE NAME SEARCH NEEDS.
           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

      *THE FOLLOWING ARE READ FRONT TO BACK FOR EACH INQUIRY, SO THE
      *SCREEN ALWAYS SHOWS WHAT IS ON FILE THAT MOMENT.
           SELECT OPEN-ITEM-FILE
               ASSIGN "AROPEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AO-FILE-STATUS.

           SELECT INVOICE-REGISTER-FILE
               ASSIGN "P7INVREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IR-FILE-STATUS.

           SELECT BACK-ORDER-FILE
               ASSIGN "P7BOHOLD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

      *THE CUSTOMER'S RMAS COME STRAIGHT OFF THE CUSTOMER KEY, AND
      *THEIR CONTRACTS OFF THE FRONT OF THE CONTRACT KEY.
           SELECT RMA-OPEN-FILE
               ASSIGN "RMAOPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RMA-NUM
               ALTERNATE RECORD KEY IS RM-CUS-NUM WITH DUPLICATES
               FILE STATUS IS RM-FILE-STATUS.

           SELECT CONTRACT-FILE
               ASSIGN "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS CO-FILE-STATUS.

      *OPERATOR SIGN-ON (SEE OPERAUTH.CPY) - THE SAME SIGN-ON EVERY
      *ONLINE PROGRAM USES. INQUIRY CHANGES NOTHING, SO NO FUNCTION
      *HERE NEEDS MORE THAN A VALID OPERATOR ID.
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
           05  CU-CREDIT-LIMIT-X REDEFINES CU-CREDIT-LIMIT
                                       PIC X(7).
           05  CU-PRIORITY             PIC 9.
           05                          PIC X(4).
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

      *P7INVREG.TXT DETAIL LINE - INVOICE, CUSTOMER, NAME, NET, AND
      *THE FREIGHT BILLED AFTER "FRT.". THE HEADING LINE CARRIES THE
      *DATE OF THE INVOICE RUN THAT BUILT IT.
       FD  INVOICE-REGISTER-FILE.
       01  IR-RECORD.
           05  IR-INVOICE-X            PIC X(6).
           05                          PIC X(3).
           05  IR-CUS-NUM              PIC 9(5).
           05  IR-CUS-NUM-X REDEFINES IR-CUS-NUM
                                       PIC X(5).
           05                          PIC X(42).
           05  IR-FRT-TAG              PIC X(4).
           05                          PIC X(20).
       01  IR-HEADING-RECORD.
           05  IR-HEADING-TAG          PIC X(17).
           05  IR-HEADING-DATE         PIC X(10).
           05                          PIC X(53).

       FD  BACK-ORDER-FILE.
       01  BO-RECORD.
           05  BO-DATE                 PIC 9(8).
           05  BO-CUS-NUM              PIC 9(5).
           05  BO-CUS-NAME             PIC X(25).
           05  BO-PRO-NUM              PIC 999.
           05  BO-QTY                  PIC 999.
           05  BO-WH-CODE              PIC X.
           05                          PIC X(35).

       FD  RMA-OPEN-FILE.
       01  RM-RECORD.
           05  RM-RMA-NUM              PIC 9(6).
           05  RM-DATE                 PIC 9(8).
           05  RM-CUS-NUM              PIC 9(5).
           05  RM-PRO-NUM              PIC 999.
           05  RM-QTY                  PIC 999.
           05  RM-STATUS               PIC X.
           05  RM-USED-DATE            PIC 9(8).
           05                          PIC X(6).

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

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
           05  IR-FILE-STATUS          PIC XX.
           05  BO-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.

       COPY OPERAUTH.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-NUMBER-CHOICE                 VALUE "1".
           88  WS-NAME-CHOICE                   VALUE "2".
           88  WS-EXIT-CHOICE                   VALUE "9".

       01  WS-CUS-ENTRY                PIC X(5).
       01  WS-CUS-ENTRY-N REDEFINES WS-CUS-ENTRY
                                       PIC 9(5).

      *SEARCH-BY-NAME WORK AREAS. THE ENTERED TEXT'S REAL LENGTH IS
      *FOUND ONCE SO TRAILING SPACES DO NOT HAVE TO MATCH.
       01  WS-SEARCH-TEXT              PIC X(27).
       01  WS-SEARCH-MAX               PIC 99   COMP.
       01  WS-SEARCH-LEN               PIC 99   COMP.
       01  WS-SEARCH-HITS              PIC 9(3).
       01  WS-SEARCH-TALLY             PIC 9(3).

       01  WS-TODAY                    PIC 9(8).
       01  WS-ITEM-COUNT               PIC 9(3).
       01  WS-SCAN-DONE                PIC X.
       01  WS-BALANCE                  PIC S9(7)V99.
       01  WS-OPEN-TOTAL               PIC S9(8)V99.
       01  WS-AVAILABLE                PIC S9(8)V99.
       01  WS-REGISTER-DATE            PIC X(10).

      *ROUGH 30/360 AGING, SAME AS THE REST OF THE SHOP.
       01  WS-TODAY-PD                 PIC 9(7).
       01  WS-ITEM-PD                  PIC 9(7).
       01  WS-AGE-DAYS                 PIC S9(5).

       01  WS-DATE-PARTS.
           05  WS-DP-YYYY              PIC 9(4).
           05  WS-DP-MM                PIC 99.
           05  WS-DP-DD                PIC 99.

       01  DL-SEARCH-LINE.
           05  DL-SR-CUS-NUM           PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-SR-NAME              PIC X(25).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-SR-STATE             PIC XX.

       01  DL-CUSTOMER-LINE-1.
           05  FILLER                  PIC X(9) VALUE "CUSTOMER ".
           05  DL-CU-NUM               PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CU-NAME              PIC X(25).

       01  DL-CUSTOMER-LINE-2.
           05  FILLER                  PIC X(9) VALUE "ADDRESS  ".
           05  DL-CU-ADDRESS           PIC X(25).
           05  FILLER                  PIC X(8) VALUE "  STATE ".
           05  DL-CU-STATE             PIC XX.

       01  DL-CUSTOMER-LINE-3.
           05  FILLER                  PIC X(9) VALUE "TERMS    ".
           05  DL-CU-TERMS             PIC X(4).
           05  FILLER                  PIC X(15)
                                       VALUE "   TAX EXEMPT: ".
           05  DL-CU-TAX-EXEMPT        PIC X.
           05  FILLER                  PIC X(13)
                                       VALUE "   PRIORITY: ".
           05  DL-CU-PRIORITY          PIC 9.

       01  DL-CUSTOMER-LINE-4.
           05  FILLER                  PIC X(14)
                                       VALUE "CREDIT LIMIT  ".
           05  DL-CU-LIMIT             PIC $$,$$$,$$9.
           05  DL-CU-LIMIT-X REDEFINES DL-CU-LIMIT
                                       PIC X(10).
           05  FILLER                  PIC X(13)
                                       VALUE "   AR STATUS ".
           05  DL-CU-AR-STATUS         PIC X(30).

       01  DL-AR-HEADING.
           05  FILLER                  PIC X(21)
                                       VALUE "INV.    DATE      TYP".
           05  FILLER                  PIC X(15)
                                       VALUE "         AMOUNT".
           05  FILLER                  PIC X(15)
                                       VALUE "           PAID".
           05  FILLER                  PIC X(15)
                                       VALUE "        BALANCE".
           05  FILLER                  PIC X(6) VALUE "   AGE".

       01  DL-AR-LINE.
           05  DL-AR-INVOICE           PIC 9(6).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-DATE              PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-TYPE              PIC X(3).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-PAID              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-BALANCE           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-AR-AGE               PIC ZZZ9.

       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(24).
           05  DL-TOT-AMOUNT           PIC $$$,$$$,$$9.99.

       01  DL-BO-LINE.
           05  DL-BO-DATE              PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-BO-PRO-NUM           PIC 999.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-BO-QTY               PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DL-BO-WH-CODE           PIC X.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-BO-AGE               PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " DAYS".

       01  DL-RMA-LINE.
           05  DL-RM-RMA-NUM           PIC 9(6).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-RM-DATE              PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-RM-PRO-NUM           PIC 999.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-RM-QTY               PIC ZZ9.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-RM-AGE               PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " DAYS".

       01  DL-CONTRACT-LINE.
           05  DL-CO-PRO-NUM           PIC 999.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CO-PRICE             PIC $$$9.99.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CO-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CO-EXP-DATE          PIC 9(8).

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
           MOVE WS-TODAY TO WS-DATE-PARTS
           COMPUTE WS-TODAY-PD =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMSTR.DAT WILL NOT OPEN - STATUS "
                   CU-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  CUSTOMER ACCOUNT INQUIRY"
           DISPLAY "  1 - INQUIRE BY CUSTOMER NUMBER"
           DISPLAY "  2 - SEARCH BY CUSTOMER NAME"
           DISPLAY "  9 - EXIT"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-NUMBER-CHOICE
                   PERFORM 300-NUMBER-INQUIRY
               WHEN WS-NAME-CHOICE
                   PERFORM 700-NAME-SEARCH
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       300-NUMBER-INQUIRY.
           DISPLAY "ENTER CUSTOMER NUMBER (00000 TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-CUS-ENTRY
           PERFORM 305-READ-AND-SHOW.

      *SHARED BY THE KEYED INQUIRY AND THE PICK AFTER A NAME SEARCH.
       305-READ-AND-SHOW.
           IF WS-CUS-ENTRY NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER NOT NUMERIC"
           ELSE
           IF WS-CUS-ENTRY-N NOT = 0
               MOVE WS-CUS-ENTRY-N TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-CUS-ENTRY
                           " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM 310-SHOW-ACCOUNT
               END-READ
           END-IF
           END-IF.

       310-SHOW-ACCOUNT.
           PERFORM 320-DISPLAY-CUSTOMER
           PERFORM 400-OPEN-ITEMS
           PERFORM 450-RECENT-INVOICES
           PERFORM 500-BACK-ORDERS
           PERFORM 550-OPEN-RMAS
           PERFORM 600-CONTRACTS.

       320-DISPLAY-CUSTOMER.
           DISPLAY " "
           MOVE CU-NUM TO DL-CU-NUM
           MOVE CU-NAME TO DL-CU-NAME
           MOVE CU-ADDRESS TO DL-CU-ADDRESS
           MOVE CU-STATE TO DL-CU-STATE
           MOVE CU-TERMS TO DL-CU-TERMS
           MOVE CU-TAX-EXEMPT TO DL-CU-TAX-EXEMPT
           MOVE CU-PRIORITY TO DL-CU-PRIORITY
      *A ZERO OR BLANK LIMIT IS NO LIMIT, THE SAME READING THE
      *CREDIT CHECK IN P7REPORTS GIVES IT.
           IF CU-CREDIT-LIMIT-X NUMERIC AND CU-CREDIT-LIMIT > 0
               MOVE CU-CREDIT-LIMIT TO DL-CU-LIMIT
           ELSE
               MOVE "  NO LIMIT" TO DL-CU-LIMIT-X
           END-IF
           EVALUATE TRUE
               WHEN CU-WRITTEN-OFF
                   MOVE "W - WRITTEN OFF, NO NEW ORDERS" TO
                       DL-CU-AR-STATUS
               WHEN CU-AT-AGENCY
                   MOVE "C - AT AGENCY, NO NEW ORDERS" TO
                       DL-CU-AR-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO DL-CU-AR-STATUS
           END-EVALUATE
           DISPLAY DL-CUSTOMER-LINE-1
           DISPLAY DL-CUSTOMER-LINE-2
           DISPLAY DL-CUSTOMER-LINE-3
           DISPLAY DL-CUSTOMER-LINE-4.

      *EVERY AROPEN ITEM FOR THE CUSTOMER, AGED FROM ITS INVOICE
      *DATE, THEN THE OPEN BALANCE AGAINST THE CREDIT LIMIT.
       400-OPEN-ITEMS.
           DISPLAY " "
           DISPLAY "OPEN AR ITEMS"
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           OPEN INPUT OPEN-ITEM-FILE
           IF AO-FILE-STATUS = "00"
               PERFORM UNTIL AO-FILE-STATUS NOT = "00"
                   READ OPEN-ITEM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AO-CUS-NUM = CU-NUM
                               PERFORM 410-SHOW-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NONE"
           END-IF
           MOVE "  OPEN BALANCE:" TO DL-TOT-LABEL
           MOVE WS-OPEN-TOTAL TO DL-TOT-AMOUNT
           DISPLAY DL-TOTAL-LINE
           IF CU-CREDIT-LIMIT-X NUMERIC AND CU-CREDIT-LIMIT > 0
               COMPUTE WS-AVAILABLE =
                   CU-CREDIT-LIMIT - WS-OPEN-TOTAL
               IF WS-AVAILABLE < 0
                   MOVE "  OVER CREDIT LIMIT BY:" TO DL-TOT-LABEL
                   COMPUTE WS-AVAILABLE = 0 - WS-AVAILABLE
               ELSE
                   MOVE "  CREDIT AVAILABLE:" TO DL-TOT-LABEL
               END-IF
               MOVE WS-AVAILABLE TO DL-TOT-AMOUNT
               DISPLAY DL-TOTAL-LINE
           END-IF.

       410-SHOW-OPEN-ITEM.
           IF WS-ITEM-COUNT = 0
               DISPLAY DL-AR-HEADING
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           COMPUTE WS-BALANCE = AO-AMOUNT - AO-PAID
           ADD WS-BALANCE TO WS-OPEN-TOTAL
           MOVE AO-INVOICE-NUM TO DL-AR-INVOICE
           MOVE AO-DATE TO DL-AR-DATE
           IF AO-ITEM-TYPE = "F"
               MOVE "FIN" TO DL-AR-TYPE
           ELSE
               MOVE "INV" TO DL-AR-TYPE
           END-IF
           MOVE AO-AMOUNT TO DL-AR-AMOUNT
           MOVE AO-PAID TO DL-AR-PAID
           MOVE WS-BALANCE TO DL-AR-BALANCE
           MOVE AO-DATE TO WS-DATE-PARTS
           PERFORM 800-AGE-FROM-DATE
           MOVE WS-AGE-DAYS TO DL-AR-AGE
           DISPLAY DL-AR-LINE.

      *THE REGISTER IS REBUILT BY EACH INVOICE RUN, SO "RECENT" IS
      *THAT RUN - ITS DATE IS TAKEN OFF THE HEADING LINE.
       450-RECENT-INVOICES.
           DISPLAY " "
           MOVE SPACES TO WS-REGISTER-DATE
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT INVOICE-REGISTER-FILE
           IF IR-FILE-STATUS = "00"
               PERFORM UNTIL IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 460-CHECK-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "INVOICES ON THE LAST INVOICE REGISTER "
                   WS-REGISTER-DATE
               DISPLAY "  NONE"
           END-IF.

       460-CHECK-REGISTER-LINE.
           IF IR-HEADING-TAG = "INVOICE REGISTER "
               MOVE IR-HEADING-DATE TO WS-REGISTER-DATE
           ELSE
           IF IR-INVOICE-X NUMERIC
                   AND IR-CUS-NUM-X NUMERIC
                   AND IR-FRT-TAG = "FRT."
                   AND IR-CUS-NUM = CU-NUM
               IF WS-ITEM-COUNT = 0
                   DISPLAY "INVOICES ON THE LAST INVOICE REGISTER "
                       WS-REGISTER-DATE
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               DISPLAY IR-RECORD
           END-IF
           END-IF.

       500-BACK-ORDERS.
           DISPLAY " "
           DISPLAY "OPEN BACK ORDERS"
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT BACK-ORDER-FILE
           IF BO-FILE-STATUS = "00"
               PERFORM UNTIL BO-FILE-STATUS NOT = "00"
                   READ BACK-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BO-CUS-NUM = CU-NUM
                               PERFORM 510-SHOW-BACK-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACK-ORDER-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       510-SHOW-BACK-ORDER.
           IF WS-ITEM-COUNT = 0
               DISPLAY "ORDERED   PROD. QTY  WH   AGE"
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE BO-DATE TO DL-BO-DATE
           MOVE BO-PRO-NUM TO DL-BO-PRO-NUM
           MOVE BO-QTY TO DL-BO-QTY
           MOVE BO-WH-CODE TO DL-BO-WH-CODE
           MOVE BO-DATE TO WS-DATE-PARTS
           PERFORM 800-AGE-FROM-DATE
           MOVE WS-AGE-DAYS TO DL-BO-AGE
           DISPLAY DL-BO-LINE.

      *ONLY RMAS STILL OPEN - ONE THE TRANSACTION RUN HAS MATCHED A
      *CREDIT TO IS HISTORY.
       550-OPEN-RMAS.
           DISPLAY " "
           DISPLAY "OPEN RMAS"
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT RMA-OPEN-FILE
           IF RM-FILE-STATUS = "00"
               MOVE CU-NUM TO RM-CUS-NUM
               MOVE "N" TO WS-SCAN-DONE
               START RMA-OPEN-FILE KEY IS EQUAL TO RM-CUS-NUM
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ RMA-OPEN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           IF RM-CUS-NUM NOT = CU-NUM
                               MOVE "Y" TO WS-SCAN-DONE
                           ELSE
                               IF RM-STATUS = "O"
                                   PERFORM 560-SHOW-RMA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RMA-OPEN-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       560-SHOW-RMA.
           IF WS-ITEM-COUNT = 0
               DISPLAY "RMA     ISSUED    PROD. QTY   AGE"
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE RM-RMA-NUM TO DL-RM-RMA-NUM
           MOVE RM-DATE TO DL-RM-DATE
           MOVE RM-PRO-NUM TO DL-RM-PRO-NUM
           MOVE RM-QTY TO DL-RM-QTY
           MOVE RM-DATE TO WS-DATE-PARTS
           PERFORM 800-AGE-FROM-DATE
           MOVE WS-AGE-DAYS TO DL-RM-AGE
           DISPLAY DL-RMA-LINE.

      *ACTIVE MEANS IN EFFECT TODAY - EFFECTIVE ON OR BEFORE, EXPIRY
      *ON OR AFTER - THE SAME TEST THE TRANSACTION RUN PRICES BY.
       600-CONTRACTS.
           DISPLAY " "
           DISPLAY "ACTIVE CONTRACTS"
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CO-FILE-STATUS = "00"
               MOVE CU-NUM TO CO-CUS-NUM
               MOVE 0 TO CO-PRO-NUM
               MOVE 0 TO CO-EFF-DATE
               MOVE "N" TO WS-SCAN-DONE
               START CONTRACT-FILE KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           IF CO-CUS-NUM NOT = CU-NUM
                               MOVE "Y" TO WS-SCAN-DONE
                           ELSE
                               IF CO-EFF-DATE NOT > WS-TODAY
                                       AND CO-EXP-DATE NOT < WS-TODAY
                                   PERFORM 610-SHOW-CONTRACT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       610-SHOW-CONTRACT.
           IF WS-ITEM-COUNT = 0
               DISPLAY "PROD.  PRICE   EFFECTIVE EXPIRES"
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE CO-PRO-NUM TO DL-CO-PRO-NUM
           MOVE CO-PRICE TO DL-CO-PRICE
           MOVE CO-EFF-DATE TO DL-CO-EFF-DATE
           MOVE CO-EXP-DATE TO DL-CO-EXP-DATE
           DISPLAY DL-CONTRACT-LINE.

      *SEARCH BY ANY PART OF THE NAME - THE WHOLE CUSTOMER MASTER IS
      *WALKED IN KEY ORDER AND EVERY MATCH LISTS ON ONE LINE; THE
      *OPERATOR THEN PICKS ONE BY NUMBER FOR THE FULL ACCOUNT.
       700-NAME-SEARCH.
           MOVE SPACES TO WS-SEARCH-TEXT
           DISPLAY "ENTER NAME TEXT (BLANK TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-TEXT
           IF WS-SEARCH-TEXT NOT = SPACES
               MOVE 25 TO WS-SEARCH-MAX
               PERFORM 790-MEASURE-SEARCH-TEXT
               MOVE 0 TO WS-SEARCH-HITS
               MOVE 0 TO CU-NUM
               START CUSTOMER-FILE KEY IS GREATER THAN CU-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 710-SCAN-CUSTOMER
                           UNTIL CU-FILE-STATUS NOT = "00"
               END-START
               IF WS-SEARCH-HITS = 0
                   DISPLAY "NO CUSTOMERS MATCH THAT TEXT"
               ELSE
                   DISPLAY WS-SEARCH-HITS " CUSTOMER(S) MATCHED"
                   DISPLAY "ENTER CUSTOMER NUMBER TO INQUIRE "
                       "(00000 TO CANCEL): " WITH NO ADVANCING
                   ACCEPT WS-CUS-ENTRY
                   PERFORM 305-READ-AND-SHOW
               END-IF
           END-IF.

       710-SCAN-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 0 TO WS-SEARCH-TALLY
                   INSPECT CU-NAME TALLYING WS-SEARCH-TALLY
                       FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   IF WS-SEARCH-TALLY > 0
                       IF WS-SEARCH-HITS = 0
                           DISPLAY "CUST.  NAME"
                               "                         ST"
                       END-IF
                       ADD 1 TO WS-SEARCH-HITS
                       MOVE CU-NUM TO DL-SR-CUS-NUM
                       MOVE CU-NAME TO DL-SR-NAME
                       MOVE CU-STATE TO DL-SR-STATE
                       DISPLAY DL-SEARCH-LINE
                   END-IF
           END-READ.

       790-MEASURE-SEARCH-TEXT.
           MOVE WS-SEARCH-MAX TO WS-SEARCH-LEN
           PERFORM UNTIL WS-SEARCH-LEN = 1
                   OR WS-SEARCH-TEXT(WS-SEARCH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SEARCH-LEN
           END-PERFORM.

      *DAYS FROM THE DATE IN WS-DATE-PARTS TO TODAY; A DATE IN THE
      *FUTURE OR NOT A DATE AT ALL AGES AS ZERO.
       800-AGE-FROM-DATE.
           IF WS-DATE-PARTS NOT NUMERIC
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ITEM-PD =
                   WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
               COMPUTE WS-AGE-DAYS = WS-TODAY-PD - WS-ITEM-PD
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF.

       900-TERMINATE.
           CLOSE CUSTOMER-FILE.

       COPY OPERAUTP.
