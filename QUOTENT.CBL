      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   SALES QUOTATION DESK. THE SALESMAN'S PRICE GOES ON
      *            FILE INSTEAD OF ON PAPER: EACH LINE IS PRICED THE
      *            WAY THE TRANSACTION RUN WILL PRICE IT (P7REPORTS
      *            215-CHOOSE-PRICE AND 217-APPLY-DISCOUNT) - A
      *            CURRENT CONTRACT PRICE FIRST, ELSE THE STANDARD OR
      *            PENDING PRICE IN EFFECT ON THE QUOTE DATE, WITH
      *            THE MASTER'S BREAK AND THE DEEPEST P7TIERS.TXT
      *            TIER THE QUANTITY EARNS. QUOTES ARE NUMBERED OFF
      *            THE DURABLE QUOTNUM.TXT COUNTER IN THE GAP-FREE
      *            STYLE THE INVOICE AND RMA SERIES ESTABLISHED AND
      *            KEPT ON QUOTOPEN.TXT WITH AN EXPIRY DATE. ORDENTRY
      *            CONVERTS AN ACCEPTED QUOTE INTO TRANSACTION LINES
      *            AT THE QUOTED PRICE AND LOGS THE CONVERSION ON
      *            QUOTCONV.TXT; THIS PROGRAM FOLDS THOSE BACK IN SO
      *            THE DESK SEES WHICH QUOTES TURNED INTO ORDERS.
      *            TAX IS NOT QUOTED - IT DEPENDS ON WHERE THE ORDER
      *            SHIPS AND IS FIGURED AT BILLING.
      *
      *            QUOTOPEN.TXT LAYOUT (ONE RECORD PER QUOTE LINE):
      *              COLS  1-6   QUOTE NUMBER
      *              COLS  7-8   LINE NUMBER
      *              COLS  9-16  QUOTE DATE (YYYYMMDD)
      *              COLS 17-24  EXPIRY DATE (YYYYMMDD)
      *              COLS 25-29  CUSTOMER NUMBER
      *              COLS 30-32  SALESMAN
      *              COLS 33-35  PRODUCT NUMBER
      *              COLS 36-38  QUANTITY (EACHES)
      *              COLS 39-43  UNIT PRICE QUOTED (999V99)
      *              COLS 44-46  DISCOUNT QUOTED (V999)
      *              COLS 47-51  NET UNIT PRICE (999V99)
      *              COL  52     PRICE BASIS - "L" LIST, "P" PENDING,
      *                          "C" CONTRACT
      *              COL  53     "O" OPEN OR "C" CONVERTED
      *              COLS 54-61  CONVERTED DATE
      *              COLS 62-64  QUOTED BY
      *
      *            AN OPEN QUOTE PAST ITS EXPIRY DATE IS EXPIRED - IT
      *            STAYS ON FILE FOR THE HIT-RATE REPORT BUT CAN NO
      *            LONGER BE CONVERTED. QUOTES CLOSED (CONVERTED OR
      *            EXPIRED) MORE THAN 90 DAYS AGO DROP OFF THE FILE
      *            AT THE NEXT SAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTE-NUMBER-FILE
               ASSIGN "QUOTNUM.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QN-FILE-STATUS.

           SELECT QUOTE-OPEN-FILE
               ASSIGN "QUOTOPEN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QO-FILE-STATUS.

      *ORDENTRY'S LOG OF QUOTES TURNED INTO ORDERS - READ ONLY HERE.
           SELECT QUOTE-CONV-FILE
               ASSIGN "QUOTCONV.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QC-FILE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN "VSAM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS PM-FILE-STATUS.

      *THE SAME PRICING FILES THE TRANSACTION RUN READS, SO A QUOTE
      *AND THE INVOICE THAT FOLLOWS IT START FROM THE SAME PRICE.
           SELECT CONTRACT-FILE
               ASSIGN "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
               FILE STATUS IS CO-FILE-STATUS.

           SELECT TIER-FILE
               ASSIGN "P7TIERS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TI-FILE-STATUS.

      *OPERATOR SIGN-ON AND PER-FUNCTION AUTHORITY (SEE OPERAUTH.CPY)
      *- A QUOTE IS A PRICE THE COMPANY HAS TO HONOR, SO ISSUING ONE
      *TAKES MAINTENANCE AUTHORITY; LOOKING ONE UP IS OPEN TO ANY
      *SIGN-ON.
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
       FD  QUOTE-NUMBER-FILE.
       01  QN-RECORD                   PIC 9(6).

       FD  QUOTE-OPEN-FILE.
       01  QO-RECORD.
           05  QO-QUOTE-NUM            PIC 9(6).
           05  QO-LINE                 PIC 99.
           05  QO-DATE                 PIC 9(8).
           05  QO-EXP-DATE             PIC 9(8).
           05  QO-CUS-NUM              PIC 9(5).
           05  QO-SAL-NUM              PIC XXX.
           05  QO-PRO-NUM              PIC 999.
           05  QO-QTY                  PIC 999.
           05  QO-PRICE                PIC 999V99.
           05  QO-DIS-PER              PIC V999.
           05  QO-NET-PRICE            PIC 999V99.
           05  QO-BASIS                PIC X.
           05  QO-STATUS               PIC X.
           05  QO-CONV-DATE            PIC 9(8).
           05  QO-ENTERED-BY           PIC XXX.
           05                          PIC X(16).

       FD  QUOTE-CONV-FILE.
       01  QC-RECORD.
           05  QC-QUOTE-NUM            PIC 9(6).
           05  QC-CONV-DATE            PIC 9(8).
           05  QC-ENTERED-BY           PIC XXX.
           05  QC-LINES                PIC 99.
           05                          PIC X(21).

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
           05                          PIC X(7).

       FD  PRODUCT-MASTER-FILE.
       01  PM-REC.
           05  PM-ID                   PIC X(3).
           05                          PIC X(107).

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  TIER-FILE.
       01  TI-RECORD.
           05  TI-IN-PRO-NUM           PIC 999.
           05  TI-IN-FLOOR             PIC 9(5).
           05  TI-IN-PCT               PIC V999.

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
           05  QN-FILE-STATUS          PIC XX.
           05  QO-FILE-STATUS          PIC XX.
           05  QC-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  TI-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  WS-TABLE-CHANGED        PIC X    VALUE "N".
           05  WS-LINES-DONE           PIC X    VALUE "N".
           05  WS-QUOTE-FOUND          PIC X    VALUE "N".

       COPY OPERAUTH.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-QUOTE-CHOICE                  VALUE "1".
           88  WS-SHOW-CHOICE                   VALUE "2".
           88  WS-LIST-CHOICE                   VALUE "3".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *THE SAME MASTER LAYOUT THE TRANSACTION RUN USES.
       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05  MR-PRICE                PIC 999V99.
           05  MR-MIN-ORD              PIC 999.
           05  MR-QTY-DIS              PIC 999.
           05  MR-DIS-PER              PIC V999.
           05  MR-TOTAL                PIC 9(7).
           05  MR-PEND-PRICE           PIC 999V99.
           05  MR-PEND-PRICE-X REDEFINES MR-PEND-PRICE
                                       PIC X(5).
           05  MR-PEND-DATE            PIC 9(8).
           05  MR-PEND-DATE-X REDEFINES MR-PEND-DATE
                                       PIC X(8).
           05                          PIC X(56).

      *THE WHOLE QUOTE FILE IS HELD IN STORAGE WHILE THE DESK WORKS
      *AND REWRITTEN ONCE AT EXIT, THE SAME SHAPE RMAISSUE USES.
       01  QT-MAX-LINES                PIC 9(4) VALUE 2000.
       01  QT-LINE-COUNT               PIC 9(4) VALUE 0.

       01  QT-QUOTE-TABLE.
           05  QT-ENTRY OCCURS 2000 TIMES.
               10  QT-QUOTE-NUM        PIC 9(6).
               10  QT-LINE             PIC 99.
               10  QT-DATE             PIC 9(8).
               10  QT-EXP-DATE         PIC 9(8).
               10  QT-CUS-NUM          PIC 9(5).
               10  QT-SAL-NUM          PIC XXX.
               10  QT-PRO-NUM          PIC 999.
               10  QT-QTY              PIC 999.
               10  QT-PRICE            PIC 999V99.
               10  QT-DIS-PER          PIC V999.
               10  QT-NET-PRICE        PIC 999V99.
               10  QT-BASIS            PIC X.
               10  QT-STATUS           PIC X.
               10  QT-CONV-DATE        PIC 9(8).
               10  QT-ENTERED-BY       PIC XXX.

       01  QT-SUB                      PIC 9(4).

      *THE QUOTE BEING BUILT - UP TO 20 LINES, FILED ONLY WHEN THE
      *DESK CONFIRMS IT.
       01  WQ-MAX-LINES                PIC 99 VALUE 20.
       01  WQ-LINE-COUNT               PIC 99 VALUE 0.
       01  WQ-QUOTE-LINES.
           05  WQ-ENTRY OCCURS 20 TIMES.
               10  WQ-PRO-NUM          PIC 999.
               10  WQ-PRO-DES          PIC X(27).
               10  WQ-QTY              PIC 999.
               10  WQ-PRICE            PIC 999V99.
               10  WQ-DIS-PER          PIC V999.
               10  WQ-NET-PRICE        PIC 999V99.
               10  WQ-BASIS            PIC X.
               10  WQ-EXTENSION        PIC 9(6)V99.
       01  WQ-SUB                      PIC 99.
       01  WQ-QUOTE-TOTAL              PIC 9(7)V99 VALUE 0.

      *CONTRACT PRICES ARE READ BY KEY, AND DISCOUNT TIERS LOADED,
      *THE WAY P7REPORTS DOES IT.
       01  WS-CO-OPEN                  PIC X     VALUE "N".
       01  WS-CO-DONE                  PIC X     VALUE "N".

       01  TI-MAX-TIERS                PIC 99 VALUE 50.
       01  TI-TIER-COUNT               PIC 99 VALUE 0.
       01  TI-TIER-TABLE.
           05  TI-ENTRY OCCURS 50 TIMES.
               10  TI-PRO-NUM          PIC 999.
               10  TI-FLOOR            PIC 9(5).
               10  TI-PCT              PIC V999.
       01  TI-SUB                      PIC 99.

      *ONE LINE'S PRICE AS THE TRANSACTION RUN WOULD FIGURE IT.
       01  WS-CONTRACT-THIS            PIC X     VALUE "N".
       01  WS-LINE-PRICE               PIC 999V99 VALUE 0.
       01  WS-LINE-DIS-PER             PIC V999  VALUE 0.
       01  WS-LINE-NET                 PIC 999V99 VALUE 0.
       01  WS-LINE-BASIS               PIC X     VALUE "L".
       01  WS-LINE-GROSS               PIC 9(6)V99 VALUE 0.
       01  WS-LINE-DIS-AMT             PIC 9(6)V99 VALUE 0.
       01  WS-BEST-FLOOR               PIC 9(5)  VALUE 0.

       01  WS-NEXT-QUOTE               PIC 9(6) VALUE 1.
       01  WS-TODAY                    PIC 9(8).
       01  WS-EXP-DATE                 PIC 9(8).
       01  WS-QUOTE-SAL                PIC XXX.
       01  WS-SHOW-NUM                 PIC 9(6).
       01  WS-PREV-NUM                 PIC 9(6).
       01  WS-STATUS-TEXT              PIC X(9).

       01  WS-CUS-ENTRY                PIC X(5).
       01  WS-CUS-ENTRY-N REDEFINES WS-CUS-ENTRY
                                       PIC 9(5).
       01  WS-PRO-ENTRY                PIC X(3).
       01  WS-PRO-ENTRY-N REDEFINES WS-PRO-ENTRY
                                       PIC 999.
       01  WS-QTY-ENTRY                PIC X(3).
       01  WS-QTY-ENTRY-N REDEFINES WS-QTY-ENTRY
                                       PIC 999.
       01  WS-DAYS-ENTRY               PIC X(2).
       01  WS-DAYS-ENTRY-N REDEFINES WS-DAYS-ENTRY
                                       PIC 99.
       01  WS-NUM-ENTRY                PIC X(6).
       01  WS-NUM-ENTRY-N REDEFINES WS-NUM-ENTRY
                                       PIC 9(6).
       01  WS-SAL-ENTRY                PIC X(3).
       01  WS-CONFIRM-ENTRY            PIC X.

      *EXPIRY DATE ARITHMETIC - THE CALENDAR IS WALKED FORWARD A DAY
      *AT A TIME, ROLLING MONTH AND YEAR, THE SAME WAY THE WEEKLY
      *REPORTS FIND THEIR SUNDAYS.
       01  WS-CAL-WORK.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 99.
           05  WS-CAL-DD               PIC 99.
       01  WS-CAL-T1                   PIC 99.
       01  WS-CAL-QUOT                 PIC 9(4).
       01  WS-LEAP-REM                 PIC 9(4).
       01  WS-ADD-DAYS                 PIC 99 VALUE 30.

       01  DM-DAYS-IN-MONTH-X.
           05                          PIC X(24) VALUE
               "312831303130313130313031".
       01  DM-DAYS-TABLE REDEFINES DM-DAYS-IN-MONTH-X.
           05  DM-DAYS OCCURS 12 TIMES PIC 99.

      *ROUGH 30/360 AGING, SAME AS THE REST OF THE SHOP - HOW LONG
      *A CLOSED QUOTE HAS BEEN CLOSED.
       01  WS-TODAY-PD                 PIC 9(7).
       01  WS-CLOSED-PD                PIC 9(7).
       01  WS-CLOSED-DAYS              PIC S9(7).
       01  WS-CLOSED-DATE              PIC 9(8).
       01  WS-KEEP-DAYS                PIC 9(3) VALUE 90.
       01  WS-DROPPED-COUNT            PIC 9(4) VALUE 0.

       01  WS-DATE-PARTS.
           05  WS-DP-YYYY              PIC 9(4).
           05  WS-DP-MM                PIC 99.
           05  WS-DP-DD                PIC 99.

       01  DQ-LINE-DISPLAY.
           05  DQ-LINE                 PIC Z9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-PRO-DES              PIC X(20).
           05  DQ-QTY                  PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-PRICE                PIC ZZ9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-DIS-PER              PIC Z9.9.
           05  FILLER                  PIC XX    VALUE "% ".
           05  DQ-NET-PRICE            PIC ZZ9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-EXTENSION            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  DQ-BASIS                PIC X(8).

       01  DL-LIST-LINE.
           05  DL-QUOTE-NUM            PIC 9(6).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-EXP-DATE             PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-SAL-NUM              PIC XXX.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-LINES                PIC Z9.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-VALUE                PIC Z,ZZZ,ZZ9.99.

       01  DT-TOTAL-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  WS-LIST-VALUE               PIC 9(7)V99 VALUE 0.
       01  WS-LIST-LINES               PIC 99    VALUE 0.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 970-SIGN-ON
           PERFORM 100-INITIALIZE
           PERFORM 200-MAIN-MENU
               UNTIL WS-DONE = "YES"
           PERFORM 900-TERMINATE
           STOP RUN.

      *NO PRODUCT MASTER, NO PRICES TO QUOTE; NO CUSTOMER MASTER, NO
      *CONTRACT OR SALESMAN TO QUOTE AGAINST - EITHER WAY THE DESK IS
      *TOLD AND THE SESSION ENDS.
       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DATE-PARTS
           COMPUTE WS-TODAY-PD =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           OPEN INPUT PRODUCT-MASTER-FILE
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "VSAM.TXT NOT AVAILABLE - NO QUOTING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - NO QUOTING"
               CLOSE PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-GET-NEXT-QUOTE-NUMBER
           PERFORM 120-LOAD-QUOTES
           PERFORM 130-APPLY-CONVERSIONS
           PERFORM 140-OPEN-CONTRACTS
           PERFORM 150-LOAD-TIERS.

       110-GET-NEXT-QUOTE-NUMBER.
           OPEN INPUT QUOTE-NUMBER-FILE
           IF QN-FILE-STATUS = "00"
               READ QUOTE-NUMBER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-QUOTE
                   NOT AT END
                       MOVE QN-RECORD TO WS-NEXT-QUOTE
               END-READ
               CLOSE QUOTE-NUMBER-FILE
           END-IF.

       120-LOAD-QUOTES.
           OPEN INPUT QUOTE-OPEN-FILE
           IF QO-FILE-STATUS = "00"
               PERFORM UNTIL QO-FILE-STATUS NOT = "00"
                   READ QUOTE-OPEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QT-LINE-COUNT < QT-MAX-LINES
                               ADD 1 TO QT-LINE-COUNT
                               PERFORM 125-LOAD-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-OPEN-FILE
           END-IF.

       125-LOAD-ONE-LINE.
           MOVE QO-QUOTE-NUM TO QT-QUOTE-NUM(QT-LINE-COUNT)
           MOVE QO-LINE TO QT-LINE(QT-LINE-COUNT)
           MOVE QO-DATE TO QT-DATE(QT-LINE-COUNT)
           MOVE QO-EXP-DATE TO QT-EXP-DATE(QT-LINE-COUNT)
           MOVE QO-CUS-NUM TO QT-CUS-NUM(QT-LINE-COUNT)
           MOVE QO-SAL-NUM TO QT-SAL-NUM(QT-LINE-COUNT)
           MOVE QO-PRO-NUM TO QT-PRO-NUM(QT-LINE-COUNT)
           MOVE QO-QTY TO QT-QTY(QT-LINE-COUNT)
           MOVE QO-PRICE TO QT-PRICE(QT-LINE-COUNT)
           MOVE QO-DIS-PER TO QT-DIS-PER(QT-LINE-COUNT)
           MOVE QO-NET-PRICE TO QT-NET-PRICE(QT-LINE-COUNT)
           MOVE QO-BASIS TO QT-BASIS(QT-LINE-COUNT)
           MOVE QO-STATUS TO QT-STATUS(QT-LINE-COUNT)
           MOVE QO-CONV-DATE TO QT-CONV-DATE(QT-LINE-COUNT)
           MOVE QO-ENTERED-BY TO QT-ENTERED-BY(QT-LINE-COUNT).

      *EVERY QUOTE ORDENTRY HAS CONVERTED SINCE THE LAST SAVE IS
      *MARKED HERE; THE MARK GOES BACK ONTO QUOTOPEN.TXT AT EXIT.
       130-APPLY-CONVERSIONS.
           OPEN INPUT QUOTE-CONV-FILE
           IF QC-FILE-STATUS = "00"
               PERFORM UNTIL QC-FILE-STATUS NOT = "00"
                   READ QUOTE-CONV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 135-MARK-CONVERTED
                   END-READ
               END-PERFORM
               CLOSE QUOTE-CONV-FILE
           END-IF.

       135-MARK-CONVERTED.
           PERFORM VARYING QT-SUB FROM 1 BY 1
                   UNTIL QT-SUB > QT-LINE-COUNT
               IF QT-QUOTE-NUM(QT-SUB) = QC-QUOTE-NUM
                       AND QT-STATUS(QT-SUB) = "O"
                   MOVE "C" TO QT-STATUS(QT-SUB)
                   MOVE QC-CONV-DATE TO QT-CONV-DATE(QT-SUB)
                   MOVE "Y" TO WS-TABLE-CHANGED
               END-IF
           END-PERFORM.

      *NO FILE LEAVES EVERY LINE ON THE STANDARD PRICE, THE SAME
      *AS THE TRANSACTION RUN.
       140-OPEN-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CO-FILE-STATUS = "00"
               MOVE "Y" TO WS-CO-OPEN
           END-IF.

       150-LOAD-TIERS.
           OPEN INPUT TIER-FILE
           IF TI-FILE-STATUS = "00"
               PERFORM UNTIL TI-FILE-STATUS NOT = "00"
                   READ TIER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TI-TIER-COUNT < TI-MAX-TIERS
                               ADD 1 TO TI-TIER-COUNT
                               MOVE TI-IN-PRO-NUM TO
                                   TI-PRO-NUM(TI-TIER-COUNT)
                               MOVE TI-IN-FLOOR TO
                                   TI-FLOOR(TI-TIER-COUNT)
                               MOVE TI-IN-PCT TO
                                   TI-PCT(TI-TIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIER-FILE
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  SALES QUOTATIONS"
           DISPLAY "  1 - NEW QUOTE"
           DISPLAY "  2 - DISPLAY A QUOTE"
           DISPLAY "  3 - LIST OPEN QUOTES"
           DISPLAY "  9 - EXIT AND SAVE"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *A QUOTE COMMITS A PRICE - MAINTENANCE AUTHORITY. ANYBODY
      *SIGNED ON CAN LOOK ONE UP.
               WHEN WS-QUOTE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "QUOTE-ISSUE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-QUOTE-CHOICE
                   PERFORM 300-NEW-QUOTE
               WHEN WS-SHOW-CHOICE
                   PERFORM 400-SHOW-QUOTE
               WHEN WS-LIST-CHOICE
                   PERFORM 450-LIST-OPEN
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       300-NEW-QUOTE.
           IF QT-LINE-COUNT + WQ-MAX-LINES > QT-MAX-LINES
               DISPLAY "QUOTE TABLE FULL - QUOTE CANCELLED"
           ELSE
               DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
               ACCEPT WS-CUS-ENTRY
               IF WS-CUS-ENTRY NOT NUMERIC OR WS-CUS-ENTRY-N = 0
                   DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS"
               ELSE
                   MOVE WS-CUS-ENTRY-N TO CU-NUM
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "CUSTOMER NOT ON FILE - "
                               "QUOTE CANCELLED"
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER: " CU-NAME
                           PERFORM 305-QUOTE-SALESMAN
                   END-READ
               END-IF
           END-IF.

      *THE HIT RATE IS KEPT BY SALESMAN, SO EVERY QUOTE NAMES ONE -
      *THE ACCOUNT'S OWN WHEN THE DESK LEAVES IT BLANK.
       305-QUOTE-SALESMAN.
           DISPLAY "SALESMAN (BLANK = ACCOUNT'S OWN): "
               WITH NO ADVANCING
           ACCEPT WS-SAL-ENTRY
           IF WS-SAL-ENTRY = SPACES
               MOVE CU-SAL-NUM TO WS-QUOTE-SAL
           ELSE
               MOVE WS-SAL-ENTRY TO WS-QUOTE-SAL
           END-IF
           IF WS-QUOTE-SAL = SPACES OR WS-QUOTE-SAL = "000"
               DISPLAY "NO SALESMAN ON THE ACCOUNT - "
                   "QUOTE CANCELLED"
           ELSE
               MOVE 0 TO WQ-LINE-COUNT
               MOVE 0 TO WQ-QUOTE-TOTAL
               MOVE "N" TO WS-LINES-DONE
               PERFORM 310-QUOTE-LINE
                   UNTIL WS-LINES-DONE = "Y"
               IF WQ-LINE-COUNT = 0
                   DISPLAY "NO LINES - QUOTE CANCELLED"
               ELSE
                   PERFORM 330-QUOTE-EXPIRY
               END-IF
           END-IF.

       310-QUOTE-LINE.
           IF WQ-LINE-COUNT >= WQ-MAX-LINES
               DISPLAY "20 LINES IS THE MOST ONE QUOTE HOLDS"
               MOVE "Y" TO WS-LINES-DONE
           ELSE
               DISPLAY "PRODUCT NUMBER (BLANK = LAST LINE DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-PRO-ENTRY
               IF WS-PRO-ENTRY = SPACES
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
               IF WS-PRO-ENTRY NOT NUMERIC OR WS-PRO-ENTRY-N = 0
                   DISPLAY "PRODUCT NUMBER MUST BE 3 DIGITS"
               ELSE
                   MOVE WS-PRO-ENTRY TO PM-ID
                   READ PRODUCT-MASTER-FILE INTO MASTER-RECORD
                       INVALID KEY
                           DISPLAY "PRODUCT NOT ON FILE"
                       NOT INVALID KEY
                           PERFORM 320-QUOTE-QUANTITY
                   END-READ
               END-IF
               END-IF
           END-IF.

       320-QUOTE-QUANTITY.
           DISPLAY MR-PRO-NUM " " MR-PRO-DES
           DISPLAY "QUANTITY (1-999): " WITH NO ADVANCING
           ACCEPT WS-QTY-ENTRY
           IF WS-QTY-ENTRY NOT NUMERIC OR WS-QTY-ENTRY-N = 0
               DISPLAY "QUANTITY MUST BE 1-999 - LINE DROPPED"
           ELSE
           IF WS-QTY-ENTRY-N <= MR-MIN-ORD
               DISPLAY "BELOW THE MINIMUM ORDER - LINE DROPPED"
           ELSE
               PERFORM 500-PRICE-LINE
               ADD 1 TO WQ-LINE-COUNT
               MOVE MR-PRO-NUM TO WQ-PRO-NUM(WQ-LINE-COUNT)
               MOVE MR-PRO-DES TO WQ-PRO-DES(WQ-LINE-COUNT)
               MOVE WS-QTY-ENTRY-N TO WQ-QTY(WQ-LINE-COUNT)
               MOVE WS-LINE-PRICE TO WQ-PRICE(WQ-LINE-COUNT)
               MOVE WS-LINE-DIS-PER TO WQ-DIS-PER(WQ-LINE-COUNT)
               MOVE WS-LINE-NET TO WQ-NET-PRICE(WQ-LINE-COUNT)
               MOVE WS-LINE-BASIS TO WQ-BASIS(WQ-LINE-COUNT)
               COMPUTE WQ-EXTENSION(WQ-LINE-COUNT) =
                   WS-LINE-GROSS - WS-LINE-DIS-AMT
               ADD WQ-EXTENSION(WQ-LINE-COUNT) TO WQ-QUOTE-TOTAL
               MOVE WQ-LINE-COUNT TO WQ-SUB
               PERFORM 325-DISPLAY-WORK-LINE
           END-IF
           END-IF.

       325-DISPLAY-WORK-LINE.
           MOVE WQ-SUB TO DQ-LINE
           MOVE WQ-PRO-NUM(WQ-SUB) TO DQ-PRO-NUM
           MOVE WQ-PRO-DES(WQ-SUB) TO DQ-PRO-DES
           MOVE WQ-QTY(WQ-SUB) TO DQ-QTY
           MOVE WQ-PRICE(WQ-SUB) TO DQ-PRICE
           COMPUTE DQ-DIS-PER = WQ-DIS-PER(WQ-SUB) * 100
           MOVE WQ-NET-PRICE(WQ-SUB) TO DQ-NET-PRICE
           MOVE WQ-EXTENSION(WQ-SUB) TO DQ-EXTENSION
           MOVE WQ-BASIS(WQ-SUB) TO WS-LINE-BASIS
           PERFORM 510-BASIS-TEXT
           DISPLAY DQ-LINE-DISPLAY.

      *HOW LONG THE PRICE HOLDS - 30 DAYS UNLESS THE SALESMAN SAYS
      *OTHERWISE, NEVER MORE THAN 90 SO A STALE PRICE CAN'T SIT ON
      *FILE WAITING FOR SOMEBODY TO REMEMBER IT.
       330-QUOTE-EXPIRY.
           DISPLAY "DAYS THE PRICE HOLDS (1-90, BLANK = 30): "
               WITH NO ADVANCING
           ACCEPT WS-DAYS-ENTRY
           IF WS-DAYS-ENTRY = SPACES
               MOVE 30 TO WS-ADD-DAYS
               PERFORM 340-FILE-QUOTE
           ELSE
           IF WS-DAYS-ENTRY NOT NUMERIC OR WS-DAYS-ENTRY-N = 0
                   OR WS-DAYS-ENTRY-N > 90
               DISPLAY "DAYS MUST BE 1-90 - QUOTE CANCELLED"
           ELSE
               MOVE WS-DAYS-ENTRY-N TO WS-ADD-DAYS
               PERFORM 340-FILE-QUOTE
           END-IF
           END-IF.

       340-FILE-QUOTE.
           MOVE WS-TODAY TO WS-CAL-WORK
           PERFORM 920-ADD-DAYS-TO-DATE
           MOVE WS-CAL-WORK TO WS-EXP-DATE
           MOVE WQ-QUOTE-TOTAL TO DT-TOTAL-DISPLAY
           DISPLAY "QUOTE TOTAL " DT-TOTAL-DISPLAY
               " BEFORE TAX - GOOD THROUGH " WS-EXP-DATE
           DISPLAY "FILE QUOTE " WS-NEXT-QUOTE " (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y"
               PERFORM VARYING WQ-SUB FROM 1 BY 1
                       UNTIL WQ-SUB > WQ-LINE-COUNT
                   ADD 1 TO QT-LINE-COUNT
                   MOVE WS-NEXT-QUOTE TO
                       QT-QUOTE-NUM(QT-LINE-COUNT)
                   MOVE WQ-SUB TO QT-LINE(QT-LINE-COUNT)
                   MOVE WS-TODAY TO QT-DATE(QT-LINE-COUNT)
                   MOVE WS-EXP-DATE TO QT-EXP-DATE(QT-LINE-COUNT)
                   MOVE CU-NUM TO QT-CUS-NUM(QT-LINE-COUNT)
                   MOVE WS-QUOTE-SAL TO QT-SAL-NUM(QT-LINE-COUNT)
                   MOVE WQ-PRO-NUM(WQ-SUB) TO
                       QT-PRO-NUM(QT-LINE-COUNT)
                   MOVE WQ-QTY(WQ-SUB) TO QT-QTY(QT-LINE-COUNT)
                   MOVE WQ-PRICE(WQ-SUB) TO
                       QT-PRICE(QT-LINE-COUNT)
                   MOVE WQ-DIS-PER(WQ-SUB) TO
                       QT-DIS-PER(QT-LINE-COUNT)
                   MOVE WQ-NET-PRICE(WQ-SUB) TO
                       QT-NET-PRICE(QT-LINE-COUNT)
                   MOVE WQ-BASIS(WQ-SUB) TO
                       QT-BASIS(QT-LINE-COUNT)
                   MOVE "O" TO QT-STATUS(QT-LINE-COUNT)
                   MOVE ZEROS TO QT-CONV-DATE(QT-LINE-COUNT)
                   MOVE OA-OPERATOR-ID TO
                       QT-ENTERED-BY(QT-LINE-COUNT)
               END-PERFORM
               MOVE "Y" TO WS-TABLE-CHANGED
               DISPLAY "QUOTE " WS-NEXT-QUOTE " FILED"
               ADD 1 TO WS-NEXT-QUOTE
           ELSE
               DISPLAY "NOT FILED"
           END-IF.

       400-SHOW-QUOTE.
           DISPLAY "QUOTE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY NOT NUMERIC
               DISPLAY "QUOTE NUMBER MUST BE 6 DIGITS"
           ELSE
               MOVE WS-NUM-ENTRY-N TO WS-SHOW-NUM
               MOVE "N" TO WS-QUOTE-FOUND
               MOVE 0 TO WQ-QUOTE-TOTAL
               PERFORM VARYING QT-SUB FROM 1 BY 1
                       UNTIL QT-SUB > QT-LINE-COUNT
                   IF QT-QUOTE-NUM(QT-SUB) = WS-SHOW-NUM
                       IF WS-QUOTE-FOUND = "N"
                           MOVE "Y" TO WS-QUOTE-FOUND
                           PERFORM 410-SHOW-HEADER
                       END-IF
                       PERFORM 420-SHOW-LINE
                   END-IF
               END-PERFORM
               IF WS-QUOTE-FOUND = "N"
                   DISPLAY "QUOTE NOT ON FILE"
               ELSE
                   MOVE WQ-QUOTE-TOTAL TO DT-TOTAL-DISPLAY
                   DISPLAY "QUOTE TOTAL " DT-TOTAL-DISPLAY
                       " BEFORE TAX"
               END-IF
           END-IF.

       410-SHOW-HEADER.
           PERFORM 550-STATUS-TEXT
           DISPLAY "QUOTE " QT-QUOTE-NUM(QT-SUB) "  DATED "
               QT-DATE(QT-SUB) "  GOOD THROUGH "
               QT-EXP-DATE(QT-SUB) "  " WS-STATUS-TEXT
           MOVE QT-CUS-NUM(QT-SUB) TO CU-NUM
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO CU-NAME
           END-READ
           DISPLAY "CUSTOMER " QT-CUS-NUM(QT-SUB) " " CU-NAME
               "  SALESMAN " QT-SAL-NUM(QT-SUB)
           IF QT-STATUS(QT-SUB) = "C"
               DISPLAY "CONVERTED TO AN ORDER " QT-CONV-DATE(QT-SUB)
           END-IF.

       420-SHOW-LINE.
           MOVE QT-LINE(QT-SUB) TO DQ-LINE
           MOVE QT-PRO-NUM(QT-SUB) TO DQ-PRO-NUM
           MOVE SPACES TO DQ-PRO-DES
           MOVE QT-PRO-NUM(QT-SUB) TO PM-ID
           READ PRODUCT-MASTER-FILE INTO MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MR-PRO-DES TO DQ-PRO-DES
           END-READ
           MOVE QT-QTY(QT-SUB) TO DQ-QTY
           MOVE QT-PRICE(QT-SUB) TO DQ-PRICE
           COMPUTE DQ-DIS-PER = QT-DIS-PER(QT-SUB) * 100
           MOVE QT-NET-PRICE(QT-SUB) TO DQ-NET-PRICE
           COMPUTE WS-LINE-GROSS = QT-PRICE(QT-SUB) * QT-QTY(QT-SUB)
           COMPUTE WS-LINE-DIS-AMT =
               WS-LINE-GROSS * QT-DIS-PER(QT-SUB)
           COMPUTE DQ-EXTENSION = WS-LINE-GROSS - WS-LINE-DIS-AMT
           COMPUTE WQ-QUOTE-TOTAL = WQ-QUOTE-TOTAL
               + WS-LINE-GROSS - WS-LINE-DIS-AMT
           MOVE QT-BASIS(QT-SUB) TO WS-LINE-BASIS
           PERFORM 510-BASIS-TEXT
           DISPLAY DQ-LINE-DISPLAY.

      *ONE LINE PER QUOTE STILL OPEN AND UNEXPIRED - THE TABLE IS IN
      *QUOTE-NUMBER ORDER, SO A QUOTE'S LINES SIT TOGETHER.
       450-LIST-OPEN.
           DISPLAY "QUOTE   DATED     EXPIRES   CUST.  SAL LINES"
               "         VALUE"
           MOVE 0 TO WS-PREV-NUM
           PERFORM VARYING QT-SUB FROM 1 BY 1
                   UNTIL QT-SUB > QT-LINE-COUNT
               IF QT-STATUS(QT-SUB) = "O"
                       AND QT-EXP-DATE(QT-SUB) >= WS-TODAY
                   IF QT-QUOTE-NUM(QT-SUB) NOT = WS-PREV-NUM
                       IF WS-PREV-NUM > 0
                           PERFORM 460-LIST-ONE-QUOTE
                       END-IF
                       MOVE QT-QUOTE-NUM(QT-SUB) TO WS-PREV-NUM
                       MOVE QT-QUOTE-NUM(QT-SUB) TO DL-QUOTE-NUM
                       MOVE QT-DATE(QT-SUB) TO DL-DATE
                       MOVE QT-EXP-DATE(QT-SUB) TO DL-EXP-DATE
                       MOVE QT-CUS-NUM(QT-SUB) TO DL-CUS-NUM
                       MOVE QT-SAL-NUM(QT-SUB) TO DL-SAL-NUM
                       MOVE 0 TO WS-LIST-LINES
                       MOVE 0 TO WS-LIST-VALUE
                   END-IF
                   ADD 1 TO WS-LIST-LINES
                   COMPUTE WS-LINE-GROSS =
                       QT-PRICE(QT-SUB) * QT-QTY(QT-SUB)
                   COMPUTE WS-LINE-DIS-AMT =
                       WS-LINE-GROSS * QT-DIS-PER(QT-SUB)
                   COMPUTE WS-LIST-VALUE = WS-LIST-VALUE
                       + WS-LINE-GROSS - WS-LINE-DIS-AMT
               END-IF
           END-PERFORM
           IF WS-PREV-NUM > 0
               PERFORM 460-LIST-ONE-QUOTE
           ELSE
               DISPLAY "NO OPEN QUOTES"
           END-IF.

       460-LIST-ONE-QUOTE.
           MOVE WS-LIST-LINES TO DL-LINES
           MOVE WS-LIST-VALUE TO DL-VALUE
           DISPLAY DL-LIST-LINE.

      *THE PRICE IN EFFECT ON THE QUOTE DATE, FIGURED EXACTLY AS THE
      *TRANSACTION RUN FIGURES IT: A CURRENT CONTRACT FOR THIS
      *CUSTOMER AND PRODUCT WINS OUTRIGHT AND TAKES NO DISCOUNT;
      *OTHERWISE THE PENDING PRICE ONCE ITS DATE HAS COME, ELSE THE
      *CURRENT ONE, LESS THE MASTER'S BREAK OR THE DEEPEST TIER THE
      *QUANTITY QUALIFIES FOR.
       500-PRICE-LINE.
           MOVE "N" TO WS-CONTRACT-THIS
           MOVE "L" TO WS-LINE-BASIS
           MOVE MR-PRICE TO WS-LINE-PRICE
           MOVE 0 TO WS-LINE-DIS-PER
           MOVE 0 TO WS-BEST-FLOOR
           IF WS-CO-OPEN = "Y"
               MOVE CU-NUM TO CO-CUS-NUM
               MOVE MR-PRO-NUM TO CO-PRO-NUM
               MOVE 0 TO CO-EFF-DATE
               MOVE "N" TO WS-CO-DONE
               START CONTRACT-FILE KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CO-DONE
               END-START
               PERFORM 505-NEXT-CONTRACT
                   UNTIL WS-CO-DONE = "Y"
           END-IF
           IF WS-CONTRACT-THIS = "N"
               IF MR-PEND-PRICE-X NUMERIC
                       AND MR-PEND-DATE-X NUMERIC
                       AND MR-PEND-DATE > 0
                       AND WS-TODAY >= MR-PEND-DATE
                   MOVE "P" TO WS-LINE-BASIS
                   MOVE MR-PEND-PRICE TO WS-LINE-PRICE
               END-IF
               IF MR-QTY-DIS > 0 AND WS-QTY-ENTRY-N >= MR-QTY-DIS
                   MOVE MR-DIS-PER TO WS-LINE-DIS-PER
               END-IF
               PERFORM VARYING TI-SUB FROM 1 BY 1
                       UNTIL TI-SUB > TI-TIER-COUNT
                   IF TI-PRO-NUM(TI-SUB) = MR-PRO-NUM
                           AND WS-QTY-ENTRY-N >= TI-FLOOR(TI-SUB)
                           AND TI-FLOOR(TI-SUB) >= WS-BEST-FLOOR
                       MOVE TI-FLOOR(TI-SUB) TO WS-BEST-FLOOR
                       MOVE TI-PCT(TI-SUB) TO WS-LINE-DIS-PER
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-LINE-GROSS = WS-LINE-PRICE * WS-QTY-ENTRY-N
           COMPUTE WS-LINE-DIS-AMT = WS-LINE-GROSS * WS-LINE-DIS-PER
           COMPUTE WS-LINE-NET ROUNDED =
               WS-LINE-PRICE - WS-LINE-PRICE * WS-LINE-DIS-PER.

      *THE CUSTOMER'S CONTRACTS FOR THE PRODUCT COME OFF THE KEY IN
      *EFFECTIVE-DATE ORDER, SO THE LATEST ONE IN FORCE WINS.
       505-NEXT-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CO-DONE
               NOT AT END
                   IF CO-CUS-NUM NOT = CU-NUM
                           OR CO-PRO-NUM NOT = MR-PRO-NUM
                       MOVE "Y" TO WS-CO-DONE
                   ELSE
                       IF WS-TODAY >= CO-EFF-DATE
                               AND WS-TODAY <= CO-EXP-DATE
                           MOVE "Y" TO WS-CONTRACT-THIS
                           MOVE "C" TO WS-LINE-BASIS
                           MOVE CO-PRICE TO WS-LINE-PRICE
                       END-IF
                   END-IF
           END-READ.

       510-BASIS-TEXT.
           EVALUATE WS-LINE-BASIS
               WHEN "C"
                   MOVE "CONTRACT" TO DQ-BASIS
               WHEN "P"
                   MOVE "NEW PRC" TO DQ-BASIS
               WHEN OTHER
                   MOVE "LIST" TO DQ-BASIS
           END-EVALUATE.

       550-STATUS-TEXT.
           IF QT-STATUS(QT-SUB) = "C"
               MOVE "CONVERTED" TO WS-STATUS-TEXT
           ELSE
           IF QT-EXP-DATE(QT-SUB) < WS-TODAY
               MOVE "EXPIRED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF
           END-IF.

      *WALKS THE CALENDAR FORWARD WS-ADD-DAYS DAYS, ROLLING MONTH AND
      *YEAR AS NEEDED.
       920-ADD-DAYS-TO-DATE.
           PERFORM WS-ADD-DAYS TIMES
               PERFORM 940-DAYS-THIS-MONTH
               IF WS-CAL-DD < WS-CAL-T1
                   ADD 1 TO WS-CAL-DD
               ELSE
                   MOVE 1 TO WS-CAL-DD
                   IF WS-CAL-MM < 12
                       ADD 1 TO WS-CAL-MM
                   ELSE
                       MOVE 1 TO WS-CAL-MM
                       ADD 1 TO WS-CAL-YYYY
                   END-IF
               END-IF
           END-PERFORM.

      *DAYS IN WS-CAL-MM OF WS-CAL-YYYY, LEFT IN WS-CAL-T1 -
      *FEBRUARY GETS ITS LEAP DAY ON THE USUAL 4/100/400 RULE.
       940-DAYS-THIS-MONTH.
           MOVE DM-DAYS(WS-CAL-MM) TO WS-CAL-T1
           IF WS-CAL-MM = 2
               DIVIDE WS-CAL-YYYY BY 4
                   GIVING WS-CAL-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CAL-YYYY BY 100
                       GIVING WS-CAL-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-CAL-T1
                   ELSE
                       DIVIDE WS-CAL-YYYY BY 400
                           GIVING WS-CAL-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-CAL-T1
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *THE COUNTER ONLY SAVES WHEN SOMETHING CHANGED. A QUOTE CLOSED
      *- CONVERTED, OR EXPIRED UNCONVERTED - MORE THAN WS-KEEP-DAYS
      *AGO HAS SERVED THE HIT-RATE REPORT AND DROPS OFF HERE, SO THE
      *FILE DOESN'T OUTGROW THE TABLE.
       900-TERMINATE.
           PERFORM VARYING QT-SUB FROM 1 BY 1
                   UNTIL QT-SUB > QT-LINE-COUNT
               PERFORM 910-CHECK-RETIRE
           END-PERFORM
           IF WS-TABLE-CHANGED = "Y" OR WS-DROPPED-COUNT > 0
               OPEN OUTPUT QUOTE-OPEN-FILE
               PERFORM VARYING QT-SUB FROM 1 BY 1
                       UNTIL QT-SUB > QT-LINE-COUNT
                   IF QT-STATUS(QT-SUB) NOT = "D"
                       PERFORM 915-WRITE-ONE-LINE
                   END-IF
               END-PERFORM
               CLOSE QUOTE-OPEN-FILE
               OPEN OUTPUT QUOTE-NUMBER-FILE
               MOVE WS-NEXT-QUOTE TO QN-RECORD
               WRITE QN-RECORD
               CLOSE QUOTE-NUMBER-FILE
               DISPLAY "QUOTOPEN.TXT SAVED - NEXT QUOTE "
                   WS-NEXT-QUOTE " - " WS-DROPPED-COUNT
                   " OLD LINES RETIRED"
           ELSE
               DISPLAY "NO CHANGES - FILES LEFT AS IS"
           END-IF
           CLOSE PRODUCT-MASTER-FILE
                 CUSTOMER-FILE
           IF WS-CO-OPEN = "Y"
               CLOSE CONTRACT-FILE
           END-IF.

       910-CHECK-RETIRE.
           MOVE 0 TO WS-CLOSED-DATE
           IF QT-STATUS(QT-SUB) = "C"
               MOVE QT-CONV-DATE(QT-SUB) TO WS-CLOSED-DATE
           ELSE
           IF QT-EXP-DATE(QT-SUB) < WS-TODAY
               MOVE QT-EXP-DATE(QT-SUB) TO WS-CLOSED-DATE
           END-IF
           END-IF
           IF WS-CLOSED-DATE > 0
               MOVE WS-CLOSED-DATE TO WS-DATE-PARTS
               COMPUTE WS-CLOSED-PD =
                   WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
               COMPUTE WS-CLOSED-DAYS = WS-TODAY-PD - WS-CLOSED-PD
               IF WS-CLOSED-DAYS > WS-KEEP-DAYS
                   MOVE "D" TO QT-STATUS(QT-SUB)
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       915-WRITE-ONE-LINE.
           MOVE SPACES TO QO-RECORD
           MOVE QT-QUOTE-NUM(QT-SUB) TO QO-QUOTE-NUM
           MOVE QT-LINE(QT-SUB) TO QO-LINE
           MOVE QT-DATE(QT-SUB) TO QO-DATE
           MOVE QT-EXP-DATE(QT-SUB) TO QO-EXP-DATE
           MOVE QT-CUS-NUM(QT-SUB) TO QO-CUS-NUM
           MOVE QT-SAL-NUM(QT-SUB) TO QO-SAL-NUM
           MOVE QT-PRO-NUM(QT-SUB) TO QO-PRO-NUM
           MOVE QT-QTY(QT-SUB) TO QO-QTY
           MOVE QT-PRICE(QT-SUB) TO QO-PRICE
           MOVE QT-DIS-PER(QT-SUB) TO QO-DIS-PER
           MOVE QT-NET-PRICE(QT-SUB) TO QO-NET-PRICE
           MOVE QT-BASIS(QT-SUB) TO QO-BASIS
           MOVE QT-STATUS(QT-SUB) TO QO-STATUS
           MOVE QT-CONV-DATE(QT-SUB) TO QO-CONV-DATE
           MOVE QT-ENTERED-BY(QT-SUB) TO QO-ENTERED-BY
           WRITE QO-RECORD.

       COPY OPERAUTP.
