      *            IN A TEXT EDITOR - THE VENDOR MASTER
      *            (VENDMSTR.TXT), STORE MASTER (STORMSTR.TXT),
      *            DISTRIBUTION LIST (DISTLIST.TXT), GL ACCOUNT
      *            CHART (GLACCTS.TXT), THE TAX-EXEMPTION
      *            CERTIFICATES (TAXCERT.DAT), AND THE GL BUDGET
      *            (BUDGET.TXT - BUDLOAD.CBL'S LAYOUT; THE ANNUAL
      *            PLAN LOADS IT, THIS KEEPS IT UP), THE PRODUCT
      *            CATEGORY TABLE (CATEGORY.TXT) AND THE PRODUCT-TO-
      *            CATEGORY ASSIGNMENTS (PRODCAT.TXT) - LAYOUTS IN
      *            PRODCAT.CPY. SAME SHAPE AS
      *            EXCUSMNT.CBL:
      *            THE SELECTED FILE LOADS INTO STORAGE, THE OPERATOR
      *            ADDS, CHANGES, DELETES, AND LISTS WITH FIELD-LEVEL
      *            VALIDATION, AND THE FILE IS REWRITTEN ONCE WHEN
      *            THE SESSION ENDS. THE TAX CERTIFICATES ARE KEYED BY
      *            CUSTOMER (TAXCERT.DAT, INDEXED) SO THE TRANSACTION
      *            RUN CAN READ ONE STRAIGHT OFF THE KEY; THEY LOAD AND
      *            SAVE THE SAME WAY, THROUGH THEIR OWN FILE.
      *            EVERY ADD/CHANGE/DELETE APPENDS
      *            TO THAT FILE'S OWN CHANGE LOG (VENDMLOG.TXT,
      *            STORMLOG.TXT, DISTLOG.TXT, GLACLOG.TXT,
      *            TAXCLOG.TXT, BUDGLOG.TXT, CATGLOG.TXT,
      *            PRODCLOG.TXT) WITH THE
      *            DATE AND THE BEFORE/AFTER IMAGES, SO A MISTYPED
      *            VENDOR NUMBER STOPS SURFACING AS "UNKNOWN VENDOR"
      *            ON POSUGG.TXT WITH NOBODY KNOWING WHO KEYED IT.
      *
      *            VENDMSTR.TXT LAYOUT (THE REMIT-TO, TERMS AND TAX ID
      *            ARE WHAT ACCOUNTS PAYABLE PAYS BY):
      *              COLS  1-3   VENDOR NUMBER
      *              COLS  4-23  VENDOR NAME
      *              COLS 24-48  REMIT-TO STREET
      *              COLS 49-73  REMIT-TO CITY, STATE, ZIP
      *              COLS 74-75  EARLY-PAY DISCOUNT PERCENT (9V9)
      *              COLS 76-77  DISCOUNT DAYS
      *              COLS 78-80  NET DAYS
      *              COLS 81-90  TAX ID (EIN NN-NNNNNNN OR 9 DIGITS)
      *              COL  91     "Y" = 1099-REPORTABLE
      *              COLS 92-93  1099 BOX - FORM LETTER AND AMOUNT
      *                          CODE: N1 NEC NONEMPLOYEE COMP,
      *                          M1 MISC RENTS, M2 ROYALTIES,
      *                          M3 OTHER INCOME, M6 MEDICAL,
      *                          MC ATTORNEY GROSS PROCEEDS
      *
      *            A PRODUCT CAN ONLY BE PUT IN A CATEGORY ALREADY ON
      *            CATEGORY.TXT, SO ADD THE CATEGORY FIRST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRMNT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MA-FILE-STATUS.

           SELECT TAX-CERT-FILE
               ASSIGN "TAXCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CUS-NUM
               FILE STATUS IS TF-FILE-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN USING WS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.

      *READ ONLY TO CHECK THE CATEGORY KEYED FOR A PRODUCT (SEE
      *PRODCATP.CPY).
           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CY-CAT-FILE-STATUS.

           SELECT PRODUCT-CATEGORY-FILE
               ASSIGN TO "PRODCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CY-PRO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MA-RECORD                   PIC X(100).

       FD  TAX-CERT-FILE.
       01  TF-RECORD.
           05  TF-CUS-NUM              PIC 9(5).
           05  TF-CERT-NUM             PIC X(10).
           05  TF-STATE                PIC XX.
           05  TF-EXP-DATE             PIC 9(8).
           05                          PIC X(15).

       FD  CHANGE-LOG-FILE.
       01  CL-RECORD.
           05  FILLER                  PIC X     VALUE SPACE.
           05  CL-ACTION               PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  CL-BEFORE               PIC X(100).
           05  FILLER                  PIC X     VALUE SPACE.
           05  CL-AFTER                PIC X(100).
           05  FILLER                  PIC X     VALUE SPACE.
           05  CL-OPERATOR             PIC XXX.

       FD  DENIAL-LOG-FILE.
       01  DN-RECORD                   PIC X(34).

       FD  CATEGORY-FILE.
       01  CA-RECORD.
           05  CA-CODE                 PIC XXX.
           05  CA-NAME                 PIC X(25).
           05  CA-LINE                 PIC X(20).

       FD  PRODUCT-CATEGORY-FILE.
       01  CX-RECORD.
           05  CX-PRO-NUM              PIC 999.
           05  CX-PRO-NUM-X REDEFINES CX-PRO-NUM
                                       PIC XXX.
           05  CX-CAT-CODE             PIC XXX.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  WS-DONE                 PIC XXX  VALUE "NO".
           05  WS-SESSION-DONE         PIC XXX  VALUE "NO".
           05  MA-FILE-STATUS          PIC XX.
           05  TF-FILE-STATUS          PIC XX.
           05  CL-FILE-STATUS          PIC XX.
           05  WS-TABLE-CHANGED        PIC X    VALUE "N".
           05  WS-ENTRY-OK             PIC X    VALUE "N".

       COPY OPERAUTH.

       COPY PRODCAT.

       01  WS-FILE-CHOICE              PIC X.
           88  WS-VENDOR-FILE                   VALUE "1".
           88  WS-STORE-FILE                    VALUE "2".
           88  WS-DIST-FILE                     VALUE "3".
           88  WS-GLACCT-FILE                   VALUE "4".
           88  WS-TAXCERT-FILE                  VALUE "5".
           88  WS-BUDGET-FILE                   VALUE "6".
           88  WS-CATEGORY-FILE                 VALUE "7".
           88  WS-PRODCAT-FILE                  VALUE "8".
           88  WS-FILE-EXIT                     VALUE "9".

       01  WS-MENU-CHOICE              PIC X.

      *THE WHOLE SELECTED FILE IS HELD IN STORAGE WHILE THE OPERATOR
      *WORKS AND REWRITTEN ONCE AT SESSION END, THE SAME SHAPE
      *EXCUSMNT.CBL USES FOR THE EXCUSE-CODE TABLE. THE BUDGET, AT
      *TWELVE LINES AN ACCOUNT, IS WHAT SETS THE SIZE. A FILE THAT
      *WON'T FIT IS NEVER REWRITTEN FROM A PARTIAL TABLE.
       01  GT-MAX-ENTRIES              PIC 9(3) VALUE 999.
       01  GT-COUNT                    PIC 9(3) VALUE 0.
       01  GT-OVERFLOW                 PIC 9(5) VALUE 0.

       01  GT-ENTRY-TABLE.
           05  GT-ENTRY OCCURS 999 TIMES.
               10  GT-DELETED          PIC X.
               10  GT-IMAGE            PIC X(100).

       01  WS-SUB                      PIC 9(4).
       01  WS-LIVE-COUNT               PIC 9(3).

       01  WS-SLOT-ENTRY               PIC X(3).
       01  WS-CONFIRM-ENTRY            PIC X.
       01  WS-TODAY                    PIC 9(8).

       01  WS-NEW-IMAGE                PIC X(100).
       01  WS-OLD-IMAGE                PIC X(100).

      *FIELD ENTRY AREAS - ALPHANUMERIC SO A BAD KEY DOESN'T ABEND
      *THE ACCEPT, VALIDATED BEFORE USE.
       01  WS-VEND-NUM-N REDEFINES WS-VEND-NUM-ENTRY
                                       PIC 9(3).
       01  WS-NAME-ENTRY               PIC X(20).
       01  WS-STREET-ENTRY             PIC X(25).
       01  WS-CITY-ENTRY               PIC X(25).
       01  WS-DISC-PCT-ENTRY           PIC X(2).
       01  WS-DISC-DAYS-ENTRY          PIC X(2).
       01  WS-DISC-DAYS-N REDEFINES WS-DISC-DAYS-ENTRY
                                       PIC 99.
       01  WS-NET-DAYS-ENTRY           PIC X(3).
       01  WS-NET-DAYS-N REDEFINES WS-NET-DAYS-ENTRY
                                       PIC 999.
       01  WS-TAX-ID-ENTRY             PIC X(10).
       01  WS-1099-FLAG-ENTRY          PIC X.
       01  WS-1099-BOX-ENTRY           PIC XX.
           88  WS-1099-BOX-VALID       VALUES "N1" "M1" "M2" "M3"
                                              "M6" "MC".
       01  WS-STORE-ENTRY              PIC X(2).
       01  WS-STORE-ENTRY-N REDEFINES WS-STORE-ENTRY
                                       PIC 99.
       01  WS-CERT-ENTRY               PIC X(10).
       01  WS-STATE-ENTRY              PIC X(2).
       01  WS-EXP-ENTRY                PIC X(8).
       01  WS-PERIOD-ENTRY             PIC X(6).
       01  WS-PERIOD-ENTRY-N REDEFINES WS-PERIOD-ENTRY.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 99.
       01  WS-DEPT-ENTRY               PIC X(3).
       01  WS-DOLLAR-ENTRY             PIC X(9).
       01  WS-DOLLAR-LENGTH            PIC 99.
       01  WS-BUDGET-DOLLARS           PIC 9(9).
       01  WS-BUDGET-AMOUNT            PIC 9(9)V99.
       01  WS-BUDGET-AMOUNT-X REDEFINES WS-BUDGET-AMOUNT
                                       PIC X(11).
       01  WS-CAT-ENTRY                PIC X(3).
       01  WS-CAT-NAME-ENTRY           PIC X(25).
       01  WS-LINE-ENTRY               PIC X(20).
       01  WS-PRO-ENTRY                PIC X(3).
       01  WS-PRO-ENTRY-N REDEFINES WS-PRO-ENTRY
                                       PIC 9(3).
       01  WS-BUDGET-KEY.
           05  WS-BUDGET-KEY-ACCT      PIC X(5).
           05  WS-BUDGET-KEY-PERIOD    PIC X(6).

       01  DL-LIST-LINE.
           05  DL-SLOT                 PIC ZZ9.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-IMAGE                PIC X(100).

       PROCEDURE DIVISION.
       000-MAINLINE.
           DISPLAY "  2 - STORE MASTER       (STORMSTR.TXT)"
           DISPLAY "  3 - DISTRIBUTION LIST  (DISTLIST.TXT)"
           DISPLAY "  4 - GL ACCOUNT CHART   (GLACCTS.TXT)"
           DISPLAY "  5 - TAX CERTIFICATES   (TAXCERT.DAT)"
           DISPLAY "  6 - GL BUDGET          (BUDGET.TXT)"
           DISPLAY "  7 - PRODUCT CATEGORIES (CATEGORY.TXT)"
           DISPLAY "  8 - CATEGORY ASSIGNMENTS (PRODCAT.TXT)"
           DISPLAY "  9 - EXIT"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
                   MOVE "GL ACCOUNT CHART" TO WS-FILE-TITLE
                   PERFORM 150-WORK-SESSION
               WHEN WS-TAXCERT-FILE
                   MOVE "TAXCERT.DAT" TO WS-MASTER-NAME
                   MOVE "TAXCLOG.TXT" TO WS-LOG-NAME
                   MOVE "TAX CERTIFICATES" TO WS-FILE-TITLE
                   PERFORM 150-WORK-SESSION
               WHEN WS-BUDGET-FILE
                   MOVE "BUDGET.TXT" TO WS-MASTER-NAME
                   MOVE "BUDGLOG.TXT" TO WS-LOG-NAME
                   MOVE "GL BUDGET" TO WS-FILE-TITLE
                   PERFORM 150-WORK-SESSION
               WHEN WS-CATEGORY-FILE
                   MOVE "CATEGORY.TXT" TO WS-MASTER-NAME
                   MOVE "CATGLOG.TXT" TO WS-LOG-NAME
                   MOVE "PRODUCT CATEGORIES" TO WS-FILE-TITLE
                   PERFORM 150-WORK-SESSION
               WHEN WS-PRODCAT-FILE
                   PERFORM 993-LOAD-CATEGORIES
                   MOVE "PRODCAT.TXT" TO WS-MASTER-NAME
                   MOVE "PRODCLOG.TXT" TO WS-LOG-NAME
                   MOVE "CATEGORY ASSIGNMENTS" TO WS-FILE-TITLE
                   PERFORM 150-WORK-SESSION
               WHEN WS-FILE-EXIT
                   MOVE "YES" TO WS-DONE
               WHEN OTHER

       180-LOAD-CURRENT.
           MOVE 0 TO GT-COUNT
           MOVE 0 TO GT-OVERFLOW
           MOVE "N" TO WS-TABLE-CHANGED
           IF WS-TAXCERT-FILE
               PERFORM 185-LOAD-TAX-CERTS
           ELSE
               OPEN INPUT MASTER-FILE
               IF MA-FILE-STATUS = "00"
                   PERFORM UNTIL MA-FILE-STATUS NOT = "00"
                       READ MASTER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF MA-RECORD NOT = SPACES
                                   IF GT-COUNT < GT-MAX-ENTRIES
                                       ADD 1 TO GT-COUNT
                                       MOVE "N" TO GT-DELETED(GT-COUNT)
                                       MOVE MA-RECORD TO
                                           GT-IMAGE(GT-COUNT)
                                   ELSE
                                       ADD 1 TO GT-OVERFLOW
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-FILE
               END-IF
           END-IF
           DISPLAY WS-FILE-TITLE " LOADED - " GT-COUNT " RECORDS"
           IF GT-OVERFLOW > 0
               DISPLAY "FILE TOO LARGE FOR MAINTENANCE - "
                   GT-OVERFLOW " RECORDS NOT LOADED, CHANGES WILL "
                   "NOT BE SAVED"
           END-IF.

      *THE CERTIFICATES COME OFF THE KEY IN CUSTOMER ORDER. THE IMAGE
      *IS THE RECORD ITSELF, SO THE EDITS AND THE CHANGE LOG SEE THE
      *SAME 25 BYTES THEY ALWAYS HAVE.
       185-LOAD-TAX-CERTS.
           OPEN INPUT TAX-CERT-FILE
           IF TF-FILE-STATUS = "00"
               PERFORM UNTIL TF-FILE-STATUS NOT = "00"
                   READ TAX-CERT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TF-FILE-STATUS
                       NOT AT END
                           IF GT-COUNT < GT-MAX-ENTRIES
                               ADD 1 TO GT-COUNT
                               MOVE "N" TO GT-DELETED(GT-COUNT)
                               MOVE SPACES TO GT-IMAGE(GT-COUNT)
                               MOVE TF-RECORD(1:25) TO
                                   GT-IMAGE(GT-COUNT)(1:25)
                           ELSE
                               ADD 1 TO GT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CERT-FILE
           END-IF.

       200-WORK-MENU.
           DISPLAY " "
                   PERFORM 350-BUILD-GLACCT
               WHEN WS-TAXCERT-FILE
                   PERFORM 355-BUILD-TAXCERT
               WHEN WS-BUDGET-FILE
                   PERFORM 357-BUILD-BUDGET
               WHEN WS-CATEGORY-FILE
                   PERFORM 358-BUILD-CATEGORY
               WHEN WS-PRODCAT-FILE
                   PERFORM 359-BUILD-PRODCAT
           END-EVALUATE.

       320-BUILD-VENDOR.
               IF WS-ENTRY-OK = "N"
                   DISPLAY "VENDOR NAME: " WITH NO ADVANCING
                   ACCEPT WS-NAME-ENTRY
                   DISPLAY "REMIT-TO STREET: " WITH NO ADVANCING
                   ACCEPT WS-STREET-ENTRY
                   DISPLAY "REMIT-TO CITY, STATE, ZIP: "
                       WITH NO ADVANCING
                   ACCEPT WS-CITY-ENTRY
                   DISPLAY "EARLY-PAY DISCOUNT % (20 = 2.0, 00 NONE): "
                       WITH NO ADVANCING
                   ACCEPT WS-DISC-PCT-ENTRY
                   DISPLAY "DISCOUNT DAYS (2 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT WS-DISC-DAYS-ENTRY
                   DISPLAY "NET DAYS (3 DIGITS): " WITH NO ADVANCING
                   ACCEPT WS-NET-DAYS-ENTRY
                   DISPLAY "TAX ID: " WITH NO ADVANCING
                   ACCEPT WS-TAX-ID-ENTRY
                   DISPLAY "1099-REPORTABLE (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-1099-FLAG-ENTRY
                   MOVE SPACES TO WS-1099-BOX-ENTRY
                   IF WS-1099-FLAG-ENTRY = "Y"
                       DISPLAY "1099 BOX (N1 NEC, M1 RENTS, "
                           "M2 ROYALTIES, M3 OTHER, M6 MEDICAL, "
                           "MC ATTORNEY): " WITH NO ADVANCING
                       ACCEPT WS-1099-BOX-ENTRY
                   END-IF
                   IF WS-NAME-ENTRY = SPACES
                       DISPLAY "NAME REQUIRED - CANCELLED"
                   ELSE
                   IF WS-STREET-ENTRY = SPACES
                           OR WS-CITY-ENTRY = SPACES
                       DISPLAY "REMIT-TO ADDRESS REQUIRED - CANCELLED"
                   ELSE
                   IF WS-DISC-PCT-ENTRY NOT NUMERIC
                           OR WS-DISC-DAYS-ENTRY NOT NUMERIC
                           OR WS-NET-DAYS-ENTRY NOT NUMERIC
                       DISPLAY "TERMS MUST BE DIGITS - CANCELLED"
                   ELSE
                   IF WS-NET-DAYS-N = 0
                           OR WS-DISC-DAYS-N > WS-NET-DAYS-N
                       DISPLAY "NET DAYS MUST COVER THE DISCOUNT "
                           "DAYS - CANCELLED"
                   ELSE
                   IF WS-1099-FLAG-ENTRY = "Y"
                           AND NOT WS-1099-BOX-VALID
                       DISPLAY "1099 BOX NOT RECOGNIZED - CANCELLED"
                   ELSE
                       MOVE WS-VEND-NUM-ENTRY TO WS-NEW-IMAGE(1:3)
                       MOVE WS-NAME-ENTRY TO WS-NEW-IMAGE(4:20)
                       MOVE WS-STREET-ENTRY TO WS-NEW-IMAGE(24:25)
                       MOVE WS-CITY-ENTRY TO WS-NEW-IMAGE(49:25)
                       MOVE WS-DISC-PCT-ENTRY TO WS-NEW-IMAGE(74:2)
                       MOVE WS-DISC-DAYS-ENTRY TO WS-NEW-IMAGE(76:2)
                       MOVE WS-NET-DAYS-ENTRY TO WS-NEW-IMAGE(78:3)
                       MOVE WS-TAX-ID-ENTRY TO WS-NEW-IMAGE(81:10)
                       IF WS-1099-FLAG-ENTRY = "Y"
                           MOVE "Y" TO WS-NEW-IMAGE(91:1)
                           MOVE WS-1099-BOX-ENTRY TO
                               WS-NEW-IMAGE(92:2)
                       END-IF
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

                   AND WS-REPORT-ENTRY NOT = "P4"
                   AND WS-REPORT-ENTRY NOT = "P8PAYOUT"
                   AND WS-REPORT-ENTRY NOT = "EXCUSLTR"
                   AND WS-REPORT-ENTRY NOT = "ATTNPAT"
                   AND WS-REPORT-ENTRY NOT = "ARSTMT"
                   AND WS-REPORT-ENTRY NOT = "P8STMT"
                   AND WS-REPORT-ENTRY NOT = "BUDVAR"
               DISPLAY "UNKNOWN REPORT ID - CANCELLED"
           ELSE
           IF WS-KEY-ENTRY = SPACES
               END-IF
           END-IF.

      *ONE LINE PER ACCOUNT PER PERIOD. THE AMOUNT IS KEYED IN WHOLE
      *DOLLARS, THE WAY THE PLAN IS DRAWN UP, AND STATED THE WAY THE
      *ACCOUNT NORMALLY RUNS (REVENUE POSITIVE, LIKE EXPENSE).
       357-BUILD-BUDGET.
           DISPLAY "GL ACCOUNT (5 DIGITS): " WITH NO ADVANCING
           ACCEPT WS-ACCT-ENTRY
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTRY
           IF WS-ACCT-ENTRY NOT NUMERIC OR WS-ACCT-ENTRY-N = 0
               DISPLAY "ACCOUNT MUST BE 5 DIGITS - CANCELLED"
           ELSE
           IF WS-PERIOD-ENTRY NOT NUMERIC
                   OR WS-PERIOD-YEAR < 1900
                   OR WS-PERIOD-MONTH = 0
                   OR WS-PERIOD-MONTH > 12
               DISPLAY "PERIOD MUST BE YYYYMM - CANCELLED"
           ELSE
               MOVE WS-ACCT-ENTRY TO WS-BUDGET-KEY-ACCT
               MOVE WS-PERIOD-ENTRY TO WS-BUDGET-KEY-PERIOD
               PERFORM 380-CHECK-DUP-KEY-11
               IF WS-ENTRY-OK = "N"
                   DISPLAY "OWNING DEPARTMENT (3 CHARACTERS): "
                       WITH NO ADVANCING
                   ACCEPT WS-DEPT-ENTRY
                   DISPLAY "BUDGET AMOUNT, WHOLE DOLLARS: "
                       WITH NO ADVANCING
                   ACCEPT WS-DOLLAR-ENTRY
                   MOVE 0 TO WS-DOLLAR-LENGTH
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 9
                       IF WS-DOLLAR-ENTRY(WS-SUB:1) NOT = SPACE
                           MOVE WS-SUB TO WS-DOLLAR-LENGTH
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-ENTRY = SPACES
                       DISPLAY "DEPARTMENT REQUIRED - CANCELLED"
                   ELSE
                   IF WS-DOLLAR-LENGTH = 0
                       DISPLAY "AMOUNT REQUIRED - CANCELLED"
                   ELSE
                   IF WS-DOLLAR-ENTRY(1:WS-DOLLAR-LENGTH) NOT NUMERIC
                       DISPLAY "AMOUNT MUST BE DIGITS - CANCELLED"
                   ELSE
                       MOVE WS-DOLLAR-ENTRY(1:WS-DOLLAR-LENGTH) TO
                           WS-BUDGET-DOLLARS
                       MOVE WS-BUDGET-DOLLARS TO WS-BUDGET-AMOUNT
                       MOVE WS-BUDGET-KEY TO WS-NEW-IMAGE(1:11)
                       MOVE WS-DEPT-ENTRY TO WS-NEW-IMAGE(12:3)
                       MOVE WS-BUDGET-AMOUNT-X TO WS-NEW-IMAGE(15:11)
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *THE CODE "***" IS HELD BACK FOR THE UNCATEGORIZED CATCH-ALL
      *THE REPORTS PRINT LAST. THE PRODUCT LINE IS WHAT THE CATEGORY
      *ROLLS UP TO ON THE SUMMARY PAGES.
       358-BUILD-CATEGORY.
           DISPLAY "CATEGORY CODE (3 CHARACTERS): " WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRY
           IF WS-CAT-ENTRY = SPACES OR WS-CAT-ENTRY = "***"
               DISPLAY "CATEGORY CODE REQUIRED - CANCELLED"
           ELSE
               MOVE WS-CAT-ENTRY TO WS-VEND-NUM-ENTRY
               PERFORM 360-CHECK-DUP-KEY-3
               IF WS-ENTRY-OK = "N"
                   DISPLAY "CATEGORY NAME: " WITH NO ADVANCING
                   ACCEPT WS-CAT-NAME-ENTRY
                   DISPLAY "PRODUCT LINE: " WITH NO ADVANCING
                   ACCEPT WS-LINE-ENTRY
                   IF WS-CAT-NAME-ENTRY = SPACES
                       DISPLAY "NAME REQUIRED - CANCELLED"
                   ELSE
                   IF WS-LINE-ENTRY = SPACES
                       DISPLAY "PRODUCT LINE REQUIRED - CANCELLED"
                   ELSE
                       MOVE WS-CAT-ENTRY TO WS-NEW-IMAGE(1:3)
                       MOVE WS-CAT-NAME-ENTRY TO WS-NEW-IMAGE(4:25)
                       MOVE WS-LINE-ENTRY TO WS-NEW-IMAGE(29:20)
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *ONE CATEGORY PER PRODUCT, AND ONLY ONE THAT IS ON
      *CATEGORY.TXT - LOADED WHEN THIS FILE WAS SELECTED.
       359-BUILD-PRODCAT.
           DISPLAY "PRODUCT NUMBER (001-999): " WITH NO ADVANCING
           ACCEPT WS-PRO-ENTRY
           IF WS-PRO-ENTRY NOT NUMERIC OR WS-PRO-ENTRY-N = 0
               DISPLAY "PRODUCT NUMBER MUST BE 001-999 - CANCELLED"
           ELSE
               MOVE WS-PRO-ENTRY TO WS-VEND-NUM-ENTRY
               PERFORM 360-CHECK-DUP-KEY-3
               IF WS-ENTRY-OK = "N"
                   DISPLAY "CATEGORY CODE: " WITH NO ADVANCING
                   ACCEPT WS-CAT-ENTRY
                   MOVE WS-CAT-ENTRY TO CY-LOOKUP-CODE
                   PERFORM 995-FIND-CATEGORY
                   IF CY-FOUND-SLOT = 0
                       DISPLAY "CATEGORY NOT ON CATEGORY.TXT - "
                           "CANCELLED"
                   ELSE
                       MOVE WS-PRO-ENTRY TO WS-NEW-IMAGE(1:3)
                       MOVE WS-CAT-ENTRY TO WS-NEW-IMAGE(4:3)
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF.

       380-CHECK-DUP-KEY-11.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GT-COUNT
               IF GT-DELETED(WS-SUB) = "N"
                       AND GT-IMAGE(WS-SUB)(1:11) = WS-BUDGET-KEY
                   MOVE "D" TO WS-ENTRY-OK
               END-IF
           END-PERFORM
           IF WS-ENTRY-OK = "D"
               DISPLAY "KEY ALREADY ON FILE - CANCELLED"
           END-IF.

       375-CHECK-DUP-KEY-5.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM VARYING WS-SUB FROM 1 BY 1
      *THE FILE IS ONLY REWRITTEN WHEN SOMETHING ACTUALLY CHANGED,
      *SO A LOOK-ONLY SESSION CAN'T DISTURB IT.
       800-SAVE-CURRENT.
           IF GT-OVERFLOW > 0
               DISPLAY WS-MASTER-NAME " NOT SAVED - TOO LARGE TO "
                   "MAINTAIN HERE"
           ELSE
           IF WS-TABLE-CHANGED = "Y"
               MOVE 0 TO WS-LIVE-COUNT
               IF WS-TAXCERT-FILE
                   PERFORM 810-SAVE-TAX-CERTS
               ELSE
                   OPEN OUTPUT MASTER-FILE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > GT-COUNT
                       IF GT-DELETED(WS-SUB) = "N"
                           ADD 1 TO WS-LIVE-COUNT
                           MOVE GT-IMAGE(WS-SUB) TO MA-RECORD
                           WRITE MA-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE MASTER-FILE
               END-IF
               DISPLAY WS-MASTER-NAME " SAVED - "
                   WS-LIVE-COUNT " RECORDS"
           ELSE
               DISPLAY "NO CHANGES - FILE LEFT AS IS"
           END-IF
           END-IF.

      *THE KEYED FILE IS BUILT FRESH FROM THE TABLE. THE ADD EDIT
      *ALREADY HOLDS IT TO ONE CERTIFICATE PER CUSTOMER.
       810-SAVE-TAX-CERTS.
           OPEN OUTPUT TAX-CERT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GT-COUNT
               IF GT-DELETED(WS-SUB) = "N"
                   MOVE SPACES TO TF-RECORD
                   MOVE GT-IMAGE(WS-SUB)(1:25) TO TF-RECORD(1:25)
                   WRITE TF-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE CERTIFICATE NOT SAVED - "
                               TF-CUS-NUM
                       NOT INVALID KEY
                           ADD 1 TO WS-LIVE-COUNT
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE TAX-CERT-FILE.

       COPY OPERAUTP.

       COPY PRODCATP.
