      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   ON-LINE GENERAL JOURNAL ENTRY. ACCRUALS,
      *            DEPRECIATION AND CORRECTIONS USED TO GO ONTO
      *            GLJRNL.TXT BY SOMEBODY EDITING THE FILE - NOW THEY
      *            ARE KEYED HERE, UNDER THE OPERATOR SIGN-ON, AND AN
      *            ENTRY WHOSE DEBITS DON'T EQUAL ITS CREDITS IS
      *            REFUSED AT THE KEYBOARD. ONLY ACCOUNTS THE CHART
      *            (GLACCTS.TXT) OR THE LEDGER (GLBAL.TXT) ALREADY
      *            KNOW ARE ACCEPTED.
      *
      *            NOTHING KEYED POSTS UNTIL IT IS APPROVED - BY A
      *            RELEASE-CLASS OPERATOR OTHER THAN THE ONE WHO KEYED
      *            IT. AN APPROVED ENTRY GOES ONTO THE JOURNAL WITH
      *            THE NEXT NIGHTLY RUN (JRNLGEN.CBL, AHEAD OF
      *            GLPOST). AN ENTRY FLAGGED AUTO-REVERSING IS BACKED
      *            OUT AGAIN ON THE FIRST NIGHT OF THE NEXT PERIOD.
      *
      *            A RECURRING TEMPLATE IS KEYED AND APPROVED THE
      *            SAME WAY, ONCE; FROM THEN ON THE MONTH-END NIGHT
      *            GENERATES IT INTO EVERY CLOSING PERIOD UNTIL IT IS
      *            RETIRED HERE.
      *
      *            EVERY STEP IN AN ENTRY'S LIFE - KEYED, APPROVED,
      *            REJECTED, RETIRED, AND (FROM JRNLGEN) POSTED,
      *            GENERATED, REVERSED - GOES ON THE ENTRY REGISTER
      *            (JEREG.TXT) WITH WHO AND WHEN.
      *
      *            JEPEND.TXT LAYOUT (ONE RECORD PER ENTRY LINE):
      *              COLS  1-6   ENTRY / TEMPLATE NUMBER
      *              COL   7     KIND ("E" ENTRY, "T" TEMPLATE)
      *              COLS  8-9   LINE NUMBER
      *              COLS 10-14  GL ACCOUNT
      *              COL  15     "D" DEBIT / "C" CREDIT
      *              COLS 16-26  AMOUNT (9(9)V99)
      *              COLS 27-46  DESCRIPTION
      *              COL  47     AUTO-REVERSE ("Y")
      *              COLS 48-50  KEYED BY
      *              COLS 51-58  DATE KEYED
      *              COL  59     STATUS ("P" PENDING, "A" APPROVED)
      *              COLS 60-62  APPROVED BY
      *              COLS 63-70  DATE APPROVED
      *              COLS 71-76  TEMPLATE - LAST PERIOD GENERATED
      *
      *            JEREG.TXT LAYOUT (ONE RECORD PER EVENT):
      *              COLS  1-8   DATE
      *              COLS 10-15  ENTRY / TEMPLATE NUMBER
      *              COL  17     KIND
      *              COLS 19-26  EVENT
      *              COLS 28-30  OPERATOR ("BAT" FOR THE NIGHTLY RUN)
      *              COLS 32-42  ENTRY TOTAL (9(9)V99)
      *              COLS 44-63  DESCRIPTION
      *              COLS 65-70  PERIOD POSTED / GENERATED INTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN TO "GLBAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

      *ENTRIES AND TEMPLATES WAITING FOR APPROVAL OR FOR THE NIGHT -
      *READ WHOLE AND WRITTEN STRAIGHT BACK ON EVERY CHANGE, SO THE
      *NIGHTLY RUN NEVER SEES A SESSION'S HALF-FINISHED WORK.
           SELECT PENDING-FILE
           ASSIGN TO "JEPEND.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JP-FILE-STATUS.

      *THE DURABLE ENTRY-NUMBER COUNTER, SAME CONVENTION AS
      *APVNUM.TXT - IT ONLY ADVANCES WHEN AN ENTRY IS WRITTEN.
           SELECT ENTRY-NUMBER-FILE
           ASSIGN TO "JENUM.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

           SELECT REGISTER-FILE
           ASSIGN TO "JEREG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JR-FILE-STATUS.

      *OPERATOR SIGN-ON AND PER-FUNCTION AUTHORITY (SEE
      *OPERAUTH.CPY).
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
       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  GL-BALANCE-FILE.
       01  GB-RECORD.
           05  GB-ACCOUNT              PIC 9(5).
           05                          PIC X(56).

       FD  PENDING-FILE.
       01  JP-RECORD                   PIC X(80).

       FD  ENTRY-NUMBER-FILE.
       01  JN-RECORD                   PIC 9(6).

       FD  REGISTER-FILE.
       01  JR-RECORD                   PIC X(80).

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
           05  GA-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.
           05  JP-FILE-STATUS          PIC XX.
           05  JN-FILE-STATUS          PIC XX.
           05  JR-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  WS-ENTRY-OK             PIC X    VALUE "N".
           05  WS-LINES-DONE           PIC X.

       COPY OPERAUTH.

       01  WS-DATE                     PIC 9(8).

       01  WS-MENU-CHOICE              PIC X.
           88  WS-KEY-ENTRY-CHOICE              VALUE "1".
           88  WS-KEY-TEMPLATE-CHOICE           VALUE "2".
           88  WS-LIST-CHOICE                   VALUE "3".
           88  WS-APPROVE-CHOICE                VALUE "4".
           88  WS-REJECT-CHOICE                 VALUE "5".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *ENTRY AREAS - ALPHANUMERIC SO A BAD KEY DOESN'T ABEND THE
      *ACCEPT, VALIDATED BEFORE USE.
       01  WS-DESC-ENTRY               PIC X(20).
       01  WS-REVERSE-ENTRY            PIC X.
       01  WS-ACCOUNT-ENTRY            PIC X(5).
       01  WS-ACCOUNT-ENTRY-N REDEFINES WS-ACCOUNT-ENTRY
                                       PIC 9(5).
       01  WS-DC-ENTRY                 PIC X.
       01  WS-AMOUNT-ENTRY             PIC X(11).
       01  WS-AMOUNT-ENTRY-N REDEFINES WS-AMOUNT-ENTRY
                                       PIC 9(9)V99.
       01  WS-NUMBER-ENTRY             PIC X(6).
       01  WS-NUMBER-ENTRY-N REDEFINES WS-NUMBER-ENTRY
                                       PIC 9(6).
       01  WS-CONFIRM-ENTRY            PIC X.

       01  WS-KIND                     PIC X.
           88  WS-KEYING-ENTRY                  VALUE "E".
           88  WS-KEYING-TEMPLATE               VALUE "T".

      *EVERY ACCOUNT THE CHART OR THE LEDGER KNOWS - A JOURNAL LINE
      *TO ANY OTHER NUMBER IS A TYPING ERROR.
       01  KA-MAX-ACCOUNTS             PIC 9(3) VALUE 500.
       01  KA-ACCOUNT-COUNT            PIC 9(3) VALUE 0.
       01  KA-ACCOUNT-TABLE.
           05  KA-ENTRY OCCURS 500 TIMES.
               10  KA-ACCOUNT          PIC 9(5).
               10  KA-NAME             PIC X(8).
       01  KA-SUB                      PIC 9(3).
       01  KA-SLOT                     PIC 9(3).

      *THE ENTRY AS KEYED.
       01  EL-MAX-LINES                PIC 99 VALUE 20.
       01  EL-LINE-COUNT               PIC 99 VALUE 0.
       01  EL-ENTRY-TABLE.
           05  EL-ENTRY OCCURS 20 TIMES.
               10  EL-ACCOUNT          PIC 9(5).
               10  EL-DC               PIC X.
               10  EL-AMOUNT           PIC 9(9)V99.
       01  EL-SUB                      PIC 99.

       01  WS-WORK.
           05  WS-DEBIT-TOTAL          PIC 9(11)V99.
           05  WS-CREDIT-TOTAL         PIC 9(11)V99.
           05  WS-NEXT-ENTRY           PIC 9(6) VALUE 1.
           05  WS-ENTRIES-KEYED        PIC 9(5) VALUE 0.
           05  WS-ENTRIES-APPROVED     PIC 9(5) VALUE 0.
           05  WS-ENTRIES-REJECTED     PIC 9(5) VALUE 0.

      *ONE ENTRY LINE, IN JEPEND.TXT'S COLUMNS.
       01  JE-ENTRY-LINE.
           05  JE-NUMBER               PIC 9(6).
           05  JE-KIND                 PIC X.
           05  JE-LINE                 PIC 99.
           05  JE-ACCOUNT              PIC 9(5).
           05  JE-DC                   PIC X.
           05  JE-AMOUNT               PIC 9(9)V99.
           05  JE-DESC                 PIC X(20).
           05  JE-REVERSE              PIC X.
           05  JE-KEYED-BY             PIC XXX.
           05  JE-KEYED-DATE           PIC 9(8).
           05  JE-STATUS               PIC X.
           05  JE-APPROVED-BY          PIC XXX.
           05  JE-APPROVED-DATE        PIC 9(8).
           05  JE-LAST-PERIOD          PIC 9(6).
           05                          PIC X(4).

      *ONE REGISTER EVENT, IN JEREG.TXT'S COLUMNS.
       01  JR-REGISTER-LINE.
           05  JR-DATE                 PIC 9(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-NUMBER               PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-KIND                 PIC X.
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-EVENT                PIC X(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-OPERATOR             PIC XXX.
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-TOTAL                PIC 9(9)V99.
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-DESC                 PIC X(20).
           05  FILLER                  PIC X    VALUE SPACE.
           05  JR-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(10) VALUE SPACES.

      *JEPEND.TXT, READ WHOLE WHEN AN ENTRY IS APPROVED OR REJECTED
      *AND WRITTEN STRAIGHT BACK. A FILE TOO BIG TO HOLD IS LEFT
      *ALONE RATHER THAN REWRITTEN SHORT.
       01  PT-MAX-LINES                PIC 9(4) VALUE 2000.
       01  PT-LINE-COUNT               PIC 9(4) VALUE 0.
       01  PT-OVERFLOW                 PIC X    VALUE "N".
       01  PT-PENDING-TABLE.
           05  PT-ENTRY OCCURS 2000 TIMES.
               10  PT-DELETED          PIC X.
               10  PT-IMAGE            PIC X(80).
       01  PT-SUB                      PIC 9(4).
       01  PT-SCAN                     PIC 9(4).
       01  PT-FIRST                    PIC 9(4).
       01  PT-MATCHES                  PIC 99.

       01  DL-ENTRY-DISPLAY.
           05  DL-NUMBER               PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-KIND                 PIC X(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-STATUS               PIC X(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-DESC                 PIC X(20).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-REVERSE              PIC X(3).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-KEYED-BY             PIC XXX.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  DL-LINE-DISPLAY.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DL-LINE                 PIC Z9.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-ACCOUNT              PIC 9(5).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-ACCOUNT-NAME         PIC X(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-DEBIT                PIC Z,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-CREDIT               PIC Z,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  DL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DL-AMOUNT-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 970-SIGN-ON
           PERFORM 100-INITIALIZE
           PERFORM 200-MAIN-MENU
               UNTIL WS-DONE = "YES"
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-ACCOUNTS
           IF KA-ACCOUNT-COUNT = 0
               DISPLAY "NO CHART AND NO LEDGER - NO JOURNAL ENTRY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-GET-NEXT-ENTRY.

       110-LOAD-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GA-ACCOUNT NUMERIC
                               MOVE GA-ACCOUNT TO WS-ACCOUNT-ENTRY-N
                               PERFORM 120-NOTE-ACCOUNT
                               IF KA-SLOT > 0
                                   MOVE GA-KEY TO KA-NAME(KA-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               PERFORM UNTIL GB-FILE-STATUS NOT = "00"
                   READ GL-BALANCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GB-ACCOUNT NUMERIC
                               MOVE GB-ACCOUNT TO WS-ACCOUNT-ENTRY-N
                               PERFORM 120-NOTE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF
           DISPLAY "ACCOUNTS KNOWN - " KA-ACCOUNT-COUNT.

       120-NOTE-ACCOUNT.
           PERFORM 130-FIND-ACCOUNT
           IF KA-SLOT = 0 AND KA-ACCOUNT-COUNT < KA-MAX-ACCOUNTS
               ADD 1 TO KA-ACCOUNT-COUNT
               MOVE KA-ACCOUNT-COUNT TO KA-SLOT
               MOVE WS-ACCOUNT-ENTRY-N TO KA-ACCOUNT(KA-SLOT)
               MOVE SPACES TO KA-NAME(KA-SLOT)
           END-IF.

       130-FIND-ACCOUNT.
           MOVE 0 TO KA-SLOT
           PERFORM VARYING KA-SUB FROM 1 BY 1
                   UNTIL KA-SUB > KA-ACCOUNT-COUNT
               IF KA-ACCOUNT(KA-SUB) = WS-ACCOUNT-ENTRY-N
                   MOVE KA-SUB TO KA-SLOT
               END-IF
           END-PERFORM.

      *THE COUNTER FILE HOLDS THE NEXT NUMBER TO ISSUE - MISSING ON
      *THE VERY FIRST SESSION, WHICH STARTS THE SERIES AT 000001.
       150-GET-NEXT-ENTRY.
           MOVE 1 TO WS-NEXT-ENTRY
           OPEN INPUT ENTRY-NUMBER-FILE
           IF JN-FILE-STATUS = "00"
               READ ENTRY-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JN-RECORD NUMERIC
                           MOVE JN-RECORD TO WS-NEXT-ENTRY
                       END-IF
               END-READ
               CLOSE ENTRY-NUMBER-FILE
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  GENERAL JOURNAL ENTRY"
           DISPLAY "  1 - KEY A JOURNAL ENTRY"
           DISPLAY "  2 - KEY A RECURRING MONTHLY TEMPLATE"
           DISPLAY "  3 - LIST ENTRIES AND TEMPLATES ON FILE"
           DISPLAY "  4 - APPROVE AN ENTRY OR TEMPLATE"
           DISPLAY "  5 - REJECT AN ENTRY / RETIRE A TEMPLATE"
           DISPLAY "  9 - END SESSION"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *KEYING IS MAINTENANCE; APPROVING AND REJECTING ARE RELEASE.
               WHEN WS-KEY-ENTRY-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "GL-JOURNAL" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-KEY-ENTRY-CHOICE
                   MOVE "E" TO WS-KIND
                   PERFORM 300-KEY-ENTRY
               WHEN WS-KEY-TEMPLATE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "GL-TEMPLATE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-KEY-TEMPLATE-CHOICE
                   MOVE "T" TO WS-KIND
                   PERFORM 300-KEY-ENTRY
               WHEN WS-LIST-CHOICE
                   PERFORM 500-LIST-ENTRIES
               WHEN WS-APPROVE-CHOICE AND NOT OA-CAN-RELEASE
                   MOVE "GL-JE-APPRV" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-APPROVE-CHOICE
                   PERFORM 600-APPROVE-ENTRY
               WHEN WS-REJECT-CHOICE AND NOT OA-CAN-RELEASE
                   MOVE "GL-JE-REJECT" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-REJECT-CHOICE
                   PERFORM 650-REJECT-ENTRY
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       300-KEY-ENTRY.
           PERFORM 310-ENTRY-HEADER
           IF WS-ENTRY-OK = "Y"
               PERFORM 320-KEY-LINES
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 340-PROVE-ENTRY
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM 400-SUBMIT-ENTRY
           END-IF.

      *A TEMPLATE'S DESCRIPTION IS WHAT EVERY MONTH'S GENERATED
      *ENTRY CARRIES, SO IT IS REQUIRED THE SAME AS AN ENTRY'S.
       310-ENTRY-HEADER.
           MOVE "N" TO WS-ENTRY-OK
           DISPLAY "DESCRIPTION (20 CHARACTERS): " WITH NO ADVANCING
           MOVE SPACES TO WS-DESC-ENTRY
           ACCEPT WS-DESC-ENTRY
           DISPLAY "AUTO-REVERSE IN THE NEXT PERIOD (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-REVERSE-ENTRY
           IF WS-DESC-ENTRY = SPACES
               DISPLAY "DESCRIPTION REQUIRED - CANCELLED"
           ELSE
           IF WS-REVERSE-ENTRY NOT = "Y" AND WS-REVERSE-ENTRY NOT = "N"
               DISPLAY "AUTO-REVERSE MUST BE Y OR N - CANCELLED"
           ELSE
               MOVE "Y" TO WS-ENTRY-OK
           END-IF
           END-IF.

      *THE LINES AS WRITTEN ON THE JOURNAL VOUCHER - ACCOUNT, DEBIT
      *OR CREDIT, AMOUNT - UNTIL A BLANK ACCOUNT ENDS IT.
       320-KEY-LINES.
           MOVE 0 TO EL-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE "N" TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               DISPLAY "LINE " EL-LINE-COUNT
                   " - GL ACCOUNT (BLANK ENDS): " WITH NO ADVANCING
               MOVE SPACES TO WS-ACCOUNT-ENTRY
               ACCEPT WS-ACCOUNT-ENTRY
               IF WS-ACCOUNT-ENTRY = SPACES
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
               IF WS-ACCOUNT-ENTRY NOT NUMERIC
                   DISPLAY "ACCOUNT MUST BE 5 DIGITS - LINE SKIPPED"
               ELSE
                   PERFORM 130-FIND-ACCOUNT
                   IF KA-SLOT = 0
                       DISPLAY "ACCOUNT NOT IN THE CHART OR LEDGER - "
                           "LINE SKIPPED"
                   ELSE
                       PERFORM 330-KEY-ONE-LINE
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF EL-LINE-COUNT = 0
               DISPLAY "NO LINES KEYED - CANCELLED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

       330-KEY-ONE-LINE.
           DISPLAY "  " KA-NAME(KA-SLOT)
               " DEBIT OR CREDIT (D/C): " WITH NO ADVANCING
           ACCEPT WS-DC-ENTRY
           DISPLAY "  AMOUNT 9(9)V99: " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-DC-ENTRY NOT = "D" AND WS-DC-ENTRY NOT = "C"
               DISPLAY "MUST BE D OR C - LINE SKIPPED"
           ELSE
           IF WS-AMOUNT-ENTRY NOT NUMERIC OR WS-AMOUNT-ENTRY-N = 0
               DISPLAY "BAD AMOUNT - LINE SKIPPED"
           ELSE
               ADD 1 TO EL-LINE-COUNT
               MOVE WS-ACCOUNT-ENTRY-N TO EL-ACCOUNT(EL-LINE-COUNT)
               MOVE WS-DC-ENTRY TO EL-DC(EL-LINE-COUNT)
               MOVE WS-AMOUNT-ENTRY-N TO EL-AMOUNT(EL-LINE-COUNT)
               IF WS-DC-ENTRY = "D"
                   ADD WS-AMOUNT-ENTRY-N TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-AMOUNT-ENTRY-N TO WS-CREDIT-TOTAL
               END-IF
               IF EL-LINE-COUNT >= EL-MAX-LINES
                   DISPLAY "LINE LIMIT REACHED"
                   MOVE "Y" TO WS-LINES-DONE
               END-IF
           END-IF
           END-IF.

      *THE SAME PROOF GLPOST MAKES OF THE WHOLE NIGHT, MADE HERE OF
      *THE ONE ENTRY - AN UNBALANCED ENTRY NEVER REACHES THE FILE.
       340-PROVE-ENTRY.
           MOVE WS-DEBIT-TOTAL TO DL-AMOUNT
           MOVE WS-CREDIT-TOTAL TO DL-AMOUNT-2
           DISPLAY "DEBITS " DL-AMOUNT "  CREDITS " DL-AMOUNT-2
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "ENTRY OUT OF BALANCE - REFUSED, RE-KEY IT"
               MOVE "N" TO WS-ENTRY-OK
           ELSE
           IF EL-LINE-COUNT < 2
               DISPLAY "AN ENTRY NEEDS A DEBIT AND A CREDIT - REFUSED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           END-IF.

       400-SUBMIT-ENTRY.
           IF WS-KEYING-TEMPLATE
               DISPLAY "SUBMIT TEMPLATE FOR APPROVAL (Y/N)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "SUBMIT ENTRY FOR APPROVAL (Y/N)? "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = "Y"
               DISPLAY "ENTRY ABANDONED"
           ELSE
               OPEN EXTEND PENDING-FILE
               IF JP-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               PERFORM VARYING EL-SUB FROM 1 BY 1
                       UNTIL EL-SUB > EL-LINE-COUNT
                   MOVE SPACES TO JE-ENTRY-LINE
                   MOVE WS-NEXT-ENTRY TO JE-NUMBER
                   MOVE WS-KIND TO JE-KIND
                   MOVE EL-SUB TO JE-LINE
                   MOVE EL-ACCOUNT(EL-SUB) TO JE-ACCOUNT
                   MOVE EL-DC(EL-SUB) TO JE-DC
                   MOVE EL-AMOUNT(EL-SUB) TO JE-AMOUNT
                   MOVE WS-DESC-ENTRY TO JE-DESC
                   MOVE WS-REVERSE-ENTRY TO JE-REVERSE
                   MOVE OA-OPERATOR-ID TO JE-KEYED-BY
                   MOVE WS-DATE TO JE-KEYED-DATE
                   MOVE "P" TO JE-STATUS
                   MOVE 0 TO JE-APPROVED-DATE
                   MOVE 0 TO JE-LAST-PERIOD
                   WRITE JP-RECORD FROM JE-ENTRY-LINE
               END-PERFORM
               CLOSE PENDING-FILE
               MOVE WS-NEXT-ENTRY TO JE-NUMBER
               MOVE WS-KIND TO JE-KIND
               MOVE WS-DESC-ENTRY TO JE-DESC
               MOVE "KEYED" TO JR-EVENT
               MOVE WS-DEBIT-TOTAL TO JR-TOTAL
               PERFORM 800-WRITE-REGISTER
               IF WS-KEYING-TEMPLATE
                   DISPLAY "TEMPLATE " WS-NEXT-ENTRY
                       " AWAITING APPROVAL"
               ELSE
                   DISPLAY "ENTRY " WS-NEXT-ENTRY
                       " AWAITING APPROVAL"
               END-IF
               ADD 1 TO WS-ENTRIES-KEYED
               ADD 1 TO WS-NEXT-ENTRY
               OPEN OUTPUT ENTRY-NUMBER-FILE
               MOVE WS-NEXT-ENTRY TO JN-RECORD
               WRITE JN-RECORD
               CLOSE ENTRY-NUMBER-FILE
           END-IF.

      *ONE LINE PER ENTRY OR TEMPLATE - ITS FIRST LINE CARRIES THE
      *HEADER, AND THE DEBITS ARE ADDED UP ACROSS ITS LINES.
       500-LIST-ENTRIES.
           PERFORM 700-LOAD-PENDING
           DISPLAY "NUMBER KIND     STATUS   DESCRIPTION          "
               "REV BY            TOTAL"
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
               IF JE-LINE = 1
                   MOVE JE-NUMBER TO WS-NUMBER-ENTRY-N
                   PERFORM 710-ENTRY-TOTAL
                   MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                   PERFORM 510-SHOW-ENTRY-HEADER
               END-IF
           END-PERFORM
           IF PT-OVERFLOW = "Y"
               DISPLAY "JEPEND.TXT TOO LARGE - LIST INCOMPLETE"
           END-IF.

       510-SHOW-ENTRY-HEADER.
           MOVE JE-NUMBER TO DL-NUMBER
           IF JE-KIND = "T"
               MOVE "TEMPLATE" TO DL-KIND
           ELSE
               MOVE "ENTRY" TO DL-KIND
           END-IF
           IF JE-STATUS = "A"
               IF JE-KIND = "T"
                   MOVE "ACTIVE" TO DL-STATUS
               ELSE
                   MOVE "APPROVED" TO DL-STATUS
               END-IF
           ELSE
               MOVE "PENDING" TO DL-STATUS
           END-IF
           MOVE JE-DESC TO DL-DESC
           IF JE-REVERSE = "Y"
               MOVE "REV" TO DL-REVERSE
           ELSE
               MOVE SPACES TO DL-REVERSE
           END-IF
           MOVE JE-KEYED-BY TO DL-KEYED-BY
           MOVE WS-DEBIT-TOTAL TO DL-TOTAL
           DISPLAY DL-ENTRY-DISPLAY.

      *THE ENTRY'S LINES, SO THE APPROVER SEES EXACTLY WHAT POSTS.
       520-SHOW-ENTRY-LINES.
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
               IF JE-NUMBER = WS-NUMBER-ENTRY-N
                   MOVE JE-LINE TO DL-LINE
                   MOVE JE-ACCOUNT TO DL-ACCOUNT
                   MOVE JE-ACCOUNT TO WS-ACCOUNT-ENTRY-N
                   PERFORM 130-FIND-ACCOUNT
                   IF KA-SLOT > 0
                       MOVE KA-NAME(KA-SLOT) TO DL-ACCOUNT-NAME
                   ELSE
                       MOVE SPACES TO DL-ACCOUNT-NAME
                   END-IF
                   IF JE-DC = "D"
                       MOVE JE-AMOUNT TO DL-DEBIT
                       MOVE 0 TO DL-CREDIT
                   ELSE
                       MOVE 0 TO DL-DEBIT
                       MOVE JE-AMOUNT TO DL-CREDIT
                   END-IF
                   DISPLAY DL-LINE-DISPLAY
               END-IF
           END-PERFORM.

      *THE APPROVER MAY NOT BE THE OPERATOR WHO KEYED IT - THAT IS
      *THE WHOLE POINT OF THE SECOND PAIR OF EYES.
       600-APPROVE-ENTRY.
           PERFORM 620-PICK-ENTRY
           IF WS-ENTRY-OK = "Y"
               IF JE-STATUS NOT = "P"
                   DISPLAY "ALREADY APPROVED"
               ELSE
               IF JE-KEYED-BY = OA-OPERATOR-ID
                   MOVE "GL-JE-OWN" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "YOU KEYED THIS ENTRY - ANOTHER OPERATOR "
                       "MUST APPROVE IT - LOGGED"
               ELSE
                   DISPLAY "APPROVE (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY NOT = "Y"
                       DISPLAY "LEFT AS IS"
                   ELSE
                       PERFORM 610-MARK-APPROVED
                   END-IF
               END-IF
               END-IF
           END-IF.

       610-MARK-APPROVED.
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
               IF JE-NUMBER = WS-NUMBER-ENTRY-N
                   MOVE "A" TO JE-STATUS
                   MOVE OA-OPERATOR-ID TO JE-APPROVED-BY
                   MOVE WS-DATE TO JE-APPROVED-DATE
                   MOVE JE-ENTRY-LINE TO PT-IMAGE(PT-SUB)
               END-IF
           END-PERFORM
           PERFORM 750-REWRITE-PENDING
           MOVE PT-IMAGE(PT-FIRST) TO JE-ENTRY-LINE
           MOVE "APPROVED" TO JR-EVENT
           MOVE WS-DEBIT-TOTAL TO JR-TOTAL
           PERFORM 800-WRITE-REGISTER
           ADD 1 TO WS-ENTRIES-APPROVED
           IF JE-KIND = "T"
               DISPLAY "TEMPLATE ACTIVE - GENERATES EVERY MONTH-END"
           ELSE
               DISPLAY "ENTRY APPROVED - POSTS TONIGHT"
           END-IF.

      *ASKS FOR THE NUMBER, LOADS THE FILE, AND SHOWS THE ENTRY. ON
      *RETURN JE-ENTRY-LINE HOLDS ITS FIRST LINE AND PT-FIRST POINTS
      *AT IT.
       620-PICK-ENTRY.
           MOVE "N" TO WS-ENTRY-OK
           DISPLAY "ENTRY OR TEMPLATE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-NUMBER-ENTRY
           IF WS-NUMBER-ENTRY NOT NUMERIC
               DISPLAY "NUMBER MUST BE 6 DIGITS"
           ELSE
               PERFORM 700-LOAD-PENDING
               IF PT-OVERFLOW = "Y"
                   DISPLAY "JEPEND.TXT TOO LARGE - NOT CHANGED"
               ELSE
                   PERFORM 710-ENTRY-TOTAL
                   IF PT-MATCHES = 0
                       DISPLAY "NOT ON FILE - POSTED, REJECTED, OR "
                           "NEVER KEYED"
                   ELSE
                       MOVE PT-IMAGE(PT-FIRST) TO JE-ENTRY-LINE
                       PERFORM 510-SHOW-ENTRY-HEADER
                       PERFORM 520-SHOW-ENTRY-LINES
                       MOVE PT-IMAGE(PT-FIRST) TO JE-ENTRY-LINE
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF.

      *A PENDING ENTRY OR TEMPLATE IS REJECTED; AN ACTIVE TEMPLATE
      *IS RETIRED SO IT STOPS GENERATING. AN APPROVED ENTRY IS
      *ALREADY ON ITS WAY TO THE LEDGER AND IS CORRECTED BY ANOTHER
      *ENTRY.
       650-REJECT-ENTRY.
           PERFORM 620-PICK-ENTRY
           IF WS-ENTRY-OK = "Y"
               IF JE-STATUS = "A" AND JE-KIND = "E"
                   DISPLAY "ENTRY ALREADY APPROVED - CORRECT IT WITH "
                       "ANOTHER ENTRY"
               ELSE
                   IF JE-STATUS = "A"
                       DISPLAY "RETIRE THIS TEMPLATE (Y/N)? "
                           WITH NO ADVANCING
                       MOVE "RETIRED" TO JR-EVENT
                   ELSE
                       DISPLAY "REJECT (Y/N)? " WITH NO ADVANCING
                       MOVE "REJECTED" TO JR-EVENT
                   END-IF
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY NOT = "Y"
                       DISPLAY "LEFT AS IS"
                   ELSE
                       PERFORM VARYING PT-SUB FROM 1 BY 1
                               UNTIL PT-SUB > PT-LINE-COUNT
                           MOVE PT-IMAGE(PT-SUB) TO JE-ENTRY-LINE
                           IF JE-NUMBER = WS-NUMBER-ENTRY-N
                               MOVE "Y" TO PT-DELETED(PT-SUB)
                           END-IF
                       END-PERFORM
                       PERFORM 750-REWRITE-PENDING
                       MOVE PT-IMAGE(PT-FIRST) TO JE-ENTRY-LINE
                       MOVE WS-DEBIT-TOTAL TO JR-TOTAL
                       PERFORM 800-WRITE-REGISTER
                       ADD 1 TO WS-ENTRIES-REJECTED
                       DISPLAY "ENTRY " JE-NUMBER " " JR-EVENT
                   END-IF
               END-IF
           END-IF.

       700-LOAD-PENDING.
           MOVE 0 TO PT-LINE-COUNT
           MOVE "N" TO PT-OVERFLOW
           OPEN INPUT PENDING-FILE
           IF JP-FILE-STATUS = "00"
               PERFORM UNTIL JP-FILE-STATUS NOT = "00"
                   READ PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JP-RECORD NOT = SPACES
                               IF PT-LINE-COUNT < PT-MAX-LINES
                                   ADD 1 TO PT-LINE-COUNT
                                   MOVE "N" TO PT-DELETED(PT-LINE-COUNT)
                                   MOVE JP-RECORD TO
                                       PT-IMAGE(PT-LINE-COUNT)
                               ELSE
                                   MOVE "Y" TO PT-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *DEBITS OF THE ENTRY NUMBERED IN WS-NUMBER-ENTRY-N, WITH HOW
      *MANY LINES IT HAS AND WHERE THE FIRST ONE SITS.
       710-ENTRY-TOTAL.
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO PT-MATCHES
           MOVE 0 TO PT-FIRST
           PERFORM VARYING PT-SCAN FROM 1 BY 1
                   UNTIL PT-SCAN > PT-LINE-COUNT
               MOVE PT-IMAGE(PT-SCAN) TO JE-ENTRY-LINE
               IF JE-NUMBER = WS-NUMBER-ENTRY-N
                   ADD 1 TO PT-MATCHES
                   IF PT-FIRST = 0
                       MOVE PT-SCAN TO PT-FIRST
                   END-IF
                   IF JE-DC = "D"
                       ADD JE-AMOUNT TO WS-DEBIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       750-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-LINE-COUNT
               IF PT-DELETED(PT-SUB) = "N"
                   MOVE PT-IMAGE(PT-SUB) TO JP-RECORD
                   WRITE JP-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *JE-ENTRY-LINE SUPPLIES THE ENTRY; JR-EVENT AND JR-TOTAL ARE
      *SET BY THE CALLER.
       800-WRITE-REGISTER.
           MOVE WS-DATE TO JR-DATE
           MOVE JE-NUMBER TO JR-NUMBER
           MOVE JE-KIND TO JR-KIND
           MOVE OA-OPERATOR-ID TO JR-OPERATOR
           MOVE JE-DESC TO JR-DESC
           MOVE 0 TO JR-PERIOD
           OPEN EXTEND REGISTER-FILE
           IF JR-FILE-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           WRITE JR-RECORD FROM JR-REGISTER-LINE
           CLOSE REGISTER-FILE.

       900-TERMINATE.
           DISPLAY "ENTRIES KEYED: " WS-ENTRIES-KEYED
               "  APPROVED: " WS-ENTRIES-APPROVED
               "  REJECTED/RETIRED: " WS-ENTRIES-REJECTED
               "  NEXT ENTRY: " WS-NEXT-ENTRY.

       COPY OPERAUTP.
