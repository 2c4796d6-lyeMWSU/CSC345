      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MENU-DRIVEN MAINTENANCE FOR THE PROTECTED-LEAVE
      *            CASE FILE (LEAVECAS.TXT) - OPEN, CHANGE, AND CLOSE
      *            CASES. A CASE NUMBER MAY ONLY BE USED ONCE, THE
      *            PERSON MUST BE ON THE EMPLOYEE MASTER, AND EVERY
      *            COVERED EXCUSE CODE MUST BE ON EXCUSECD.TXT. A
      *            CLOSED CASE STAYS ON FILE SO THE CASE-STATUS REPORT
      *            CAN STILL SHOW THE DAYS USED AGAINST IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVE-CASE-FILE
               ASSIGN "LEAVECAS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LV-FILE-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN "EMPMSTR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EM-FILE-STATUS.

           SELECT EXCUSE-CODE-FILE
               ASSIGN "EXCUSECD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EC-FILE-STATUS.

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
       FD  LEAVE-CASE-FILE.
       01  LV-RECORD.
           05  LV-EMP-ID               PIC 9(5).
           05  LV-EMP-ID-X REDEFINES LV-EMP-ID
                                       PIC X(5).
           05  LV-CASE-NUM             PIC X(8).
           05  LV-START-DATE           PIC 9(8).
           05  LV-START-DATE-X REDEFINES LV-START-DATE
                                       PIC X(8).
           05  LV-END-DATE             PIC 9(8).
           05  LV-END-DATE-X REDEFINES LV-END-DATE
                                       PIC X(8).
           05  LV-STATUS               PIC X.
           05  LV-DAYS-APPROVED        PIC 9(3).
           05  LV-DAYS-APPROVED-X REDEFINES LV-DAYS-APPROVED
                                       PIC X(3).
           05  LV-CODE-ENTRY OCCURS 5 TIMES.
               10  LV-CODE             PIC 99.
               10  LV-CODE-X REDEFINES LV-CODE
                                       PIC XX.

       FD  EMP-MASTER-FILE.
       01  EM-RECORD.
           05  EM-ID                   PIC 9(5).
           05  EM-ID-X REDEFINES EM-ID PIC X(5).
           05  EM-NAME                 PIC X(20).
           05  EM-HIRE-DATE            PIC 9(8).
           05  EM-LOC-CODE             PIC XX.
           05  EM-SUPV-ID              PIC 9(5).
           05  EM-STATUS               PIC X.
           05  EM-TERM-DATE            PIC 9(8).
           05  EM-CATEGORY             PIC 9.

      *ONLY THE CODE AND NAME AT THE FRONT OF EACH EXCUSECD.TXT
      *RECORD MATTER HERE.
       FD  EXCUSE-CODE-FILE.
       01  EC-RECORD.
           05  EC-CODE                 PIC 99.
           05  EC-CODE-X REDEFINES EC-CODE
                                       PIC XX.
           05  EC-EXCUSE               PIC X(15).
           05                          PIC X(63).

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
           05  EC-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  WS-TABLE-CHANGED        PIC X    VALUE "N".
           05  WS-ENTRY-OK             PIC X.

       COPY OPERAUTH.

       COPY EMPMST.

       COPY LEAVECAS.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-OPEN-CHOICE                   VALUE "1".
           88  WS-CHANGE-CHOICE                 VALUE "2".
           88  WS-CLOSE-CHOICE                  VALUE "3".
           88  WS-LIST-CHOICE                   VALUE "4".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *EXCUSE CODES ON FILE, ACTIVE OR NOT - A CASE MAY COVER A CODE
      *HR HAS SINCE RETIRED.
       01  XC-EXCUSE-TABLE.
           05  XC-CODE OCCURS 99 TIMES PIC 99.
       01  XC-CODE-COUNT               PIC 99 VALUE 0.

       01  WS-SUB                      PIC 9(4).
       01  WS-FOUND-SLOT               PIC 9(4) VALUE 0.
       01  WS-XC-SUB                   PIC 999.
       01  WS-CODE-SUB                 PIC 9.

      *KEY ENTRY AREAS - ALPHANUMERIC SO A NON-NUMERIC ENTRY DOESN'T
      *ABEND THE ACCEPT, VALIDATED BEFORE USE.
       01  WS-CASE-ENTRY               PIC X(8).
       01  WS-ID-ENTRY                 PIC X(5).
       01  WS-ID-ENTRY-N               REDEFINES WS-ID-ENTRY
                                       PIC 9(5).
       01  WS-DATE-ENTRY               PIC X(8).
       01  WS-DATE-ENTRY-N             REDEFINES WS-DATE-ENTRY
                                       PIC 9(8).
       01  WS-DAYS-ENTRY               PIC X(3) JUSTIFIED RIGHT.
       01  WS-DAYS-ENTRY-N             REDEFINES WS-DAYS-ENTRY
                                       PIC 9(3).
       01  WS-CODE-ENTRY               PIC XX.
       01  WS-CODE-ENTRY-N             REDEFINES WS-CODE-ENTRY
                                       PIC 99.
       01  WS-CONFIRM-ENTRY            PIC X.

      *THE CASE BEING BUILT OR CHANGED, HELD APART FROM THE TABLE
      *UNTIL EVERY ANSWER HAS PASSED ITS EDIT.
       01  WS-NEW-CASE.
           05  WS-NEW-START-DATE       PIC 9(8).
           05  WS-NEW-END-DATE         PIC 9(8).
           05  WS-NEW-DAYS             PIC 9(3).
           05  WS-NEW-CODE-COUNT       PIC 9.
           05  WS-NEW-CODE OCCURS 5 TIMES
                                       PIC 99.

       01  WS-TODAY                    PIC 9(8).

       01  DL-LIST-LINE.
           05  DL-CASE-NUM             PIC X(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-EMP-ID               PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-START-DATE           PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-END-DATE             PIC X(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-STATUS               PIC X.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-DAYS                 PIC ZZ9.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CODE-ENTRY OCCURS 5 TIMES.
               10  DL-CODE             PIC XX.
               10  FILLER              PIC X    VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM 200-MAIN-MENU
               UNTIL WS-DONE = "YES"
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 970-SIGN-ON
           PERFORM 960-LOAD-LEAVE-CASES
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 120-LOAD-EXCUSES
           IF LV-OVERFLOW > 0
               DISPLAY "LEAVECAS.TXT HAS MORE THAN " LV-MAX-CASES
                   " CASES - " LV-OVERFLOW " NOT LOADED"
               DISPLAY "CHANGES WILL NOT BE SAVED THIS SESSION"
           END-IF.

       120-LOAD-EXCUSES.
           OPEN INPUT EXCUSE-CODE-FILE
           IF EC-FILE-STATUS = "00"
               PERFORM UNTIL EC-FILE-STATUS NOT = "00"
                   READ EXCUSE-CODE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-CODE-X NUMERIC AND XC-CODE-COUNT < 99
                               ADD 1 TO XC-CODE-COUNT
                               MOVE EC-CODE TO XC-CODE(XC-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCUSE-CODE-FILE
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  PROTECTED-LEAVE CASE MAINTENANCE"
           DISPLAY "  1 - OPEN A CASE"
           DISPLAY "  2 - CHANGE A CASE"
           DISPLAY "  3 - CLOSE A CASE"
           DISPLAY "  4 - LIST ALL CASES"
           DISPLAY "  9 - EXIT AND SAVE"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *THE MAINTENANCE FUNCTIONS NEED MAINTENANCE AUTHORITY -
      *INQUIRY-ONLY OPERATORS CAN STILL LIST.
               WHEN WS-OPEN-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "LVC-OPEN" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-CHANGE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "LVC-CHANGE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-CLOSE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "LVC-CLOSE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-OPEN-CHOICE
                   PERFORM 300-OPEN-CASE
               WHEN WS-CHANGE-CHOICE
                   PERFORM 400-CHANGE-CASE
               WHEN WS-CLOSE-CHOICE
                   PERFORM 500-CLOSE-CASE
               WHEN WS-LIST-CHOICE
                   PERFORM 600-LIST-CASES
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

      *ACCEPTS A CASE NUMBER AND LEAVES ITS TABLE SLOT IN
      *WS-FOUND-SLOT, ZERO WHEN THE CASE ISN'T ON FILE.
       250-FIND-CASE.
           MOVE 0 TO WS-FOUND-SLOT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LV-CASE-COUNT
                      OR WS-FOUND-SLOT > 0
               IF LV-T-CASE-NUM(WS-SUB) = WS-CASE-ENTRY
                   MOVE WS-SUB TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.

       260-CHECK-EXCUSE-CODE.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM VARYING WS-XC-SUB FROM 1 BY 1
                   UNTIL WS-XC-SUB > XC-CODE-COUNT
               IF XC-CODE(WS-XC-SUB) = WS-CODE-ENTRY-N
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.

      *UP TO FIVE CODES, ONE PER PROMPT - A BLANK ENDS THE LIST. A
      *CODE NOT ON EXCUSECD.TXT, OR ONE ALREADY GIVEN, IS REFUSED
      *AND THE PROMPT REPEATS.
       270-GET-COVERED-CODES.
           MOVE 0 TO WS-NEW-CODE-COUNT
           MOVE ZEROS TO WS-NEW-CODE(1) WS-NEW-CODE(2) WS-NEW-CODE(3)
                         WS-NEW-CODE(4) WS-NEW-CODE(5)
           MOVE "X" TO WS-CODE-ENTRY
           PERFORM UNTIL WS-CODE-ENTRY = SPACES
                      OR WS-NEW-CODE-COUNT = 5
               DISPLAY "COVERED EXCUSE CODE (BLANK = DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-CODE-ENTRY
               IF WS-CODE-ENTRY NOT = SPACES
                   PERFORM 275-ADD-COVERED-CODE
               END-IF
           END-PERFORM.

       275-ADD-COVERED-CODE.
           IF WS-CODE-ENTRY NOT NUMERIC
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               PERFORM 260-CHECK-EXCUSE-CODE
           END-IF
           IF WS-ENTRY-OK NOT = "Y"
               DISPLAY "CODE NOT ON EXCUSECD.TXT - NOT ADDED"
           ELSE
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > WS-NEW-CODE-COUNT
                   IF WS-NEW-CODE(WS-CODE-SUB) = WS-CODE-ENTRY-N
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-PERFORM
               IF WS-ENTRY-OK NOT = "Y"
                   DISPLAY "CODE ALREADY COVERED - NOT ADDED"
               ELSE
                   ADD 1 TO WS-NEW-CODE-COUNT
                   MOVE WS-CODE-ENTRY-N TO
                       WS-NEW-CODE(WS-NEW-CODE-COUNT)
               END-IF
           END-IF.

      *THE CALLER LOADS WS-NEW-CASE FIRST - TODAY, NO END DATE, AND
      *NO CAP FOR A NEW CASE, THE CASE AS IT STANDS FOR A CHANGE - AND
      *A BLANK ANSWER KEEPS WHAT IS THERE. ANYTHING ELSE MUST BE A
      *DATE.
       280-GET-START-DATE.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "START DATE YYYYMMDD (BLANK = " WS-NEW-START-DATE
               "): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY NOT = SPACES
               IF WS-DATE-ENTRY NOT NUMERIC
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   MOVE WS-DATE-ENTRY-N TO WS-NEW-START-DATE
               END-IF
           END-IF.

      *"0" TAKES THE END DATE OFF AND LEAVES THE CASE OPEN-ENDED. AN
      *END BEFORE THE START IS REFUSED, WHETHER IT WAS JUST KEYED OR
      *KEPT FROM BEFORE.
       285-GET-END-DATE.
           MOVE "Y" TO WS-ENTRY-OK
           IF WS-NEW-END-DATE = LV-NO-END-DATE
               DISPLAY "END DATE YYYYMMDD (BLANK = NONE, "
                   "0 = NONE): " WITH NO ADVANCING
           ELSE
               DISPLAY "END DATE YYYYMMDD (BLANK = " WS-NEW-END-DATE
                   ", 0 = NONE): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = "0"
               MOVE LV-NO-END-DATE TO WS-NEW-END-DATE
           ELSE
           IF WS-DATE-ENTRY NOT = SPACES
               IF WS-DATE-ENTRY NOT NUMERIC
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   MOVE WS-DATE-ENTRY-N TO WS-NEW-END-DATE
               END-IF
           END-IF
           END-IF
           IF WS-NEW-END-DATE < WS-NEW-START-DATE
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

      *ZERO MEANS THE CASE ISN'T CAPPED AT A NUMBER OF DAYS. A SHORT
      *ANSWER ("15") LANDS RIGHT-JUSTIFIED AND IS ZERO-FILLED.
       290-GET-DAYS-APPROVED.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "DAYS APPROVED, 0 = NO CAP (BLANK = " WS-NEW-DAYS
               "): " WITH NO ADVANCING
           ACCEPT WS-DAYS-ENTRY
           IF WS-DAYS-ENTRY NOT = SPACES
               INSPECT WS-DAYS-ENTRY REPLACING LEADING SPACES BY ZEROS
               IF WS-DAYS-ENTRY NOT NUMERIC
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   MOVE WS-DAYS-ENTRY-N TO WS-NEW-DAYS
               END-IF
           END-IF.

       300-OPEN-CASE.
           DISPLAY "ENTER NEW CASE NUMBER (BLANK TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-CASE-ENTRY
           IF WS-CASE-ENTRY = SPACES
               CONTINUE
           ELSE
               PERFORM 250-FIND-CASE
               IF WS-FOUND-SLOT > 0
                   DISPLAY "CASE NUMBER ALREADY ON FILE - "
                       "OPEN CANCELLED"
               ELSE
               IF LV-CASE-COUNT >= LV-MAX-CASES
                   DISPLAY "TABLE FULL - OPEN CANCELLED"
               ELSE
                   PERFORM 310-OPEN-DETAIL
               END-IF
               END-IF
           END-IF.

      *EVERY FIELD IS EDITED BEFORE THE CASE GOES INTO THE TABLE -
      *ONE BAD ANSWER CANCELS THE OPEN RATHER THAN STORING HALF A
      *CASE.
       310-OPEN-DETAIL.
           DISPLAY "ENTER EMPLOYEE NO.: " WITH NO ADVANCING
           ACCEPT WS-ID-ENTRY
           MOVE 0 TO EM-FOUND-SLOT
           IF WS-ID-ENTRY NUMERIC
               MOVE WS-ID-ENTRY-N TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
           END-IF
           IF NOT EM-FOUND-ACTIVE
               DISPLAY "NOT AN ACTIVE EMPLOYEE - OPEN CANCELLED"
           ELSE
               DISPLAY "EMPLOYEE: " EM-T-NAME(EM-FOUND-SLOT)
               MOVE WS-TODAY TO WS-NEW-START-DATE
               MOVE LV-NO-END-DATE TO WS-NEW-END-DATE
               MOVE 0 TO WS-NEW-DAYS
               PERFORM 280-GET-START-DATE
               IF WS-ENTRY-OK NOT = "Y"
                   DISPLAY "DATE NOT NUMERIC - OPEN CANCELLED"
               ELSE
                   PERFORM 285-GET-END-DATE
                   IF WS-ENTRY-OK NOT = "Y"
                       DISPLAY "END DATE NOT VALID - OPEN CANCELLED"
                   ELSE
                       PERFORM 290-GET-DAYS-APPROVED
                       IF WS-ENTRY-OK NOT = "Y"
                           DISPLAY "DAYS NOT NUMERIC - OPEN CANCELLED"
                       ELSE
                           PERFORM 270-GET-COVERED-CODES
                           IF WS-NEW-CODE-COUNT = 0
                               DISPLAY "NO CODES COVERED - "
                                   "OPEN CANCELLED"
                           ELSE
                               PERFORM 320-STORE-NEW-CASE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-STORE-NEW-CASE.
           ADD 1 TO LV-CASE-COUNT
           MOVE LV-CASE-COUNT TO WS-SUB
           MOVE WS-ID-ENTRY-N TO LV-T-EMP-ID(WS-SUB)
           MOVE WS-CASE-ENTRY TO LV-T-CASE-NUM(WS-SUB)
           MOVE "O" TO LV-T-STATUS(WS-SUB)
           PERFORM 330-MOVE-CASE-DETAIL
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "CASE OPENED".

       330-MOVE-CASE-DETAIL.
           MOVE WS-NEW-START-DATE TO LV-T-START-DATE(WS-SUB)
           MOVE WS-NEW-END-DATE TO LV-T-END-DATE(WS-SUB)
           MOVE WS-NEW-DAYS TO LV-T-DAYS-APPROVED(WS-SUB)
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 5
               MOVE WS-NEW-CODE(WS-CODE-SUB) TO
                   LV-T-CODE(WS-SUB, WS-CODE-SUB)
           END-PERFORM.

      *THE PERSON AND CASE NUMBER NEVER CHANGE. BLANK KEEPS A DATE OR
      *THE CAP AS IT IS, AND BLANK ON THE FIRST CODE KEEPS THE CODES
      *AS THEY ARE. ONE BAD ANSWER LEAVES THE WHOLE
      *CASE AS IT WAS.
       400-CHANGE-CASE.
           DISPLAY "ENTER CASE NUMBER TO CHANGE (BLANK TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-CASE-ENTRY
           IF WS-CASE-ENTRY = SPACES
               CONTINUE
           ELSE
               PERFORM 250-FIND-CASE
               IF WS-FOUND-SLOT = 0
                   DISPLAY "CASE NOT ON FILE - CHANGE CANCELLED"
               ELSE
               IF LV-T-CLOSED(WS-FOUND-SLOT)
                   DISPLAY "CASE IS CLOSED - CHANGE CANCELLED"
               ELSE
                   PERFORM 410-CHANGE-DETAIL
               END-IF
               END-IF
           END-IF.

       410-CHANGE-DETAIL.
           MOVE WS-FOUND-SLOT TO WS-SUB
           PERFORM 610-FORMAT-CASE
           DISPLAY "NOW: " DL-LIST-LINE
           MOVE LV-T-START-DATE(WS-SUB) TO WS-NEW-START-DATE
           MOVE LV-T-END-DATE(WS-SUB) TO WS-NEW-END-DATE
           MOVE LV-T-DAYS-APPROVED(WS-SUB) TO WS-NEW-DAYS
           PERFORM 280-GET-START-DATE
           IF WS-ENTRY-OK NOT = "Y"
               DISPLAY "DATE NOT NUMERIC - CASE LEFT AS IS"
           ELSE
               PERFORM 285-GET-END-DATE
               IF WS-ENTRY-OK NOT = "Y"
                   DISPLAY "END DATE NOT VALID - CASE LEFT AS IS"
               ELSE
                   PERFORM 290-GET-DAYS-APPROVED
                   IF WS-ENTRY-OK NOT = "Y"
                       DISPLAY "DAYS NOT NUMERIC - CASE LEFT AS IS"
                   ELSE
                       PERFORM 270-GET-COVERED-CODES
                       IF WS-NEW-CODE-COUNT = 0
                           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                                   UNTIL WS-CODE-SUB > 5
                               MOVE LV-T-CODE(WS-SUB, WS-CODE-SUB) TO
                                   WS-NEW-CODE(WS-CODE-SUB)
                           END-PERFORM
                       END-IF
                       PERFORM 330-MOVE-CASE-DETAIL
                       MOVE "Y" TO WS-TABLE-CHANGED
                       DISPLAY "CASE CHANGED"
                   END-IF
               END-IF
           END-IF.

      *CLOSING STOPS THE CASE PROTECTING ANY FURTHER ABSENCE. THE
      *CLOSE DATE BECOMES THE END DATE UNLESS THE CASE WAS ALREADY
      *DUE TO END SOONER.
       500-CLOSE-CASE.
           DISPLAY "ENTER CASE NUMBER TO CLOSE (BLANK TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-CASE-ENTRY
           IF WS-CASE-ENTRY = SPACES
               CONTINUE
           ELSE
               PERFORM 250-FIND-CASE
               IF WS-FOUND-SLOT = 0
                   DISPLAY "CASE NOT ON FILE - NOTHING TO CLOSE"
               ELSE
               IF LV-T-CLOSED(WS-FOUND-SLOT)
                   DISPLAY "CASE ALREADY CLOSED"
               ELSE
                   MOVE WS-FOUND-SLOT TO WS-SUB
                   DISPLAY "CLOSE CASE " LV-T-CASE-NUM(WS-SUB)
                       " FOR EMPLOYEE " LV-T-EMP-ID(WS-SUB)
                       " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                       PERFORM 510-GET-CLOSE-DATE
                       IF WS-DATE-ENTRY-N < LV-T-END-DATE(WS-SUB)
                           MOVE WS-DATE-ENTRY-N TO
                               LV-T-END-DATE(WS-SUB)
                       END-IF
                       MOVE "C" TO LV-T-STATUS(WS-SUB)
                       MOVE "Y" TO WS-TABLE-CHANGED
                       DISPLAY "CASE CLOSED"
                   ELSE
                       DISPLAY "NOT CLOSED"
                   END-IF
               END-IF
               END-IF
           END-IF.

       510-GET-CLOSE-DATE.
           DISPLAY "CLOSE DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY TO WS-DATE-ENTRY-N
           ELSE
           IF WS-DATE-ENTRY NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - USING TODAY"
               MOVE WS-TODAY TO WS-DATE-ENTRY-N
           END-IF
           END-IF.

       600-LIST-CASES.
           DISPLAY "CASE NO.  EMP#   START     END       S  DAYS"
               "  CODES"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LV-CASE-COUNT
               PERFORM 610-FORMAT-CASE
               DISPLAY DL-LIST-LINE
           END-PERFORM.

       610-FORMAT-CASE.
           MOVE LV-T-CASE-NUM(WS-SUB) TO DL-CASE-NUM
           MOVE LV-T-EMP-ID(WS-SUB) TO DL-EMP-ID
           MOVE LV-T-START-DATE(WS-SUB) TO DL-START-DATE
           IF LV-T-END-DATE(WS-SUB) = LV-NO-END-DATE
               MOVE "OPEN-END" TO DL-END-DATE
           ELSE
               MOVE LV-T-END-DATE(WS-SUB) TO DL-END-DATE
           END-IF
           MOVE LV-T-STATUS(WS-SUB) TO DL-STATUS
           MOVE LV-T-DAYS-APPROVED(WS-SUB) TO DL-DAYS
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 5
               IF LV-T-CODE(WS-SUB, WS-CODE-SUB) > 0
                   MOVE LV-T-CODE(WS-SUB, WS-CODE-SUB) TO
                       DL-CODE(WS-CODE-SUB)
               ELSE
                   MOVE SPACES TO DL-CODE(WS-CODE-SUB)
               END-IF
           END-PERFORM.

      *THE FILE IS ONLY REWRITTEN WHEN SOMETHING ACTUALLY CHANGED, AND
      *NEVER FROM A TABLE THAT DIDN'T HOLD THE WHOLE FILE. AN
      *OPEN-ENDED CASE GOES BACK OUT WITH A ZERO END DATE.
       900-TERMINATE.
           IF WS-TABLE-CHANGED = "Y" AND LV-OVERFLOW = 0
               OPEN OUTPUT LEAVE-CASE-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > LV-CASE-COUNT
                   MOVE LV-T-EMP-ID(WS-SUB) TO LV-EMP-ID
                   MOVE LV-T-CASE-NUM(WS-SUB) TO LV-CASE-NUM
                   MOVE LV-T-START-DATE(WS-SUB) TO LV-START-DATE
                   IF LV-T-END-DATE(WS-SUB) = LV-NO-END-DATE
                       MOVE ZEROS TO LV-END-DATE
                   ELSE
                       MOVE LV-T-END-DATE(WS-SUB) TO LV-END-DATE
                   END-IF
                   MOVE LV-T-STATUS(WS-SUB) TO LV-STATUS
                   MOVE LV-T-DAYS-APPROVED(WS-SUB) TO LV-DAYS-APPROVED
                   PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                           UNTIL WS-CODE-SUB > 5
                       MOVE LV-T-CODE(WS-SUB, WS-CODE-SUB) TO
                           LV-CODE(WS-CODE-SUB)
                   END-PERFORM
                   WRITE LV-RECORD
               END-PERFORM
               CLOSE LEAVE-CASE-FILE
               DISPLAY "LEAVECAS.TXT SAVED - "
                   LV-CASE-COUNT " CASES"
           ELSE
               DISPLAY "NO CHANGES SAVED - FILE LEFT AS IS"
           END-IF.

       COPY OPERAUTP.

       COPY EMPMSTP.

       COPY LEAVECSP.
