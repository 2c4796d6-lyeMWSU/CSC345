      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MENU-DRIVEN MAINTENANCE FOR THE INDIVIDUAL EMPLOYEE
      *            MASTER (EMPMSTR.TXT) THAT PRG02, P3, AND P4 VALIDATE
      *            THEIR FEEDS AGAINST - ADD AND CHANGE PEOPLE WITH
      *            DUPLICATE-NUMBER CHECKING, A HOME LOCATION THAT MUST
      *            BE ON P4LOC.TXT, AND A SUPERVISOR WHO MUST ALREADY
      *            BE ON THE MASTER. A LEAVER IS TERMINATED, NOT
      *            DELETED, SO HISTORY KEYED TO THEIR NUMBER STILL
      *            RESOLVES A NAME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMP-MASTER-FILE
               ASSIGN "EMPMSTR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EM-FILE-STATUS.

           SELECT LOCATION-FILE
               ASSIGN "P4LOC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

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

      *ONLY THE TWO-CHARACTER LOCATION CODE AT THE FRONT OF EACH
      *P4LOC.TXT RECORD MATTERS HERE.
       FD  LOCATION-FILE.
       01  LC-INPUT-REC.
           05  LC-LOC-CODE             PIC XX.
           05  FILLER                  PIC X(37).

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
           05  LC-FILE-STATUS          PIC XX.
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.
           05  WS-TABLE-CHANGED        PIC X    VALUE "N".
           05  WS-ENTRY-OK             PIC X.

       COPY OPERAUTH.

       COPY EMPMST.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-ADD-CHOICE                    VALUE "1".
           88  WS-CHANGE-CHOICE                 VALUE "2".
           88  WS-TERMINATE-CHOICE              VALUE "3".
           88  WS-LIST-CHOICE                   VALUE "4".
           88  WS-EXIT-CHOICE                   VALUE "9".

      *VALID HOME LOCATIONS, AS P4 LOADS THEM.
       01  LC-LOCATION-TABLE.
           05  LC-LOC OCCURS 25 TIMES  PIC XX.
       01  LC-LOC-COUNT                PIC 99 VALUE 0.

       01  WS-SUB                      PIC 9(4).
       01  WS-LOC-SUB                  PIC 99.

      *KEY ENTRY AREAS - ALPHANUMERIC SO A NON-NUMERIC ENTRY DOESN'T
      *ABEND THE ACCEPT, VALIDATED BEFORE USE.
       01  WS-ID-ENTRY                 PIC X(5).
       01  WS-ID-ENTRY-N               REDEFINES WS-ID-ENTRY
                                       PIC 9(5).
       01  WS-NAME-ENTRY               PIC X(20).
       01  WS-LOC-ENTRY                PIC XX.
       01  WS-SUPV-ENTRY               PIC X(5).
       01  WS-SUPV-ENTRY-N             REDEFINES WS-SUPV-ENTRY
                                       PIC 9(5).
       01  WS-CAT-ENTRY                PIC X.
       01  WS-CAT-ENTRY-N              REDEFINES WS-CAT-ENTRY
                                       PIC 9.
       01  WS-DATE-ENTRY               PIC X(8).
       01  WS-DATE-ENTRY-N             REDEFINES WS-DATE-ENTRY
                                       PIC 9(8).
       01  WS-CONFIRM-ENTRY            PIC X.

       01  WS-TODAY                    PIC 9(8).

       01  DL-LIST-LINE.
           05  DL-ID                   PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-NAME                 PIC X(20).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-HIRE-DATE            PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-LOC                  PIC XX.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-SUPV-ID              PIC 9(5).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-CATEGORY             PIC 9.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-STATUS               PIC X.
           05  FILLER                  PIC X    VALUE SPACE.
           05  DL-TERM-DATE            PIC 9(8).

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
           PERFORM 965-LOAD-EMP-MASTER
           PERFORM 120-LOAD-LOCATIONS
           IF EM-OVERFLOW > 0
               DISPLAY "EMPMSTR.TXT HAS MORE THAN " EM-MAX-EMPLOYEES
                   " PEOPLE - " EM-OVERFLOW " NOT LOADED"
               DISPLAY "CHANGES WILL NOT BE SAVED THIS SESSION"
           END-IF.

       120-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE
           IF LC-FILE-STATUS = "00"
               PERFORM UNTIL LC-FILE-STATUS NOT = "00"
                   READ LOCATION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LC-LOC-COUNT < 25
                               ADD 1 TO LC-LOC-COUNT
                               MOVE LC-LOC-CODE TO LC-LOC(LC-LOC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCATION-FILE
           END-IF.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  EMPLOYEE MASTER MAINTENANCE"
           DISPLAY "  1 - ADD AN EMPLOYEE"
           DISPLAY "  2 - CHANGE AN EMPLOYEE"
           DISPLAY "  3 - TERMINATE AN EMPLOYEE"
           DISPLAY "  4 - LIST ALL EMPLOYEES"
           DISPLAY "  9 - EXIT AND SAVE"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
      *THE MAINTENANCE FUNCTIONS NEED MAINTENANCE AUTHORITY -
      *INQUIRY-ONLY OPERATORS CAN STILL LIST.
               WHEN WS-ADD-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "EMP-ADD" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-CHANGE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "EMP-CHANGE" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-TERMINATE-CHOICE AND NOT OA-CAN-MAINTAIN
                   MOVE "EMP-TERM" TO OA-FUNCTION
                   PERFORM 972-LOG-DENIAL
                   DISPLAY "NOT AUTHORIZED - LOGGED"
               WHEN WS-ADD-CHOICE
                   PERFORM 300-ADD-EMPLOYEE
               WHEN WS-CHANGE-CHOICE
                   PERFORM 400-CHANGE-EMPLOYEE
               WHEN WS-TERMINATE-CHOICE
                   PERFORM 500-TERMINATE-EMPLOYEE
               WHEN WS-LIST-CHOICE
                   PERFORM 600-LIST-EMPLOYEES
               WHEN WS-EXIT-CHOICE
                   MOVE "YES" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

      *ACCEPTS AN EMPLOYEE NUMBER AND LEAVES ITS TABLE SLOT IN
      *EM-FOUND-SLOT, ZERO WHEN THE PERSON ISN'T ON FILE.
       250-FIND-EMPLOYEE.
           MOVE 0 TO EM-FOUND-SLOT
           IF WS-ID-ENTRY NUMERIC
               MOVE WS-ID-ENTRY-N TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
           END-IF.

      *A HOME LOCATION HAS TO BE ONE P4 KNOWS, OR THE PERSON'S WORK
      *WOULD ALWAYS SHOW AS AWAY FROM HOME.
       260-CHECK-LOCATION.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > LC-LOC-COUNT
               IF LC-LOC(WS-LOC-SUB) = WS-LOC-ENTRY
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.

      *A SUPERVISOR MUST ALREADY BE ON THE MASTER AND STILL ACTIVE -
      *THE LETTERS PRG02 SENDS COPY THEM BY NAME. BLANK IS ALLOWED
      *FOR THE TOP OF THE TREE.
       270-CHECK-SUPERVISOR.
           MOVE "Y" TO WS-ENTRY-OK
           IF WS-SUPV-ENTRY = SPACES
               MOVE ZEROS TO WS-SUPV-ENTRY-N
           ELSE
           IF WS-SUPV-ENTRY NOT NUMERIC
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               MOVE WS-SUPV-ENTRY-N TO EM-LOOKUP-ID
               PERFORM 966-FIND-EMPLOYEE
               IF NOT EM-FOUND-ACTIVE
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           END-IF.

       300-ADD-EMPLOYEE.
           DISPLAY "ENTER NEW EMPLOYEE NO. (00000 TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-ID-ENTRY
           IF WS-ID-ENTRY NOT NUMERIC
               DISPLAY "NUMBER MUST BE FIVE DIGITS - ADD CANCELLED"
           ELSE
           IF WS-ID-ENTRY-N = 0
               CONTINUE
           ELSE
               PERFORM 250-FIND-EMPLOYEE
               IF EM-FOUND-SLOT > 0
                   DISPLAY "NUMBER ALREADY ON FILE - ADD CANCELLED"
               ELSE
               IF EM-EMP-COUNT >= EM-MAX-EMPLOYEES
                   DISPLAY "TABLE FULL - ADD CANCELLED"
               ELSE
                   PERFORM 310-ADD-DETAIL
               END-IF
               END-IF
           END-IF
           END-IF.

      *EVERY FIELD IS EDITED BEFORE THE ENTRY GOES INTO THE TABLE -
      *ONE BAD ANSWER CANCELS THE ADD RATHER THAN STORING HALF A
      *PERSON.
       310-ADD-DETAIL.
           DISPLAY "ENTER NAME: " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           DISPLAY "ENTER HOME LOCATION: " WITH NO ADVANCING
           ACCEPT WS-LOC-ENTRY
           PERFORM 260-CHECK-LOCATION
           IF WS-ENTRY-OK NOT = "Y"
               DISPLAY "LOCATION NOT ON P4LOC.TXT - ADD CANCELLED"
           ELSE
               DISPLAY "ENTER SUPERVISOR NO. (BLANK = NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-SUPV-ENTRY
               PERFORM 270-CHECK-SUPERVISOR
               IF WS-ENTRY-OK NOT = "Y"
                   DISPLAY "SUPERVISOR NOT AN ACTIVE EMPLOYEE - "
                       "ADD CANCELLED"
               ELSE
                   DISPLAY "ENTER CATEGORY 1-4: " WITH NO ADVANCING
                   ACCEPT WS-CAT-ENTRY
                   IF WS-CAT-ENTRY NOT NUMERIC
                       OR WS-CAT-ENTRY-N < 1 OR WS-CAT-ENTRY-N > 4
                       DISPLAY "CATEGORY MUST BE 1-4 - ADD CANCELLED"
                   ELSE
                       PERFORM 350-GET-HIRE-DATE
                       PERFORM 320-STORE-NEW-EMPLOYEE
                   END-IF
               END-IF
           END-IF.

       320-STORE-NEW-EMPLOYEE.
           ADD 1 TO EM-EMP-COUNT
           MOVE EM-EMP-COUNT TO WS-SUB
           MOVE WS-ID-ENTRY-N TO EM-T-ID(WS-SUB)
           MOVE WS-NAME-ENTRY TO EM-T-NAME(WS-SUB)
           MOVE WS-DATE-ENTRY-N TO EM-T-HIRE-DATE(WS-SUB)
           MOVE WS-LOC-ENTRY TO EM-T-LOC(WS-SUB)
           MOVE WS-SUPV-ENTRY-N TO EM-T-SUPV-ID(WS-SUB)
           MOVE "A" TO EM-T-STATUS(WS-SUB)
           MOVE ZEROS TO EM-T-TERM-DATE(WS-SUB)
           MOVE WS-CAT-ENTRY-N TO EM-T-CATEGORY(WS-SUB)
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "EMPLOYEE ADDED".

      *BLANK OR GARBLED FALLS BACK TO TODAY, THE SAME WAY EXCUSMNT
      *DEFAULTS AN EFFECTIVE DATE.
       350-GET-HIRE-DATE.
           DISPLAY "HIRE DATE YYYYMMDD (BLANK = TODAY): "
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

      *BLANK ON ANY PROMPT LEAVES THAT FIELD AS IT IS. A REJECTED
      *ANSWER IS KEPT AS WELL, WITH A MESSAGE, AND THE REST OF THE
      *PROMPTS CARRY ON.
       400-CHANGE-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE NO. TO CHANGE (00000 TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-ID-ENTRY
           PERFORM 250-FIND-EMPLOYEE
           IF WS-ID-ENTRY NUMERIC AND WS-ID-ENTRY-N = 0
               CONTINUE
           ELSE
           IF EM-FOUND-SLOT = 0
               DISPLAY "EMPLOYEE NOT ON FILE - CHANGE CANCELLED"
           ELSE
               PERFORM 410-CHANGE-DETAIL
           END-IF
           END-IF.

       410-CHANGE-DETAIL.
           MOVE EM-FOUND-SLOT TO WS-SUB
           DISPLAY "NAME NOW: " EM-T-NAME(WS-SUB)
           DISPLAY "NEW NAME (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           IF WS-NAME-ENTRY NOT = SPACES
               MOVE WS-NAME-ENTRY TO EM-T-NAME(WS-SUB)
           END-IF
           DISPLAY "HOME LOCATION NOW: " EM-T-LOC(WS-SUB)
           DISPLAY "NEW LOCATION (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-LOC-ENTRY
           IF WS-LOC-ENTRY NOT = SPACES
               PERFORM 260-CHECK-LOCATION
               IF WS-ENTRY-OK = "Y"
                   MOVE WS-LOC-ENTRY TO EM-T-LOC(WS-SUB)
               ELSE
                   DISPLAY "LOCATION NOT ON P4LOC.TXT - KEPT"
               END-IF
           END-IF
           DISPLAY "SUPERVISOR NOW: " EM-T-SUPV-ID(WS-SUB)
           DISPLAY "NEW SUPERVISOR (BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-SUPV-ENTRY
           IF WS-SUPV-ENTRY NOT = SPACES
               PERFORM 270-CHECK-SUPERVISOR
               IF WS-ENTRY-OK = "Y"
                   AND WS-SUPV-ENTRY-N NOT = EM-T-ID(WS-SUB)
                   MOVE WS-SUPV-ENTRY-N TO EM-T-SUPV-ID(WS-SUB)
               ELSE
                   DISPLAY "SUPERVISOR NOT VALID - KEPT"
               END-IF
           END-IF
           DISPLAY "CATEGORY NOW: " EM-T-CATEGORY(WS-SUB)
           DISPLAY "NEW CATEGORY (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRY
           IF WS-CAT-ENTRY NOT = SPACES
               IF WS-CAT-ENTRY NUMERIC
                   AND WS-CAT-ENTRY-N > 0 AND WS-CAT-ENTRY-N < 5
                   MOVE WS-CAT-ENTRY-N TO EM-T-CATEGORY(WS-SUB)
               ELSE
                   DISPLAY "CATEGORY MUST BE 1-4 - KEPT"
               END-IF
           END-IF
           DISPLAY "HIRE DATE NOW: " EM-T-HIRE-DATE(WS-SUB)
           DISPLAY "NEW HIRE DATE (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY NOT = SPACES
               IF WS-DATE-ENTRY NUMERIC
                   MOVE WS-DATE-ENTRY-N TO EM-T-HIRE-DATE(WS-SUB)
               ELSE
                   DISPLAY "DATE NOT NUMERIC - KEPT"
               END-IF
           END-IF
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "EMPLOYEE CHANGED".

      *TERMINATION RETIRES THE PERSON RATHER THAN DELETING THEM, SO
      *HISTORY AND WARNING COUNTS KEYED TO THEIR NUMBER STILL RESOLVE.
      *PRG02, P3, AND P4 REJECT NEW FEED LINES FOR THEM FROM HERE ON.
       500-TERMINATE-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE NO. TO TERMINATE (00000 TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-ID-ENTRY
           PERFORM 250-FIND-EMPLOYEE
           IF WS-ID-ENTRY NUMERIC AND WS-ID-ENTRY-N = 0
               CONTINUE
           ELSE
           IF EM-FOUND-SLOT = 0
               DISPLAY "EMPLOYEE NOT ON FILE - NOTHING TO TERMINATE"
           ELSE
           IF EM-FOUND-TERMINATED
               DISPLAY "EMPLOYEE ALREADY TERMINATED"
           ELSE
               MOVE EM-FOUND-SLOT TO WS-SUB
               DISPLAY "TERMINATE " EM-T-NAME(WS-SUB) " (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ENTRY
               IF WS-CONFIRM-ENTRY = "Y"
                   PERFORM 510-GET-TERM-DATE
                   MOVE "T" TO EM-T-STATUS(WS-SUB)
                   MOVE WS-DATE-ENTRY-N TO EM-T-TERM-DATE(WS-SUB)
                   MOVE "Y" TO WS-TABLE-CHANGED
                   DISPLAY "EMPLOYEE TERMINATED"
               ELSE
                   DISPLAY "NOT TERMINATED"
               END-IF
           END-IF
           END-IF
           END-IF.

       510-GET-TERM-DATE.
           DISPLAY "TERMINATION DATE YYYYMMDD (BLANK = TODAY): "
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

       600-LIST-EMPLOYEES.
           DISPLAY "EMP#   NAME                  HIRED     LOC  SUPV"
               "   C  S TERMED"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EM-EMP-COUNT
               MOVE EM-T-ID(WS-SUB) TO DL-ID
               MOVE EM-T-NAME(WS-SUB) TO DL-NAME
               MOVE EM-T-HIRE-DATE(WS-SUB) TO DL-HIRE-DATE
               MOVE EM-T-LOC(WS-SUB) TO DL-LOC
               MOVE EM-T-SUPV-ID(WS-SUB) TO DL-SUPV-ID
               MOVE EM-T-CATEGORY(WS-SUB) TO DL-CATEGORY
               MOVE EM-T-STATUS(WS-SUB) TO DL-STATUS
               MOVE EM-T-TERM-DATE(WS-SUB) TO DL-TERM-DATE
               DISPLAY DL-LIST-LINE
           END-PERFORM.

      *THE FILE IS ONLY REWRITTEN WHEN SOMETHING ACTUALLY CHANGED, AND
      *NEVER FROM A TABLE THAT DIDN'T HOLD THE WHOLE FILE.
       900-TERMINATE.
           IF WS-TABLE-CHANGED = "Y" AND EM-OVERFLOW = 0
               OPEN OUTPUT EMP-MASTER-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > EM-EMP-COUNT
                   MOVE EM-T-ID(WS-SUB) TO EM-ID
                   MOVE EM-T-NAME(WS-SUB) TO EM-NAME
                   MOVE EM-T-HIRE-DATE(WS-SUB) TO EM-HIRE-DATE
                   MOVE EM-T-LOC(WS-SUB) TO EM-LOC-CODE
                   MOVE EM-T-SUPV-ID(WS-SUB) TO EM-SUPV-ID
                   MOVE EM-T-STATUS(WS-SUB) TO EM-STATUS
                   MOVE EM-T-TERM-DATE(WS-SUB) TO EM-TERM-DATE
                   MOVE EM-T-CATEGORY(WS-SUB) TO EM-CATEGORY
                   WRITE EM-RECORD
               END-PERFORM
               CLOSE EMP-MASTER-FILE
               DISPLAY "EMPMSTR.TXT SAVED - "
                   EM-EMP-COUNT " EMPLOYEES"
           ELSE
               DISPLAY "NO CHANGES SAVED - FILE LEFT AS IS"
           END-IF.

       COPY OPERAUTP.

       COPY EMPMSTP.
