      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   BUILDS THE INDEXED SHIP-TO FILE (SHIPTO.DAT) FROM
      *            THE SHIPISAM.TXT FEED - THE BRANCH AND JOB-SITE
      *            DELIVERY ADDRESSES A CUSTOMER BILLED AT ONE MAIN
      *            ADDRESS SHIPS TO. EACH IS KEYED BY CUSTOMER NUMBER
      *            PLUS A 3-CHARACTER SHIP-TO CODE, AND THE CODE ON A
      *            TRANSACTION (COLS 78-80) PICKS THE ADDRESS THE
      *            PACKING SLIP, BILL OF LADING AND FREIGHT GO BY AND
      *            THE STATE THE SALES TAX IS FIGURED FOR. BILLING,
      *            CREDIT AND STATEMENTS STAY ON THE MAIN ACCOUNT.
      *            RECORDS APPLY ADD-OR-UPDATE BY KEY, THE SAME WAY
      *            CUSTBLD MAINTAINS CUSTMSTR.DAT, AND A SHIP-TO FOR A
      *            CUSTOMER NOT ON THE CUSTOMER MASTER REJECTS.
      *
      *            SHIPISAM.TXT LAYOUT:
      *              COLS  1-5   CUSTOMER NUMBER
      *              COLS  6-8   SHIP-TO CODE
      *              COLS  9-33  NAME
      *              COLS 34-58  ADDRESS
      *              COLS 59-60  STATE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INPUT-FILE
           ASSIGN TO "SHIPISAM.TXT"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT SHIP-TO-FILE
           ASSIGN "SHIPTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS ST-FILE-STATUS.

           SELECT CUSTOMER-FILE
           ASSIGN "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

           SELECT OUTPUT-FILE
           ASSIGN TO "SHIPBLD.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  IR-RECORD                   PIC X(80).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05                          PIC X(75).

       FD  OUTPUT-FILE.
       01  PRINT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  IR-SWITCH               PIC XXX VALUE "NO".
           05  ST-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  WS-CUSTOMER-OPEN        PIC X   VALUE "N".
           05  WS-CUSTOMER-FOUND       PIC X   VALUE "N".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  INPUT-RECORD.
           05  IR-CUS-NUM              PIC 9(5).
           05  IR-CUS-NUM-X REDEFINES IR-CUS-NUM
                                       PIC X(5).
           05  IR-CODE                 PIC XXX.
           05  IR-NAME                 PIC X(25).
           05  IR-ADDRESS              PIC X(25).
           05  IR-STATE                PIC XX.
           05                          PIC X(20).

       01  WS-CONTROL-TOTALS.
           05  WS-INPUT-COUNT          PIC 9(5) VALUE 0.
           05  WS-ADDED-COUNT          PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT        PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       01  DR-RECORD                   VALUE SPACES.
           05  DR-REC                  PIC X(60).
           05  FILLER                  PIC X(5).
           05  DR-MESSAGE              PIC X(12).

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(21) VALUE
               "SHIP-TO ADDRESS BUILD".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "SHIPBLD".

       01  CT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "TOTALS -- ".
           05  FILLER                  PIC X(7)  VALUE "INPUT: ".
           05  CT-INPUT                PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE " ADDED: ".
           05  CT-ADDED                PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE " UPDATED: ".
           05  CT-UPDATED              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " REJECT: ".
           05  CT-REJECT               PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE
           PERFORM UNTIL IR-SWITCH = "YES"
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END
                       MOVE "YES" TO IR-SWITCH
                   NOT AT END
                       PERFORM 200-APPLY-SHIP-TO
               END-READ
           END-PERFORM
           PERFORM 900-CONTROL-TOTALS
           CLOSE INPUT-FILE
                 SHIP-TO-FILE
                 OUTPUT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM 950-SET-RETURN-CODE
           STOP RUN.

      *WITHOUT THE CUSTOMER MASTER THERE IS NOTHING TO HANG A
      *SHIP-TO ON - THE LOAD STOPS RATHER THAN FILE ORPHANS.
       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "CUSTMSTR.DAT NOT AVAILABLE - "
                   "SHIPTO.DAT NOT BUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INPUT-FILE
                OUTPUT OUTPUT-FILE
           OPEN I-O SHIP-TO-FILE
           IF ST-FILE-STATUS = "35"
               OPEN OUTPUT SHIP-TO-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      *ADD-OR-UPDATE BY CUSTOMER AND CODE. A BAD CUSTOMER NUMBER, A
      *BLANK CODE, OR A CUSTOMER THE MASTER DOESN'T KNOW REJECTS.
       200-APPLY-SHIP-TO.
           ADD 1 TO WS-INPUT-COUNT
           MOVE INPUT-RECORD TO DR-REC
           MOVE "N" TO WS-CUSTOMER-FOUND
           IF IR-CUS-NUM-X NUMERIC AND IR-CUS-NUM > 0
               MOVE IR-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-FOUND
               END-READ
           END-IF
           IF IR-CUS-NUM-X NOT NUMERIC OR IR-CUS-NUM = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD NUMBER" TO DR-MESSAGE
           ELSE
           IF IR-CODE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "NO CODE" TO DR-MESSAGE
           ELSE
           IF WS-CUSTOMER-FOUND = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "NO CUSTOMER" TO DR-MESSAGE
           ELSE
               MOVE SPACES TO ST-RECORD
               MOVE IR-CUS-NUM TO ST-CUS-NUM
               MOVE IR-CODE TO ST-CODE
               MOVE IR-NAME TO ST-NAME
               MOVE IR-ADDRESS TO ST-ADDRESS
               MOVE IR-STATE TO ST-STATE
               WRITE ST-RECORD
                   INVALID KEY
                       REWRITE ST-RECORD
                       ADD 1 TO WS-UPDATED-COUNT
                       MOVE "UPDATED" TO DR-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADDED" TO DR-MESSAGE
               END-WRITE
           END-IF
           END-IF
           END-IF
           WRITE PRINT-RECORD FROM DR-RECORD AFTER 1.

       900-CONTROL-TOTALS.
           MOVE WS-INPUT-COUNT TO CT-INPUT
           MOVE WS-ADDED-COUNT TO CT-ADDED
           MOVE WS-UPDATED-COUNT TO CT-UPDATED
           MOVE WS-REJECT-COUNT TO CT-REJECT
           WRITE PRINT-RECORD FROM CT-TOTAL-LINE AFTER 2.

       950-SET-RETURN-CODE.
           IF WS-ADDED-COUNT + WS-UPDATED-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
