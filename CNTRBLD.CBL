      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   BUILDS THE INDEXED CONTRACT-PRICE FILE (CONTRACT.DAT)
      *            FROM THE CONTRACT.TXT FEED - THE STANDING NEGOTIATED
      *            PRICES BY CUSTOMER AND PRODUCT, EACH WITH THE DATES
      *            IT IS IN FORCE. KEYED BY CUSTOMER, PRODUCT AND
      *            EFFECTIVE DATE, WITH THE PRODUCT AS AN ALTERNATE KEY,
      *            SO THE TRANSACTION RUN, QUOTES AND EDI ORDERS READ
      *            A CUSTOMER'S CONTRACTS STRAIGHT OFF THE KEY AND THE
      *            COST-CHANGE REPORT FINDS EVERY CONTRACT ON A
      *            PRODUCT. RECORDS APPLY ADD-OR-UPDATE BY KEY, THE
      *            SAME WAY SHIPBLD MAINTAINS SHIPTO.DAT, SO A PRICE
      *            OR EXPIRY CORRECTION IS JUST THE LINE KEYED AGAIN.
      *            A CONTRACT FOR A CUSTOMER NOT ON THE CUSTOMER
      *            MASTER REJECTS.
      *
      *            CONTRACT.TXT LAYOUT:
      *              COLS  1-5   CUSTOMER NUMBER
      *              COLS  6-8   PRODUCT NUMBER
      *              COLS  9-13  CONTRACT PRICE (999V99)
      *              COLS 14-21  EFFECTIVE DATE (YYYYMMDD)
      *              COLS 22-29  EXPIRY DATE (YYYYMMDD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INPUT-FILE
           ASSIGN TO "CONTRACT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CONTRACT-FILE
           ASSIGN "CONTRACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-KEY
           ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS CO-FILE-STATUS.

           SELECT CUSTOMER-FILE
           ASSIGN "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

           SELECT OUTPUT-FILE
           ASSIGN TO "CNTRBLD.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  IR-RECORD                   PIC X(80).

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05                          PIC X(75).

       FD  OUTPUT-FILE.
       01  PRINT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  IR-SWITCH               PIC XXX VALUE "NO".
           05  CO-FILE-STATUS          PIC XX.
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
           05  IR-PRO-NUM              PIC 999.
           05  IR-PRO-NUM-X REDEFINES IR-PRO-NUM
                                       PIC XXX.
           05  IR-PRICE                PIC 999V99.
           05  IR-PRICE-X REDEFINES IR-PRICE
                                       PIC X(5).
           05  IR-EFF-DATE             PIC 9(8).
           05  IR-EFF-DATE-X REDEFINES IR-EFF-DATE
                                       PIC X(8).
           05  IR-EXP-DATE             PIC 9(8).
           05  IR-EXP-DATE-X REDEFINES IR-EXP-DATE
                                       PIC X(8).
           05                          PIC X(51).

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
           05                          PIC X(20) VALUE
               "CONTRACT PRICE BUILD".
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "CNTRBLD".

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
                       PERFORM 200-APPLY-CONTRACT
               END-READ
           END-PERFORM
           PERFORM 900-CONTROL-TOTALS
           CLOSE INPUT-FILE
                 CONTRACT-FILE
                 OUTPUT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM 950-SET-RETURN-CODE
           STOP RUN.

      *WITHOUT THE CUSTOMER MASTER THERE IS NOTHING TO HANG A
      *CONTRACT ON - THE LOAD STOPS RATHER THAN FILE ORPHANS.
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
                   "CONTRACT.DAT NOT BUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INPUT-FILE
                OUTPUT OUTPUT-FILE
           OPEN I-O CONTRACT-FILE
           IF CO-FILE-STATUS = "35"
               OPEN OUTPUT CONTRACT-FILE
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      *ADD-OR-UPDATE BY CUSTOMER, PRODUCT AND EFFECTIVE DATE. A BAD
      *NUMBER, PRICE OR DATE, AN EXPIRY AHEAD OF THE EFFECTIVE DATE,
      *OR A CUSTOMER THE MASTER DOESN'T KNOW REJECTS.
       200-APPLY-CONTRACT.
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
                   OR IR-PRO-NUM-X NOT NUMERIC OR IR-PRO-NUM = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD NUMBER" TO DR-MESSAGE
           ELSE
           IF IR-PRICE-X NOT NUMERIC OR IR-PRICE = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD PRICE" TO DR-MESSAGE
           ELSE
           IF IR-EFF-DATE-X NOT NUMERIC OR IR-EFF-DATE = 0
                   OR IR-EXP-DATE-X NOT NUMERIC
                   OR IR-EXP-DATE < IR-EFF-DATE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD DATES" TO DR-MESSAGE
           ELSE
           IF WS-CUSTOMER-FOUND = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "NO CUSTOMER" TO DR-MESSAGE
           ELSE
               MOVE SPACES TO CO-RECORD
               MOVE IR-CUS-NUM TO CO-CUS-NUM
               MOVE IR-PRO-NUM TO CO-PRO-NUM
               MOVE IR-EFF-DATE TO CO-EFF-DATE
               MOVE IR-PRICE TO CO-PRICE
               MOVE IR-EXP-DATE TO CO-EXP-DATE
               WRITE CO-RECORD
                   INVALID KEY
                       REWRITE CO-RECORD
                       ADD 1 TO WS-UPDATED-COUNT
                       MOVE "UPDATED" TO DR-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADDED" TO DR-MESSAGE
               END-WRITE
           END-IF
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
