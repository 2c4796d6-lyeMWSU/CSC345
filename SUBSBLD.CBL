      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   BUILDS THE INDEXED PRODUCT-SUBSTITUTION FILE
      *            (SUBSXREF.DAT) FROM THE SUBSXREF.TXT FEED - EACH
      *            DISCONTINUED OR SUPERSEDED PRODUCT NUMBER MAPPED TO
      *            ITS REPLACEMENT. KEYED BY THE OLD NUMBER, SO THE
      *            TRANSACTION RUN READS A MISSED PRODUCT'S SUBSTITUTE
      *            STRAIGHT OFF THE KEY. RECORDS APPLY ADD-OR-UPDATE BY
      *            KEY, THE SAME WAY SHIPBLD MAINTAINS SHIPTO.DAT, SO
      *            POINTING AN OLD NUMBER AT A NEW REPLACEMENT IS JUST
      *            THE LINE KEYED AGAIN. A REPLACEMENT THAT IS THE OLD
      *            NUMBER ITSELF, OR ISN'T ON THE PRODUCT MASTER,
      *            REJECTS - IT WOULD ONLY TURN ONE LOST SALE INTO
      *            ANOTHER.
      *
      *            SUBSXREF.TXT LAYOUT:
      *              COLS  1-3   OLD PRODUCT NUMBER
      *              COLS  4-6   REPLACEMENT PRODUCT NUMBER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INPUT-FILE
           ASSIGN TO "SUBSXREF.TXT"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT SUBSTITUTE-FILE
           ASSIGN "SUBSXREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-OLD-NUM
           FILE STATUS IS SX-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE
           ASSIGN "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-ID
           FILE STATUS IS PM-FILE-STATUS.

           SELECT OUTPUT-FILE
           ASSIGN TO "SUBSBLD.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  IR-RECORD                   PIC X(80).

       FD  SUBSTITUTE-FILE.
       01  SX-RECORD.
           05  SX-OLD-NUM              PIC 999.
           05  SX-NEW-NUM              PIC 999.
           05                          PIC X(14).

       FD  PRODUCT-MASTER-FILE.
       01  PM-REC.
           05  PM-ID                   PIC X(3).
           05                          PIC X(107).

       FD  OUTPUT-FILE.
       01  PRINT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  IR-SWITCH               PIC XXX VALUE "NO".
           05  SX-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  WS-MASTER-OPEN          PIC X   VALUE "N".
           05  WS-PRODUCT-FOUND        PIC X   VALUE "N".

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
           05  WS-DD                   PIC 99.

       01  INPUT-RECORD.
           05  IR-OLD-NUM              PIC 999.
           05  IR-OLD-NUM-X REDEFINES IR-OLD-NUM
                                       PIC XXX.
           05  IR-NEW-NUM              PIC 999.
           05  IR-NEW-NUM-X REDEFINES IR-NEW-NUM
                                       PIC XXX.
           05                          PIC X(74).

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
           05                          PIC X(24) VALUE
               "PRODUCT SUBSTITUTE BUILD".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "SUBSBLD".

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
                       PERFORM 200-APPLY-SUBSTITUTE
               END-READ
           END-PERFORM
           PERFORM 900-CONTROL-TOTALS
           CLOSE INPUT-FILE
                 SUBSTITUTE-FILE
                 OUTPUT-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           PERFORM 950-SET-RETURN-CODE
           STOP RUN.

      *WITHOUT THE PRODUCT MASTER THERE IS NO PROVING A REPLACEMENT
      *EXISTS - THE LOAD STOPS RATHER THAN FILE DEAD ENDS.
       100-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-MM TO HL-MO
           MOVE WS-DD TO HL-DD
           MOVE WS-YYYY TO HL-YY
           OPEN INPUT PRODUCT-MASTER-FILE
           IF PM-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "VSAM.TXT NOT AVAILABLE - "
                   "SUBSXREF.DAT NOT BUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INPUT-FILE
                OUTPUT OUTPUT-FILE
           OPEN I-O SUBSTITUTE-FILE
           IF SX-FILE-STATUS = "35"
               OPEN OUTPUT SUBSTITUTE-FILE
               CLOSE SUBSTITUTE-FILE
               OPEN I-O SUBSTITUTE-FILE
           END-IF
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      *ADD-OR-UPDATE BY OLD NUMBER. A BAD NUMBER, A REPLACEMENT THAT
      *IS THE OLD NUMBER, OR ONE THE MASTER DOESN'T KNOW REJECTS.
       200-APPLY-SUBSTITUTE.
           ADD 1 TO WS-INPUT-COUNT
           MOVE INPUT-RECORD TO DR-REC
           MOVE "N" TO WS-PRODUCT-FOUND
           IF IR-NEW-NUM-X NUMERIC AND IR-NEW-NUM > 0
               MOVE IR-NEW-NUM-X TO PM-ID
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PRODUCT-FOUND
               END-READ
           END-IF
           IF IR-OLD-NUM-X NOT NUMERIC OR IR-OLD-NUM = 0
                   OR IR-NEW-NUM-X NOT NUMERIC OR IR-NEW-NUM = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD NUMBER" TO DR-MESSAGE
           ELSE
           IF IR-NEW-NUM = IR-OLD-NUM
               ADD 1 TO WS-REJECT-COUNT
               MOVE "SAME NUMBER" TO DR-MESSAGE
           ELSE
           IF WS-PRODUCT-FOUND = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "NO PRODUCT" TO DR-MESSAGE
           ELSE
               MOVE SPACES TO SX-RECORD
               MOVE IR-OLD-NUM TO SX-OLD-NUM
               MOVE IR-NEW-NUM TO SX-NEW-NUM
               WRITE SX-RECORD
                   INVALID KEY
                       REWRITE SX-RECORD
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
