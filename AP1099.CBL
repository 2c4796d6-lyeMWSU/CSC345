      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   1099 VENDOR PAYMENT REPORTING. RUNS EVERY NIGHT IN
      *            THE CLOSE CHAIN BUT ONLY ACTS ON THE MEND (OR YEND)
      *            RUN TYPE. EVERY VENDOR FLAGGED 1099-REPORTABLE ON
      *            THE VENDOR MASTER HAS ITS CALENDAR-YEAR PAYMENTS
      *            TOTALED FROM THE AP PAID HISTORY (APPAID.TXT - THE
      *            CASH ACTUALLY PAID, GROSS LESS DISCOUNT TAKEN).
      *
      *            EACH MONTH-END PRINTS THE EXCEPTION LIST
      *            (AP1099X.TXT) - REPORTABLE VENDORS WITH NO TAX ID
      *            OR ONE THAT ISN'T NINE DIGITS - SO THEY ARE CHASED
      *            ALL YEAR RATHER THAN IN JANUARY.
      *
      *            AT YEAR-END (OR ANY CLOSE NIGHT THE CONTROL FILE
      *            ASKS FOR IT) EVERY VENDOR AT OR OVER THE FILING
      *            THRESHOLD GETS A RECIPIENT COPY (AP1099R.TXT), THE
      *            TRANSMITTAL SUMMARY PRINTS BY FORM AND BOX
      *            (AP1099S.TXT), AND THE ELECTRONIC FILING FILE IS
      *            WRITTEN (AP1099E.TXT) - 750-BYTE T, A, B, C AND F
      *            RECORDS: ONE TRANSMITTER RECORD, THEN A PAYER
      *            RECORD, ITS PAYEE RECORDS AND ITS END-OF-PAYER
      *            RECORD FOR EACH FORM FILED (1099-NEC, 1099-MISC),
      *            THEN THE END-OF-TRANSMISSION RECORD.
      *
      *            AP1099CT.TXT LAYOUT (THE PAYER - NO FILE, NO
      *            RETURNS):
      *              COLS   1-4   TAX YEAR (BLANK = PROCESSING YEAR)
      *              COLS   5-13  PAYER EIN (9 DIGITS)
      *              COLS  14-53  PAYER NAME
      *              COLS  54-93  PAYER STREET
      *              COLS  94-133 PAYER CITY
      *              COLS 134-135 PAYER STATE
      *              COLS 136-144 PAYER ZIP
      *              COLS 145-159 PAYER PHONE
      *              COLS 160-164 TRANSMITTER CONTROL CODE
      *              COL  165     "Y" = PRODUCE THE RETURNS TONIGHT
      *                           (A RERUN AFTER YEAR-END)
      *              COL  166     "T" = TEST FILING
      *              COLS 167-175 FILING THRESHOLD (9(7)V99) -
      *                           BLANK = 600.00
      *              COLS 176-215 CONTACT NAME
      *            ROYALTIES (BOX M2) FILE FROM 10.00.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

           SELECT CONTROL-FILE
           ASSIGN TO "AP1099CT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CT-FILE-STATUS.

           SELECT VENDOR-MASTER-FILE
           ASSIGN TO "VENDMSTR.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VM-FILE-STATUS.

           SELECT PAID-FILE
           ASSIGN TO "APPAID.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PA-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "AP1099X.TXT".

           SELECT RECIPIENT-FILE
           ASSIGN TO "AP1099R.TXT".

           SELECT SUMMARY-FILE
           ASSIGN TO "AP1099S.TXT".

      *FIXED 750-BYTE RECORDS, EACH ENDING IN CARRIAGE RETURN/LINE
      *FEED, SO NO TRAILING BLANKS ARE LOST ON THE WAY OUT.
           SELECT EFILE-FILE
           ASSIGN TO "AP1099E.TXT"
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS EF-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       FD  CONTROL-FILE.
       01  CT-RECORD.
           05  CT-TAX-YEAR             PIC 9(4).
           05  CT-TAX-YEAR-X REDEFINES CT-TAX-YEAR
                                       PIC X(4).
           05  CT-PAYER-TIN            PIC X(9).
           05  CT-PAYER-NAME           PIC X(40).
           05  CT-PAYER-STREET         PIC X(40).
           05  CT-PAYER-CITY           PIC X(40).
           05  CT-PAYER-STATE          PIC XX.
           05  CT-PAYER-ZIP            PIC X(9).
           05  CT-PAYER-PHONE          PIC X(15).
           05  CT-TCC                  PIC X(5).
           05  CT-RUN-NOW              PIC X.
           05  CT-TEST-FILE            PIC X.
           05  CT-THRESHOLD            PIC 9(7)V99.
           05  CT-THRESHOLD-X REDEFINES CT-THRESHOLD
                                       PIC X(9).
           05  CT-CONTACT              PIC X(40).

       FD  VENDOR-MASTER-FILE.
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05  VM-REMIT-STREET         PIC X(25).
           05  VM-REMIT-CITY           PIC X(25).
           05                          PIC X(7).
           05  VM-TAX-ID               PIC X(10).
           05  VM-1099-FLAG            PIC X.
           05  VM-1099-BOX.
               10  VM-1099-FORM        PIC X.
               10  VM-1099-CODE        PIC X.

       FD  PAID-FILE.
       01  PA-RECORD.
           05  PA-VOUCHER              PIC 9(6).
           05  PA-VEND-NUM             PIC 999.
           05  PA-INVOICE              PIC X(12).
           05  PA-AMOUNT               PIC 9(7)V99.
           05  PA-DISCOUNT             PIC 9(7)V99.
           05  PA-CHECK-NUM            PIC 9(6).
           05  PA-DATE-PAID            PIC 9(8).
           05  PA-DATE-PARTS REDEFINES PA-DATE-PAID.
               10  PA-PAID-YYYY        PIC 9(4).
               10  PA-PAID-MMDD        PIC 9(4).
           05                          PIC X(7).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  RECIPIENT-FILE.
       01  RC-PRINT-RECORD             PIC X(80).

       FD  SUMMARY-FILE.
       01  SM-PRINT-RECORD             PIC X(80).

       FD  EFILE-FILE.
       01  EF-RECORD.
           05  EF-DATA                 PIC X(748).
           05  EF-RECORD-END           PIC XX.

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       01  SWITCHES.
           05  RT-FILE-STATUS          PIC XX.
           05  CT-FILE-STATUS          PIC XX.
           05  VM-FILE-STATUS          PIC XX.
           05  PA-FILE-STATUS          PIC XX.
           05  EF-FILE-STATUS          PIC XX.
           05  WS-CONTROL-SW           PIC X VALUE "N".
               88  WS-HAVE-CONTROL     VALUE "Y".

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".

       01  WS-PROC-DATE-PARTS.
           05  WS-PD-YYYY              PIC 9(4).
           05  WS-PD-MM                PIC 99.
           05  WS-PD-DD                PIC 99.

       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-THRESHOLD                PIC 9(7)V99 VALUE 600.00.
       01  WS-ROYALTY-THRESHOLD        PIC 9(7)V99 VALUE 10.00.
       01  WS-BOX-THRESHOLD            PIC 9(7)V99.

      *EVERY 1099-REPORTABLE VENDOR AND WHAT WE PAID IT THIS YEAR.
       01  VT-VENDOR-TABLE.
           05  VT-VENDOR-COUNT         PIC 9(4) VALUE 0.
           05  VT-ENTRY OCCURS 500 TIMES.
               10  VT-VEND-NUM         PIC 999.
               10  VT-NAME             PIC X(20).
               10  VT-STREET           PIC X(25).
               10  VT-CITY-LINE        PIC X(25).
               10  VT-TAX-ID           PIC X(10).
               10  VT-TIN              PIC X(9).
               10  VT-TIN-TYPE         PIC X.
               10  VT-TIN-OK           PIC X.
               10  VT-FORM             PIC X.
               10  VT-CODE             PIC X.
               10  VT-PAID             PIC 9(9)V99.
       01  VT-SUB                      PIC 9(4).
       01  WS-OVERFLOW-COUNT           PIC 9(5) VALUE 0.

      *THE TWO FORMS FILED, IN FILING ORDER, AND THE AMOUNT CODES
      *(BOXES) IN THE ORDER THE FILING FORMAT NUMBERS THEM.
       01  WS-FORM-LIST                PIC XX VALUE "NM".
       01  WS-FORM-SUB                 PIC 9.
       01  WS-FORM                     PIC X.
       01  WS-CODE-LIST                PIC X(16)
                                       VALUE "123456789ABCDEFG".
       01  WS-CODE-SUB                 PIC 99.
       01  WS-CODE-OUT                 PIC 99.

       01  FT-FORM-TOTALS.
           05  FT-FORM OCCURS 2 TIMES.
               10  FT-FORM-COUNT       PIC 9(5).
               10  FT-CODE-USED        PIC X OCCURS 16 TIMES.
               10  FT-CODE-TOTAL       PIC 9(9)V99 OCCURS 16 TIMES.
               10  FT-UNDER-COUNT      PIC 9(5).
               10  FT-UNDER-TOTAL      PIC 9(9)V99.

       01  WS-COUNTS.
           05  WS-PAYMENT-COUNT        PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
           05  WS-PAYEE-COUNT          PIC 9(8) VALUE 0.
           05  WS-A-COUNT              PIC 9(8) VALUE 0.
           05  WS-SEQ                  PIC 9(8) VALUE 0.

      *TAX ID WORK - ONLY THE DIGITS ARE KEPT.
       01  WS-TIN-SUB                  PIC 99.
       01  WS-TIN-DIGITS               PIC 99.
       01  WS-TIN-BAD                  PIC X.
       01  WS-TIN-CHAR                 PIC X.

      *THE REMIT-TO "CITY, ST ZIP" LINE SPLIT FOR THE FILING FORMAT.
       01  WS-CSZ                      PIC X(25).
       01  WS-CSZ-END                  PIC 99.
       01  WS-CSZ-GAP                  PIC 99.
       01  WS-CSZ-STATE-END            PIC 99.
       01  WS-CSZ-CITY-END             PIC 99.
       01  WS-CSZ-SUB                  PIC 99.
       01  WS-SPLIT-CITY               PIC X(25).
       01  WS-SPLIT-STATE              PIC XX.
       01  WS-SPLIT-ZIP                PIC X(9).
       01  WS-ZIP-OUT                  PIC 99.

       01  HL-HEADING-LINE.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
               10 HL-DD                PIC 99/.
               10 HL-YY                PIC 9(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  HL-TITLE                PIC X(40).
           05                          PIC X(5)  VALUE "YEAR ".
           05  HL-TAX-YEAR             PIC 9(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(7)  VALUE "AP1099".

       01  XH-COLUMN-HEADING.
           05                          PIC X(5)  VALUE "VND".
           05                          PIC X(22) VALUE "VENDOR".
           05                          PIC X(12) VALUE "TAX ID".
           05                          PIC X(5)  VALUE "BOX".
           05                          PIC X(14) VALUE "PAID YTD".
           05                          PIC X(22) VALUE "PROBLEM".

       01  XL-EXCEPTION-LINE.
           05  XL-VEND-NUM             PIC 999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XL-NAME                 PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XL-TAX-ID               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XL-BOX                  PIC XX.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  XL-PAID                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  XL-PROBLEM              PIC X(22).

       01  XT-TOTAL-LINE.
           05                          PIC X(36) VALUE
               "REPORTABLE VENDORS WITH TIN ISSUES:".
           05  XT-COUNT                PIC ZZZZ9.

      *RECIPIENT COPY.
       01  RH-FORM-HEADING.
           05                          PIC X(5)  VALUE "FORM ".
           05  RH-FORM-NAME            PIC X(10).
           05                          PIC X(10) VALUE "TAX YEAR ".
           05  RH-TAX-YEAR             PIC 9(4).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(30) VALUE
               "COPY B - FOR RECIPIENT".

       01  LB-LABEL-LINE.
           05  LB-LABEL                PIC X(18).
           05  LB-TEXT                 PIC X(40).

       01  RB-BOX-LINE.
           05                          PIC X(4)  VALUE "BOX ".
           05  RB-BOX                  PIC XX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RB-BOX-NAME             PIC X(34).
           05  RB-AMOUNT               PIC $$$,$$$,$$9.99.

      *TRANSMITTAL SUMMARY.
       01  SL-SUMMARY-LINE.
           05  SL-LABEL                PIC X(40).
           05  SL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BOX-NAME                 PIC X(34).

      *ELECTRONIC FILING RECORDS - 750 BYTES EACH, THE RECORD
      *SEQUENCE NUMBER IN COLS 500-507.
       01  ET-TRANSMITTER-RECORD.
           05  ET-TYPE                 PIC X     VALUE "T".
           05  ET-YEAR                 PIC 9(4).
           05  ET-PRIOR-YEAR           PIC X.
           05  ET-TIN                  PIC X(9).
           05  ET-TCC                  PIC X(5).
           05  FILLER                  PIC X(7)
                                       VALUE SPACES.
           05  ET-TEST-FILE            PIC X.
           05  ET-FOREIGN              PIC X.
           05  ET-NAME                 PIC X(40).
           05  ET-NAME-2               PIC X(40).
           05  ET-COMPANY              PIC X(40).
           05  ET-COMPANY-2            PIC X(40).
           05  ET-ADDRESS              PIC X(40).
           05  ET-CITY                 PIC X(40).
           05  ET-STATE                PIC XX.
           05  ET-ZIP                  PIC X(9).
           05  FILLER                  PIC X(15)
                                       VALUE SPACES.
           05  ET-PAYEE-COUNT          PIC 9(8).
           05  ET-CONTACT              PIC X(40).
           05  ET-PHONE                PIC X(15).
           05  ET-EMAIL                PIC X(50).
           05  FILLER                  PIC X(91)
                                       VALUE SPACES.
           05  ET-SEQ                  PIC 9(8).
           05  FILLER                  PIC X(10)
                                       VALUE SPACES.
           05  ET-VENDOR-IND           PIC X     VALUE "I".
           05  FILLER                  PIC X(232)
                                       VALUE SPACES.

       01  EA-PAYER-RECORD.
           05  EA-TYPE                 PIC X     VALUE "A".
           05  EA-YEAR                 PIC 9(4).
           05  EA-COMBINED             PIC X.
           05  FILLER                  PIC X(5)
                                       VALUE SPACES.
           05  EA-TIN                  PIC X(9).
           05  EA-NAME-CONTROL         PIC X(4).
           05  EA-LAST-FILING          PIC X.
           05  EA-RETURN-TYPE          PIC XX.
           05  EA-AMOUNT-CODES         PIC X(18).
           05  FILLER                  PIC X(6)
                                       VALUE SPACES.
           05  EA-FOREIGN              PIC X.
           05  EA-NAME                 PIC X(40).
           05  EA-NAME-2               PIC X(40).
           05  EA-TRANSFER-AGENT       PIC X     VALUE "0".
           05  EA-ADDRESS              PIC X(40).
           05  EA-CITY                 PIC X(40).
           05  EA-STATE                PIC XX.
           05  EA-ZIP                  PIC X(9).
           05  EA-PHONE                PIC X(15).
           05  FILLER                  PIC X(260)
                                       VALUE SPACES.
           05  EA-SEQ                  PIC 9(8).
           05  FILLER                  PIC X(243)
                                       VALUE SPACES.

       01  EB-PAYEE-RECORD.
           05  EB-TYPE                 PIC X     VALUE "B".
           05  EB-YEAR                 PIC 9(4).
           05  EB-CORRECTED            PIC X.
           05  EB-NAME-CONTROL         PIC X(4).
           05  EB-TIN-TYPE             PIC X.
           05  EB-TIN                  PIC X(9).
           05  EB-ACCOUNT              PIC X(20).
           05  EB-OFFICE               PIC X(4).
           05  FILLER                  PIC X(10)
                                       VALUE SPACES.
           05  EB-AMOUNT               PIC 9(10)V99 OCCURS 16 TIMES.
           05  EB-FOREIGN              PIC X.
           05  EB-NAME                 PIC X(40).
           05  EB-NAME-2               PIC X(40).
           05  EB-ADDRESS              PIC X(40).
           05  FILLER                  PIC X(40)
                                       VALUE SPACES.
           05  EB-CITY                 PIC X(40).
           05  EB-STATE                PIC XX.
           05  EB-ZIP                  PIC X(9).
           05  FILLER                  PIC X(41)
                                       VALUE SPACES.
           05  EB-SEQ                  PIC 9(8).
           05  FILLER                  PIC X(243)
                                       VALUE SPACES.

       01  EC-END-PAYER-RECORD.
           05  EC-TYPE                 PIC X     VALUE "C".
           05  EC-PAYEE-COUNT          PIC 9(8).
           05  FILLER                  PIC X(6)
                                       VALUE SPACES.
           05  EC-TOTAL                PIC 9(16)V99 OCCURS 18 TIMES.
           05  FILLER                  PIC X(160)
                                       VALUE SPACES.
           05  EC-SEQ                  PIC 9(8).
           05  FILLER                  PIC X(243)
                                       VALUE SPACES.

       01  EF-END-TRANS-RECORD.
           05  EF-TYPE                 PIC X     VALUE "F".
           05  EF-A-COUNT              PIC 9(8).
           05  EF-ZEROS                PIC 9(21) VALUE 0.
           05  FILLER                  PIC X(19)
                                       VALUE SPACES.
           05  EF-B-COUNT              PIC 9(8).
           05  FILLER                  PIC X(442)
                                       VALUE SPACES.
           05  EF-SEQ                  PIC 9(8).
           05  FILLER                  PIC X(243)
                                       VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 110-LOAD-VENDORS
               PERFORM 200-TOTAL-PAYMENTS
               PERFORM 300-TIN-EXCEPTIONS
               IF WS-OVERFLOW-COUNT > 0
                   DISPLAY "AP1099 VENDOR TABLE OVERFLOW - "
                       WS-OVERFLOW-COUNT " VENDORS LEFT OUT - "
                       "RETURNS NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-RUN-TYPE = "YEND"
                       OR (WS-HAVE-CONTROL AND CT-RUN-NOW = "Y")
                   IF WS-HAVE-CONTROL
                       PERFORM 400-PRODUCE-RETURNS
                   ELSE
                       DISPLAY "AP1099 - NO AP1099CT.TXT PAYER "
                           "RECORD - RETURNS NOT PRODUCED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               END-IF
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "AP1099 - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - 1099 REPORTING SKIPPED"
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

       050-CHECK-RUN-TYPE.
           OPEN INPUT RUN-TYPE-FILE
           IF RT-FILE-STATUS = "00"
               READ RUN-TYPE-FILE INTO WS-RUN-TYPE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-TYPE-FILE
           END-IF.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-PROC-DATE-PARTS
           MOVE WS-PD-MM TO HL-MO
           MOVE WS-PD-DD TO HL-DD
           MOVE WS-PD-YYYY TO HL-YY
           MOVE WS-PD-YYYY TO WS-TAX-YEAR
           MOVE SPACES TO CT-RECORD
           OPEN INPUT CONTROL-FILE
           IF CT-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-SW
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-HAVE-CONTROL
               IF CT-TAX-YEAR-X NUMERIC AND CT-TAX-YEAR > 0
                   MOVE CT-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF CT-THRESHOLD-X NUMERIC AND CT-THRESHOLD > 0
                   MOVE CT-THRESHOLD TO WS-THRESHOLD
               END-IF
           END-IF
           MOVE WS-TAX-YEAR TO HL-TAX-YEAR
           OPEN OUTPUT PRINT-FILE
           MOVE "1099 VENDOR TAX ID EXCEPTIONS" TO HL-TITLE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM XH-COLUMN-HEADING AFTER 2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       110-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER-FILE
           IF VM-FILE-STATUS = "00"
               PERFORM UNTIL VM-FILE-STATUS NOT = "00"
                   MOVE SPACES TO VM-RECORD
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE "10" TO VM-FILE-STATUS
                       NOT AT END
                           IF VM-1099-FLAG = "Y"
                               PERFORM 120-ADD-VENDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       120-ADD-VENDOR.
           IF VT-VENDOR-COUNT < 500
               ADD 1 TO VT-VENDOR-COUNT
               MOVE VT-VENDOR-COUNT TO VT-SUB
               MOVE VM-VEND-NUM TO VT-VEND-NUM(VT-SUB)
               MOVE VM-NAME TO VT-NAME(VT-SUB)
               MOVE VM-REMIT-STREET TO VT-STREET(VT-SUB)
               MOVE VM-REMIT-CITY TO VT-CITY-LINE(VT-SUB)
               MOVE VM-TAX-ID TO VT-TAX-ID(VT-SUB)
               MOVE VM-1099-FORM TO VT-FORM(VT-SUB)
               MOVE VM-1099-CODE TO VT-CODE(VT-SUB)
               MOVE 0 TO VT-PAID(VT-SUB)
               PERFORM 130-CHECK-TAX-ID
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *A TAX ID IS GOOD WHEN IT HOLDS EXACTLY NINE DIGITS AND NOTHING
      *BUT DASHES BETWEEN THEM. NN-NNNNNNN IS AN EIN; NINE BARE
      *DIGITS COULD BE EITHER, SO THE TYPE IS LEFT BLANK.
       130-CHECK-TAX-ID.
           MOVE SPACES TO VT-TIN(VT-SUB)
           MOVE SPACE TO VT-TIN-TYPE(VT-SUB)
           MOVE 0 TO WS-TIN-DIGITS
           MOVE "N" TO WS-TIN-BAD
           PERFORM VARYING WS-TIN-SUB FROM 1 BY 1
                   UNTIL WS-TIN-SUB > 10
               MOVE VM-TAX-ID(WS-TIN-SUB:1) TO WS-TIN-CHAR
               IF WS-TIN-CHAR NUMERIC
                   ADD 1 TO WS-TIN-DIGITS
                   IF WS-TIN-DIGITS <= 9
                       MOVE WS-TIN-CHAR TO
                           VT-TIN(VT-SUB)(WS-TIN-DIGITS:1)
                   END-IF
               ELSE
                   IF WS-TIN-CHAR NOT = "-" AND WS-TIN-CHAR NOT = SPACE
                       MOVE "Y" TO WS-TIN-BAD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TIN-DIGITS = 9 AND WS-TIN-BAD = "N"
               MOVE "Y" TO VT-TIN-OK(VT-SUB)
               IF VM-TAX-ID(3:1) = "-"
                   MOVE "1" TO VT-TIN-TYPE(VT-SUB)
               END-IF
           ELSE
               MOVE "N" TO VT-TIN-OK(VT-SUB)
           END-IF.

      *WHAT WAS ACTUALLY PAID IN THE TAX YEAR - GROSS LESS THE
      *DISCOUNT TAKEN - BY THE CHECK DATE.
       200-TOTAL-PAYMENTS.
           OPEN INPUT PAID-FILE
           IF PA-FILE-STATUS = "00"
               PERFORM UNTIL PA-FILE-STATUS NOT = "00"
                   READ PAID-FILE
                       AT END
                           MOVE "10" TO PA-FILE-STATUS
                       NOT AT END
                           IF PA-PAID-YYYY = WS-TAX-YEAR
                               PERFORM 210-ADD-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF.

       210-ADD-PAYMENT.
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
                      OR VT-VEND-NUM(VT-SUB) = PA-VEND-NUM
               CONTINUE
           END-PERFORM
           IF VT-SUB <= VT-VENDOR-COUNT
               ADD 1 TO WS-PAYMENT-COUNT
               COMPUTE VT-PAID(VT-SUB) = VT-PAID(VT-SUB)
                   + PA-AMOUNT - PA-DISCOUNT
           END-IF.

       300-TIN-EXCEPTIONS.
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
               INITIALIZE XL-EXCEPTION-LINE
               IF VT-TAX-ID(VT-SUB) = SPACES
                   MOVE "NO TAX ID ON FILE" TO XL-PROBLEM
               ELSE
                   IF VT-TIN-OK(VT-SUB) NOT = "Y"
                       MOVE "TAX ID NOT 9 DIGITS" TO XL-PROBLEM
                   END-IF
               END-IF
               IF XL-PROBLEM = SPACES
                   PERFORM 310-CHECK-BOX
               END-IF
               IF XL-PROBLEM NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE VT-VEND-NUM(VT-SUB) TO XL-VEND-NUM
                   MOVE VT-NAME(VT-SUB) TO XL-NAME
                   MOVE VT-TAX-ID(VT-SUB) TO XL-TAX-ID
                   MOVE VT-FORM(VT-SUB) TO XL-BOX(1:1)
                   MOVE VT-CODE(VT-SUB) TO XL-BOX(2:1)
                   MOVE VT-PAID(VT-SUB) TO XL-PAID
                   WRITE PRINT-RECORD FROM XL-EXCEPTION-LINE AFTER 1
               END-IF
           END-PERFORM
           MOVE WS-EXCEPTION-COUNT TO XT-COUNT
           WRITE PRINT-RECORD FROM XT-TOTAL-LINE AFTER 2.

      *A BOX THE FILING FORMAT DOESN'T KNOW CAN'T BE FILED EITHER.
       310-CHECK-BOX.
           PERFORM 450-FIND-CODE
           IF (VT-FORM(VT-SUB) NOT = "N" AND VT-FORM(VT-SUB) NOT = "M")
                   OR WS-CODE-SUB > 16
               MOVE "1099 BOX NOT VALID" TO XL-PROBLEM
           END-IF.

      *THE TRANSMITTER RECORD CARRIES THE PAYEE COUNT, SO THE FORMS
      *ARE COUNTED BEFORE ANYTHING IS WRITTEN.
       400-PRODUCE-RETURNS.
           INITIALIZE FT-FORM-TOTALS
           PERFORM VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-VENDOR-COUNT
               PERFORM 450-FIND-CODE
               IF WS-CODE-SUB <= 16
                   EVALUATE VT-FORM(VT-SUB)
                       WHEN "N"
                           MOVE 1 TO WS-FORM-SUB
                       WHEN "M"
                           MOVE 2 TO WS-FORM-SUB
                       WHEN OTHER
                           MOVE 0 TO WS-FORM-SUB
                   END-EVALUATE
                   IF WS-FORM-SUB > 0
                       PERFORM 460-SET-BOX-THRESHOLD
                       IF VT-PAID(VT-SUB) >= WS-BOX-THRESHOLD
                           ADD 1 TO WS-PAYEE-COUNT
                           ADD 1 TO FT-FORM-COUNT(WS-FORM-SUB)
                           MOVE "Y" TO
                               FT-CODE-USED(WS-FORM-SUB, WS-CODE-SUB)
                           ADD VT-PAID(VT-SUB) TO
                               FT-CODE-TOTAL(WS-FORM-SUB, WS-CODE-SUB)
                       ELSE
                           IF VT-PAID(VT-SUB) > 0
                               ADD 1 TO FT-UNDER-COUNT(WS-FORM-SUB)
                               ADD VT-PAID(VT-SUB) TO
                                   FT-UNDER-TOTAL(WS-FORM-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT RECIPIENT-FILE
           OPEN OUTPUT EFILE-FILE
           PERFORM 410-TRANSMITTER-RECORD
           PERFORM 420-ONE-FORM
               VARYING WS-FORM-SUB FROM 1 BY 1
               UNTIL WS-FORM-SUB > 2
           ADD 1 TO WS-SEQ
           INITIALIZE EF-END-TRANS-RECORD
           MOVE "F" TO EF-TYPE
           MOVE WS-A-COUNT TO EF-A-COUNT
           MOVE WS-PAYEE-COUNT TO EF-B-COUNT
           MOVE WS-SEQ TO EF-SEQ
           MOVE EF-END-TRANS-RECORD TO EF-RECORD
           PERFORM 480-PUT-EFILE-RECORD
           CLOSE RECIPIENT-FILE
                 EFILE-FILE
           PERFORM 600-TRANSMITTAL-SUMMARY.

       410-TRANSMITTER-RECORD.
           ADD 1 TO WS-SEQ
           MOVE WS-TAX-YEAR TO ET-YEAR
           MOVE SPACE TO ET-PRIOR-YEAR
           MOVE CT-PAYER-TIN TO ET-TIN
           MOVE CT-TCC TO ET-TCC
           IF CT-TEST-FILE = "T"
               MOVE "T" TO ET-TEST-FILE
           ELSE
               MOVE SPACE TO ET-TEST-FILE
           END-IF
           MOVE SPACE TO ET-FOREIGN
           MOVE CT-PAYER-NAME TO ET-NAME ET-COMPANY
           MOVE SPACES TO ET-NAME-2 ET-COMPANY-2 ET-EMAIL
           MOVE CT-PAYER-STREET TO ET-ADDRESS
           MOVE CT-PAYER-CITY TO ET-CITY
           MOVE CT-PAYER-STATE TO ET-STATE
           MOVE CT-PAYER-ZIP TO ET-ZIP
           MOVE WS-PAYEE-COUNT TO ET-PAYEE-COUNT
           MOVE CT-CONTACT TO ET-CONTACT
           MOVE CT-PAYER-PHONE TO ET-PHONE
           MOVE WS-SEQ TO ET-SEQ
           MOVE ET-TRANSMITTER-RECORD TO EF-RECORD
           PERFORM 480-PUT-EFILE-RECORD.

      *ONE PAYER RECORD, ITS PAYEES, AND ITS END-OF-PAYER RECORD PER
      *FORM FILED. A FORM NOBODY REACHED THE THRESHOLD ON IS SKIPPED.
       420-ONE-FORM.
           MOVE WS-FORM-LIST(WS-FORM-SUB:1) TO WS-FORM
           IF FT-FORM-COUNT(WS-FORM-SUB) > 0
               PERFORM 430-PAYER-RECORD
               INITIALIZE EC-END-PAYER-RECORD
               MOVE "C" TO EC-TYPE
               PERFORM VARYING VT-SUB FROM 1 BY 1
                       UNTIL VT-SUB > VT-VENDOR-COUNT
                   IF VT-FORM(VT-SUB) = WS-FORM
                       PERFORM 450-FIND-CODE
                       PERFORM 460-SET-BOX-THRESHOLD
                       IF WS-CODE-SUB <= 16
                           AND VT-PAID(VT-SUB) >= WS-BOX-THRESHOLD
                           PERFORM 440-PAYEE-RECORD
                           PERFORM 500-RECIPIENT-COPY
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SEQ
               MOVE FT-FORM-COUNT(WS-FORM-SUB) TO EC-PAYEE-COUNT
               MOVE WS-SEQ TO EC-SEQ
               MOVE EC-END-PAYER-RECORD TO EF-RECORD
           PERFORM 480-PUT-EFILE-RECORD
           END-IF.

       430-PAYER-RECORD.
           ADD 1 TO WS-SEQ
           ADD 1 TO WS-A-COUNT
           MOVE WS-TAX-YEAR TO EA-YEAR
           MOVE SPACE TO EA-COMBINED EA-LAST-FILING EA-FOREIGN
           MOVE CT-PAYER-TIN TO EA-TIN
           MOVE CT-PAYER-NAME(1:4) TO EA-NAME-CONTROL
           IF WS-FORM = "N"
               MOVE "NE" TO EA-RETURN-TYPE
           ELSE
               MOVE "A " TO EA-RETURN-TYPE
           END-IF
           MOVE SPACES TO EA-AMOUNT-CODES
           MOVE 0 TO WS-CODE-OUT
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 16
               IF FT-CODE-USED(WS-FORM-SUB, WS-CODE-SUB) = "Y"
                   ADD 1 TO WS-CODE-OUT
                   MOVE WS-CODE-LIST(WS-CODE-SUB:1) TO
                       EA-AMOUNT-CODES(WS-CODE-OUT:1)
               END-IF
           END-PERFORM
           MOVE CT-PAYER-NAME TO EA-NAME
           MOVE SPACES TO EA-NAME-2
           MOVE CT-PAYER-STREET TO EA-ADDRESS
           MOVE CT-PAYER-CITY TO EA-CITY
           MOVE CT-PAYER-STATE TO EA-STATE
           MOVE CT-PAYER-ZIP TO EA-ZIP
           MOVE CT-PAYER-PHONE TO EA-PHONE
           MOVE WS-SEQ TO EA-SEQ
           MOVE EA-PAYER-RECORD TO EF-RECORD
           PERFORM 480-PUT-EFILE-RECORD.

       440-PAYEE-RECORD.
           ADD 1 TO WS-SEQ
           INITIALIZE EB-PAYEE-RECORD
           MOVE "B" TO EB-TYPE
           MOVE WS-TAX-YEAR TO EB-YEAR
           MOVE VT-TIN-TYPE(VT-SUB) TO EB-TIN-TYPE
           MOVE VT-TIN(VT-SUB) TO EB-TIN
           MOVE VT-VEND-NUM(VT-SUB) TO EB-ACCOUNT
           MOVE VT-PAID(VT-SUB) TO EB-AMOUNT(WS-CODE-SUB)
           MOVE VT-NAME(VT-SUB) TO EB-NAME
           MOVE VT-STREET(VT-SUB) TO EB-ADDRESS
           PERFORM 470-SPLIT-CITY-LINE
           MOVE WS-SPLIT-CITY TO EB-CITY
           MOVE WS-SPLIT-STATE TO EB-STATE
           MOVE WS-SPLIT-ZIP TO EB-ZIP
           MOVE WS-SEQ TO EB-SEQ
           MOVE EB-PAYEE-RECORD TO EF-RECORD
           PERFORM 480-PUT-EFILE-RECORD
           ADD VT-PAID(VT-SUB) TO EC-TOTAL(WS-CODE-SUB).

      *THE BOX'S POSITION IN THE AMOUNT-CODE LIST - 17 WHEN THE
      *CODE ISN'T ONE OF THEM.
       450-FIND-CODE.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 16
                      OR WS-CODE-LIST(WS-CODE-SUB:1) = VT-CODE(VT-SUB)
               CONTINUE
           END-PERFORM.

       460-SET-BOX-THRESHOLD.
           IF VT-FORM(VT-SUB) = "M" AND VT-CODE(VT-SUB) = "2"
               MOVE WS-ROYALTY-THRESHOLD TO WS-BOX-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD TO WS-BOX-THRESHOLD
           END-IF.

      *"CITY, ST 12345-6789" - THE LAST WORD IS THE ZIP, THE ONE
      *BEFORE IT THE STATE, AND EVERYTHING AHEAD OF THAT THE CITY.
       470-SPLIT-CITY-LINE.
           MOVE VT-CITY-LINE(VT-SUB) TO WS-CSZ
           MOVE SPACES TO WS-SPLIT-CITY WS-SPLIT-STATE WS-SPLIT-ZIP
           MOVE 25 TO WS-CSZ-END
           PERFORM UNTIL WS-CSZ-END = 0
                   OR WS-CSZ(WS-CSZ-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSZ-END
           END-PERFORM
           MOVE WS-CSZ-END TO WS-CSZ-GAP
           PERFORM UNTIL WS-CSZ-GAP = 0
                   OR WS-CSZ(WS-CSZ-GAP:1) = SPACE
                   OR WS-CSZ(WS-CSZ-GAP:1) = ","
               SUBTRACT 1 FROM WS-CSZ-GAP
           END-PERFORM
           MOVE 0 TO WS-ZIP-OUT
           PERFORM VARYING WS-CSZ-SUB FROM WS-CSZ-GAP BY 1
                   UNTIL WS-CSZ-SUB > WS-CSZ-END
               IF WS-CSZ-SUB > 0
                   IF WS-CSZ(WS-CSZ-SUB:1) NUMERIC
                           AND WS-ZIP-OUT < 9
                       ADD 1 TO WS-ZIP-OUT
                       MOVE WS-CSZ(WS-CSZ-SUB:1) TO
                           WS-SPLIT-ZIP(WS-ZIP-OUT:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CSZ-GAP TO WS-CSZ-STATE-END
           PERFORM UNTIL WS-CSZ-STATE-END = 0
                   OR (WS-CSZ(WS-CSZ-STATE-END:1) NOT = SPACE
                   AND WS-CSZ(WS-CSZ-STATE-END:1) NOT = ",")
               SUBTRACT 1 FROM WS-CSZ-STATE-END
           END-PERFORM
           IF WS-CSZ-STATE-END > 1
               MOVE WS-CSZ(WS-CSZ-STATE-END - 1:2) TO WS-SPLIT-STATE
               COMPUTE WS-CSZ-CITY-END = WS-CSZ-STATE-END - 2
               PERFORM UNTIL WS-CSZ-CITY-END = 0
                       OR (WS-CSZ(WS-CSZ-CITY-END:1) NOT = SPACE
                       AND WS-CSZ(WS-CSZ-CITY-END:1) NOT = ",")
                   SUBTRACT 1 FROM WS-CSZ-CITY-END
               END-PERFORM
               IF WS-CSZ-CITY-END > 0
                   MOVE WS-CSZ(1:WS-CSZ-CITY-END) TO WS-SPLIT-CITY
               END-IF
           END-IF.

       480-PUT-EFILE-RECORD.
           MOVE X"0D0A" TO EF-RECORD-END
           WRITE EF-RECORD.

       500-RECIPIENT-COPY.
           IF WS-FORM = "N"
               MOVE "1099-NEC" TO RH-FORM-NAME
           ELSE
               MOVE "1099-MISC" TO RH-FORM-NAME
           END-IF
           MOVE WS-TAX-YEAR TO RH-TAX-YEAR
           WRITE RC-PRINT-RECORD FROM RH-FORM-HEADING AFTER PAGE
           MOVE "PAYER:" TO LB-LABEL
           MOVE CT-PAYER-NAME TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 2
           MOVE SPACES TO LB-LABEL
           MOVE CT-PAYER-STREET TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE SPACES TO LB-TEXT
           STRING CT-PAYER-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CT-PAYER-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-PAYER-ZIP DELIMITED BY SIZE
                  INTO LB-TEXT
           END-STRING
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "PAYER'S TIN:" TO LB-LABEL
           MOVE CT-PAYER-TIN TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "RECIPIENT:" TO LB-LABEL
           MOVE VT-NAME(VT-SUB) TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 2
           MOVE SPACES TO LB-LABEL
           MOVE VT-STREET(VT-SUB) TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE VT-CITY-LINE(VT-SUB) TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "RECIPIENT'S TIN:" TO LB-LABEL
           MOVE VT-TAX-ID(VT-SUB) TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "ACCOUNT NUMBER:" TO LB-LABEL
           MOVE VT-VEND-NUM(VT-SUB) TO LB-TEXT
           WRITE RC-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           PERFORM 510-BOX-NAME
           MOVE VT-FORM(VT-SUB) TO RB-BOX(1:1)
           MOVE VT-CODE(VT-SUB) TO RB-BOX(2:1)
           MOVE WS-BOX-NAME TO RB-BOX-NAME
           MOVE VT-PAID(VT-SUB) TO RB-AMOUNT
           WRITE RC-PRINT-RECORD FROM RB-BOX-LINE AFTER 2.

       510-BOX-NAME.
           EVALUATE VT-FORM(VT-SUB) ALSO VT-CODE(VT-SUB)
               WHEN "N" ALSO "1"
                   MOVE "1 NONEMPLOYEE COMPENSATION" TO WS-BOX-NAME
               WHEN "M" ALSO "1"
                   MOVE "1 RENTS" TO WS-BOX-NAME
               WHEN "M" ALSO "2"
                   MOVE "2 ROYALTIES" TO WS-BOX-NAME
               WHEN "M" ALSO "3"
                   MOVE "3 OTHER INCOME" TO WS-BOX-NAME
               WHEN "M" ALSO "6"
                   MOVE "6 MEDICAL AND HEALTH CARE PAYMENTS"
                       TO WS-BOX-NAME
               WHEN "M" ALSO "C"
                   MOVE "10 GROSS PROCEEDS PAID TO ATTORNEY"
                       TO WS-BOX-NAME
               WHEN OTHER
                   MOVE "REPORTABLE PAYMENTS" TO WS-BOX-NAME
           END-EVALUATE.

       600-TRANSMITTAL-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE "1099 TRANSMITTAL SUMMARY" TO HL-TITLE
           WRITE SM-PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE "PAYER:" TO LB-LABEL
           MOVE CT-PAYER-NAME TO LB-TEXT
           WRITE SM-PRINT-RECORD FROM LB-LABEL-LINE AFTER 2
           MOVE "PAYER'S TIN:" TO LB-LABEL
           MOVE CT-PAYER-TIN TO LB-TEXT
           WRITE SM-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "CONTACT:" TO LB-LABEL
           MOVE CT-CONTACT TO LB-TEXT
           WRITE SM-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           MOVE "PHONE:" TO LB-LABEL
           MOVE CT-PAYER-PHONE TO LB-TEXT
           WRITE SM-PRINT-RECORD FROM LB-LABEL-LINE AFTER 1
           PERFORM 610-FORM-SUMMARY
               VARYING WS-FORM-SUB FROM 1 BY 1
               UNTIL WS-FORM-SUB > 2
           MOVE SPACES TO SL-SUMMARY-LINE
           MOVE "TOTAL FORMS FILED" TO SL-LABEL
           MOVE WS-PAYEE-COUNT TO SL-COUNT
           WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 2
           MOVE SPACES TO SL-SUMMARY-LINE
           MOVE "VENDORS WITH TAX ID EXCEPTIONS" TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 1
           MOVE SPACES TO SL-SUMMARY-LINE
           MOVE "ELECTRONIC FILING RECORDS WRITTEN" TO SL-LABEL
           MOVE WS-SEQ TO SL-COUNT
           WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 1
           CLOSE SUMMARY-FILE.

       610-FORM-SUMMARY.
           MOVE WS-FORM-LIST(WS-FORM-SUB:1) TO WS-FORM
           MOVE SPACES TO SL-SUMMARY-LINE
           IF WS-FORM = "N"
               MOVE "FORM 1099-NEC - FORMS FILED" TO SL-LABEL
           ELSE
               MOVE "FORM 1099-MISC - FORMS FILED" TO SL-LABEL
           END-IF
           MOVE FT-FORM-COUNT(WS-FORM-SUB) TO SL-COUNT
           WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 2
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 16
               IF FT-CODE-USED(WS-FORM-SUB, WS-CODE-SUB) = "Y"
                   MOVE SPACES TO SL-SUMMARY-LINE
                   MOVE "    AMOUNT CODE" TO SL-LABEL
                   MOVE WS-CODE-LIST(WS-CODE-SUB:1) TO SL-LABEL(17:1)
                   MOVE FT-CODE-TOTAL(WS-FORM-SUB, WS-CODE-SUB)
                       TO SL-AMOUNT
                   WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 1
               END-IF
           END-PERFORM
           MOVE SPACES TO SL-SUMMARY-LINE
           MOVE "    UNDER THRESHOLD - NOT FILED" TO SL-LABEL
           MOVE FT-UNDER-COUNT(WS-FORM-SUB) TO SL-COUNT
           MOVE FT-UNDER-TOTAL(WS-FORM-SUB) TO SL-AMOUNT
           WRITE SM-PRINT-RECORD FROM SL-SUMMARY-LINE AFTER 1.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="AP1099"==.

       COPY PROCDTIO.
