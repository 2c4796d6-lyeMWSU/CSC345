      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   MONTH-END INVENTORY VALUATION AT COST. RUNS EVERY
      *            NIGHT BUT ONLY ACTS ON THE MEND (OR YEND) RUN
      *            TYPE. ONE LINE PER PRODUCT ON THE PRODUCT MASTER
      *            (VSAM.TXT) WITH STOCK ANYWHERE - UNITS AND VALUE
      *            AT MASTER UNIT COST FOR WAREHOUSE 1, WAREHOUSE 2,
      *            AND IN TRANSIT BETWEEN THEM - THEN THE TOTALS BY
      *            WAREHOUSE, PROVED AGAINST THE INVENTORY ACCOUNT'S
      *            ENDING BALANCE ON GLBAL.TXT FOR THE CLOSING
      *            PERIOD. A PRODUCT WITH NO COST ON FILE IS LISTED
      *            AND FLAGGED BUT VALUED AT ZERO, SO THE SHORTFALL
      *            IS VISIBLE RATHER THAN GUESSED AT. OUTPUT IS
      *            INVVALU.TXT.
      *
      *            THE PRODUCT LINES PRINT GROUPED BY CATEGORY
      *            (CATEGORY.TXT / PRODCAT.TXT, SEE PRODCAT.CPY) WITH
      *            A SUBTOTAL PER CATEGORY, UNCATEGORIZED LAST, AND A
      *            SUMMARY PAGE OF VALUE BY CATEGORY AND BY PRODUCT
      *            LINE CLOSES THE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-TYPE-FILE
           ASSIGN "RUNTYPE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

      *THE CHART - ONLY THE INVENTORY ACCOUNT NUMBER IS WANTED, SO
      *THE PROOF LOOKS AT THE SAME ACCOUNT P7REPORTS POSTS TO.
           SELECT GL-ACCOUNT-FILE
           ASSIGN TO "GLACCTS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GA-FILE-STATUS.

           SELECT GL-BALANCE-FILE
           ASSIGN TO "GLBAL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GB-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "INVVALU.TXT".

           SELECT CATEGORY-FILE
           ASSIGN TO "CATEGORY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-CAT-FILE-STATUS.

           SELECT PRODUCT-CATEGORY-FILE
           ASSIGN TO "PRODCAT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CY-PRO-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE CLOSING PERIOD COMES FROM IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TYPE-FILE.
       01  RT-RECORD                   PIC X(4).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05  GA-KEY                  PIC X(8).
           05  GA-ACCOUNT              PIC 9(5).

       FD  GL-BALANCE-FILE.
       01  GB-RECORD.
           05  GB-ACCOUNT              PIC 9(5).
           05  GB-PERIOD               PIC 9(6).
           05  GB-BEGIN-BAL            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-DEBITS               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GB-CREDITS              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

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

       COPY PROCDT.

       COPY RUNLOG.

       COPY PRODCAT.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  MASTER-SWITCH           PIC XX.
           05  RT-FILE-STATUS          PIC XX.
           05  GA-FILE-STATUS          PIC XX.
           05  GB-FILE-STATUS          PIC XX.

       01  WS-RUN-TYPE                 PIC X(4) VALUE "REBL".
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 0.

      *THE SAME DEFAULT P7REPORTS CARRIES WHEN GLACCTS.TXT IS SILENT.
       01  WS-INVENTORY-ACCOUNT        PIC 9(5) VALUE 13100.

      *THE PRODUCT MASTER AS P7REPORTS SEES IT - THE BUCKETS AT
      *85-98 AND IN-TRANSIT AT 102-108 ARE SPACES ON A MASTER BUILT
      *BEFORE THEY EXISTED, WHICH READS AS EVERYTHING IN WAREHOUSE 1
      *AND NOTHING MOVING.
       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05                          PIC X(34).
           05  MR-ON-HAND              PIC 9(7).
           05  MR-ON-HAND-X REDEFINES MR-ON-HAND
                                       PIC X(7).
           05                          PIC X(8).
           05  MR-UNIT-COST            PIC 999V99.
           05  MR-UNIT-COST-X REDEFINES MR-UNIT-COST
                                       PIC X(5).
           05  MR-WH1-ON-HAND          PIC 9(7).
           05  MR-WH1-ON-HAND-X REDEFINES MR-WH1-ON-HAND
                                       PIC X(7).
           05  MR-WH2-ON-HAND          PIC 9(7).
           05  MR-WH2-ON-HAND-X REDEFINES MR-WH2-ON-HAND
                                       PIC X(7).
           05                          PIC X(3).
           05  MR-IN-TRANSIT           PIC 9(7).
           05  MR-IN-TRANSIT-X REDEFINES MR-IN-TRANSIT
                                       PIC X(7).
           05                          PIC X(2).

       01  WS-PRODUCT-WORK.
           05  WS-UNIT-COST            PIC 999V99    VALUE 0.
           05  WS-WH1-VALUE            PIC 9(9)V99   VALUE 0.
           05  WS-WH2-VALUE            PIC 9(9)V99   VALUE 0.
           05  WS-TRANSIT-VALUE        PIC 9(9)V99   VALUE 0.
           05  WS-PRODUCT-VALUE        PIC 9(9)V99   VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-WH1-UNITS        PIC 9(9)      VALUE 0.
           05  WS-TOT-WH2-UNITS        PIC 9(9)      VALUE 0.
           05  WS-TOT-TRANSIT-UNITS    PIC 9(9)      VALUE 0.
           05  WS-TOT-WH1-VALUE        PIC 9(11)V99  VALUE 0.
           05  WS-TOT-WH2-VALUE        PIC 9(11)V99  VALUE 0.
           05  WS-TOT-TRANSIT-VALUE    PIC 9(11)V99  VALUE 0.
           05  WS-TOT-VALUE            PIC 9(11)V99  VALUE 0.
           05  WS-PRODUCT-COUNT        PIC 9(5)      VALUE 0.
           05  WS-NO-COST-COUNT        PIC 9(5)      VALUE 0.

      *UNITS AND VALUE BY CATEGORY, ADDED AS EACH PRODUCT IS VALUED,
      *AND BY PRODUCT LINE, ROLLED UP FROM THE CATEGORIES.
       01  CV-CATEGORY-TOTALS.
           05  CV-ENTRY OCCURS 51 TIMES.
               10  CV-PRODUCTS         PIC 9(5).
               10  CV-WH1-UNITS        PIC 9(9).
               10  CV-WH2-UNITS        PIC 9(9).
               10  CV-TRANSIT-UNITS    PIC 9(9).
               10  CV-WH1-VALUE        PIC 9(11)V99.
               10  CV-WH2-VALUE        PIC 9(11)V99.
               10  CV-TRANSIT-VALUE    PIC 9(11)V99.
               10  CV-VALUE            PIC 9(11)V99.

       01  LV-LINE-TOTALS.
           05  LV-ENTRY OCCURS 51 TIMES.
               10  LV-PRODUCTS         PIC 9(5).
               10  LV-WH1-VALUE        PIC 9(11)V99.
               10  LV-WH2-VALUE        PIC 9(11)V99.
               10  LV-TRANSIT-VALUE    PIC 9(11)V99.
               10  LV-VALUE            PIC 9(11)V99.

       01  WS-CAT-SUB                  PIC 99.
       01  WS-LINE-SUB                 PIC 99.
       01  WS-PRO-CAT                  PIC 99.
       01  WS-CAT-STARTED              PIC X.
       01  WS-PCT-OF-TOTAL             PIC 999V9.

       01  WS-GL-FOUND                 PIC X VALUE "N".
       01  WS-GL-ENDING                PIC S9(11)V99 VALUE 0.
       01  WS-GL-DIFFERENCE            PIC S9(11)V99 VALUE 0.

       01  HL-HEADING-LINE.
           05                          PIC X(37) VALUE
               "INVENTORY VALUATION AT COST - PERIOD".
           05  FILLER                  PIC X     VALUE SPACES.
           05  HL-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "INVVALU".

       01  CH-COLUMN-HEADING.
           05                          PIC X(33) VALUE
               "PROD DESCRIPTION".
           05                          PIC X(8)  VALUE "   COST".
           05                          PIC X(23) VALUE
               "    WH1 UNITS/VALUE".
           05                          PIC X(23) VALUE
               "    WH2 UNITS/VALUE".
           05                          PIC X(23) VALUE
               " IN TRANSIT UNITS/VALUE".
           05                          PIC X(14) VALUE
               "   TOTAL VALUE".

       01  DL-VALUE-LINE.
           05  DL-PRO-NUM              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-WH1-UNITS            PIC Z(6)9.
           05  DL-WH1-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-WH2-UNITS            PIC Z(6)9.
           05  DL-WH2-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-TRANSIT-UNITS        PIC Z(6)9.
           05  DL-TRANSIT-VALUE        PIC $$$$,$$$,$$9.99.
           05  DL-PRODUCT-VALUE        PIC $$$$,$$$,$$9.99.
           05  DL-FLAG                 PIC X(7).

       01  TL-WAREHOUSE-LINE.
           05  TL-LABEL                PIC X(22).
           05                          PIC X(7)  VALUE "UNITS: ".
           05  TL-UNITS                PIC Z(8)9.
           05                          PIC X(10) VALUE "  VALUE: ".
           05  TL-VALUE                PIC $$$,$$$,$$$,$$9.99.

       01  TL-TOTAL-LINE.
           05                          PIC X(38) VALUE
               "TOTAL INVENTORY AT COST".
           05                          PIC X(10) VALUE "  VALUE: ".
           05  TL-TOTAL-VALUE          PIC $$$,$$$,$$$,$$9.99.

       01  TL-COUNT-LINE.
           05                          PIC X(18) VALUE
               "PRODUCTS VALUED:".
           05  TL-PRODUCTS             PIC ZZZZ9.
           05                          PIC X(20) VALUE
               "   WITH NO COST:".
           05  TL-NO-COST              PIC ZZZZ9.

       01  GL-PROOF-LINE.
           05                          PIC X(18) VALUE
               "GL INVENTORY ACCT ".
           05  GLP-ACCOUNT             PIC 9(5).
           05                          PIC X(10) VALUE "  ENDING ".
           05  GLP-ENDING              PIC $$$,$$$,$$$,$$9.99-.
           05                          PIC X(14) VALUE
               "  DIFFERENCE ".
           05  GLP-DIFFERENCE          PIC $$$,$$$,$$$,$$9.99-.

       01  GL-NONE-LINE.
           05                          PIC X(36) VALUE
               "NO GL BALANCE FOR INVENTORY ACCOUNT ".
           05  GLN-ACCOUNT             PIC 9(5).
           05                          PIC X(12) VALUE " THIS PERIOD".

       01  CN-CATEGORY-LINE.
           05                          PIC X(9)  VALUE "CATEGORY ".
           05  CN-CAT-CODE             PIC XXX.
           05                          PIC X(3)  VALUE " - ".
           05  CN-CAT-NAME             PIC X(25).
           05                          PIC X(3)  VALUE SPACES.
           05  CN-LINE-NAME            PIC X(20).

       01  ST-SUBTOTAL-LINE.
           05                          PIC X(9)  VALUE SPACES.
           05                          PIC X(33) VALUE
               "CATEGORY TOTAL".
           05  ST-WH1-UNITS            PIC Z(6)9.
           05  ST-WH1-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ST-WH2-UNITS            PIC Z(6)9.
           05  ST-WH2-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ST-TRANSIT-UNITS        PIC Z(6)9.
           05  ST-TRANSIT-VALUE        PIC $$$$,$$$,$$9.99.
           05  ST-VALUE                PIC $$$$,$$$,$$9.99.

       01  SH-SUMMARY-HEADING.
           05                          PIC X(37) VALUE
               "INVENTORY VALUE BY CATEGORY - PERIOD".
           05  FILLER                  PIC X     VALUE SPACES.
           05  SH-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05                          PIC X(9)  VALUE "INVVALU".

       01  SC-COLUMN-HEADING.
           05                          PIC X(30) VALUE
               "CATEGORY".
           05                          PIC X(9)  VALUE "PRODUCTS".
           05                          PIC X(16) VALUE
               "       WH1 VALUE".
           05                          PIC X(16) VALUE
               "       WH2 VALUE".
           05                          PIC X(16) VALUE
               "   TRANSIT VALUE".
           05                          PIC X(16) VALUE
               "     TOTAL VALUE".
           05                          PIC X(8)  VALUE "   PCT".
           05                          PIC X(20) VALUE
               "PRODUCT LINE".

       01  SC-SECTION-LINE.
           05  SC-SECTION-TITLE        PIC X(40).

       01  SC-SUMMARY-LINE.
           05  SC-CODE                 PIC XXX.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-NAME                 PIC X(25).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-PRODUCTS             PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SC-WH1-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-WH2-VALUE            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-TRANSIT-VALUE        PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-VALUE                PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-PCT                  PIC ZZ9.9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SC-LINE-NAME            PIC X(20).

       01  NL-NONE-LINE.
           05                          PIC X(40) VALUE
               "NO STOCK ON HAND OR IN TRANSIT".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 050-CHECK-RUN-TYPE
           IF WS-RUN-TYPE = "MEND" OR WS-RUN-TYPE = "YEND"
               PERFORM 100-INITIALIZE
               PERFORM 150-LOAD-CHART
               PERFORM 200-VALUE-MASTER
               PERFORM 300-WAREHOUSE-TOTALS
               PERFORM 400-PROVE-TO-LEDGER
               PERFORM 500-CATEGORY-SUMMARY
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "INVVALU - RUN TYPE " WS-RUN-TYPE
                   " IS NOT MONTH-END - VALUATION SKIPPED"
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
           COMPUTE WS-CLOSING-PERIOD = PR-PROC-DATE / 100
           MOVE WS-CLOSING-PERIOD TO HL-PERIOD
                                     SH-PERIOD
           PERFORM 993-LOAD-CATEGORIES
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 51
               MOVE 0 TO CV-PRODUCTS(WS-CAT-SUB)
                         CV-WH1-UNITS(WS-CAT-SUB)
                         CV-WH2-UNITS(WS-CAT-SUB)
                         CV-TRANSIT-UNITS(WS-CAT-SUB)
                         CV-WH1-VALUE(WS-CAT-SUB)
                         CV-WH2-VALUE(WS-CAT-SUB)
                         CV-TRANSIT-VALUE(WS-CAT-SUB)
                         CV-VALUE(WS-CAT-SUB)
                         LV-PRODUCTS(WS-CAT-SUB)
                         LV-WH1-VALUE(WS-CAT-SUB)
                         LV-WH2-VALUE(WS-CAT-SUB)
                         LV-TRANSIT-VALUE(WS-CAT-SUB)
                         LV-VALUE(WS-CAT-SUB)
           END-PERFORM
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           WRITE PRINT-RECORD FROM CH-COLUMN-HEADING AFTER 2.

       150-LOAD-CHART.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GA-FILE-STATUS = "00"
               PERFORM UNTIL GA-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GA-KEY = "INVENTRY"
                               MOVE GA-ACCOUNT TO
                                   WS-INVENTORY-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *PRODUCT 000 IS PROGRAM07'S CONTROL RECORD, NOT A PRODUCT.
      *A MASTER THAT WON'T OPEN ENDS THE RUN NONZERO - A VALUATION
      *OF NOTHING WOULD PROVE AGAINST NOTHING AND LOOK FINE.
      *ONE PASS OF THE MASTER PER CATEGORY, SO EACH CATEGORY'S
      *PRODUCTS PRINT TOGETHER IN PRODUCT ORDER. EVERY PRODUCT IS IN
      *EXACTLY ONE CATEGORY, SO NOTHING IS VALUED TWICE.
       200-VALUE-MASTER.
           OPEN INPUT MASTER-FILE
           IF MASTER-SWITCH NOT = "00"
               DISPLAY "INVVALU - VSAM.TXT WILL NOT OPEN, STATUS "
                   MASTER-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE MASTER-FILE
               PERFORM 205-VALUE-CATEGORY
                   VARYING WS-CAT-SUB
                   FROM 1 BY 1
                   UNTIL WS-CAT-SUB > CY-CAT-COUNT
           END-IF
           IF WS-PRODUCT-COUNT = 0
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF.

       205-VALUE-CATEGORY.
           MOVE "N" TO WS-CAT-STARTED
           OPEN INPUT MASTER-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ MASTER-FILE INTO MASTER-RECORD
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       IF MR-ID NOT = "000"
                           PERFORM 230-CATEGORY-OF-PRODUCT
                           IF WS-PRO-CAT = WS-CAT-SUB
                               PERFORM 210-VALUE-PRODUCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           IF WS-CAT-STARTED = "Y"
               PERFORM 220-CATEGORY-SUBTOTAL
           END-IF.

       210-VALUE-PRODUCT.
           IF MR-ON-HAND-X NOT NUMERIC
               MOVE 0 TO MR-ON-HAND
           END-IF
           IF MR-WH1-ON-HAND-X NOT NUMERIC
                   OR MR-WH2-ON-HAND-X NOT NUMERIC
               MOVE MR-ON-HAND TO MR-WH1-ON-HAND
               MOVE 0 TO MR-WH2-ON-HAND
           END-IF
           IF MR-IN-TRANSIT-X NOT NUMERIC
               MOVE 0 TO MR-IN-TRANSIT
           END-IF
           IF MR-WH1-ON-HAND > 0 OR MR-WH2-ON-HAND > 0
                   OR MR-IN-TRANSIT > 0
               IF WS-CAT-STARTED = "N"
                   MOVE "Y" TO WS-CAT-STARTED
                   MOVE CY-T-CODE(WS-CAT-SUB) TO CN-CAT-CODE
                   MOVE CY-T-NAME(WS-CAT-SUB) TO CN-CAT-NAME
                   MOVE CY-T-LINE-NAME(CY-T-LINE-SLOT(WS-CAT-SUB))
                       TO CN-LINE-NAME
                   WRITE PRINT-RECORD FROM CN-CATEGORY-LINE AFTER 2
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE SPACES TO DL-FLAG
               IF MR-UNIT-COST-X NUMERIC
                   MOVE MR-UNIT-COST TO WS-UNIT-COST
               ELSE
                   MOVE 0 TO WS-UNIT-COST
                   MOVE "NO COST" TO DL-FLAG
                   ADD 1 TO WS-NO-COST-COUNT
               END-IF
               COMPUTE WS-WH1-VALUE = MR-WH1-ON-HAND * WS-UNIT-COST
               COMPUTE WS-WH2-VALUE = MR-WH2-ON-HAND * WS-UNIT-COST
               COMPUTE WS-TRANSIT-VALUE =
                   MR-IN-TRANSIT * WS-UNIT-COST
               COMPUTE WS-PRODUCT-VALUE =
                   WS-WH1-VALUE + WS-WH2-VALUE + WS-TRANSIT-VALUE
               ADD MR-WH1-ON-HAND TO WS-TOT-WH1-UNITS
               ADD MR-WH2-ON-HAND TO WS-TOT-WH2-UNITS
               ADD MR-IN-TRANSIT TO WS-TOT-TRANSIT-UNITS
               ADD WS-WH1-VALUE TO WS-TOT-WH1-VALUE
               ADD WS-WH2-VALUE TO WS-TOT-WH2-VALUE
               ADD WS-TRANSIT-VALUE TO WS-TOT-TRANSIT-VALUE
               ADD WS-PRODUCT-VALUE TO WS-TOT-VALUE
               ADD 1 TO CV-PRODUCTS(WS-CAT-SUB)
               ADD MR-WH1-ON-HAND TO CV-WH1-UNITS(WS-CAT-SUB)
               ADD MR-WH2-ON-HAND TO CV-WH2-UNITS(WS-CAT-SUB)
               ADD MR-IN-TRANSIT TO CV-TRANSIT-UNITS(WS-CAT-SUB)
               ADD WS-WH1-VALUE TO CV-WH1-VALUE(WS-CAT-SUB)
               ADD WS-WH2-VALUE TO CV-WH2-VALUE(WS-CAT-SUB)
               ADD WS-TRANSIT-VALUE TO CV-TRANSIT-VALUE(WS-CAT-SUB)
               ADD WS-PRODUCT-VALUE TO CV-VALUE(WS-CAT-SUB)
               MOVE MR-PRO-NUM TO DL-PRO-NUM
               MOVE MR-PRO-DES TO DL-PRO-DES
               MOVE WS-UNIT-COST TO DL-UNIT-COST
               MOVE MR-WH1-ON-HAND TO DL-WH1-UNITS
               MOVE WS-WH1-VALUE TO DL-WH1-VALUE
               MOVE MR-WH2-ON-HAND TO DL-WH2-UNITS
               MOVE WS-WH2-VALUE TO DL-WH2-VALUE
               MOVE MR-IN-TRANSIT TO DL-TRANSIT-UNITS
               MOVE WS-TRANSIT-VALUE TO DL-TRANSIT-VALUE
               MOVE WS-PRODUCT-VALUE TO DL-PRODUCT-VALUE
               WRITE PRINT-RECORD FROM DL-VALUE-LINE AFTER 1
           END-IF.

       220-CATEGORY-SUBTOTAL.
           MOVE CV-WH1-UNITS(WS-CAT-SUB) TO ST-WH1-UNITS
           MOVE CV-WH1-VALUE(WS-CAT-SUB) TO ST-WH1-VALUE
           MOVE CV-WH2-UNITS(WS-CAT-SUB) TO ST-WH2-UNITS
           MOVE CV-WH2-VALUE(WS-CAT-SUB) TO ST-WH2-VALUE
           MOVE CV-TRANSIT-UNITS(WS-CAT-SUB) TO ST-TRANSIT-UNITS
           MOVE CV-TRANSIT-VALUE(WS-CAT-SUB) TO ST-TRANSIT-VALUE
           MOVE CV-VALUE(WS-CAT-SUB) TO ST-VALUE
           WRITE PRINT-RECORD FROM ST-SUBTOTAL-LINE AFTER 1.

       230-CATEGORY-OF-PRODUCT.
           IF MR-PRO-NUM NUMERIC AND MR-PRO-NUM > 0
               MOVE CY-PRO-CAT-SLOT(MR-PRO-NUM) TO WS-PRO-CAT
           ELSE
               MOVE CY-UNCAT-SLOT TO WS-PRO-CAT
           END-IF.

       300-WAREHOUSE-TOTALS.
           MOVE "WAREHOUSE 1" TO TL-LABEL
           MOVE WS-TOT-WH1-UNITS TO TL-UNITS
           MOVE WS-TOT-WH1-VALUE TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 3
           MOVE "WAREHOUSE 2" TO TL-LABEL
           MOVE WS-TOT-WH2-UNITS TO TL-UNITS
           MOVE WS-TOT-WH2-VALUE TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 1
           MOVE "IN TRANSIT" TO TL-LABEL
           MOVE WS-TOT-TRANSIT-UNITS TO TL-UNITS
           MOVE WS-TOT-TRANSIT-VALUE TO TL-VALUE
           WRITE PRINT-RECORD FROM TL-WAREHOUSE-LINE AFTER 1
           MOVE WS-TOT-VALUE TO TL-TOTAL-VALUE
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           MOVE WS-PRODUCT-COUNT TO TL-PRODUCTS
           MOVE WS-NO-COST-COUNT TO TL-NO-COST
           WRITE PRINT-RECORD FROM TL-COUNT-LINE AFTER 1.

      *THE INVENTORY ACCOUNT'S ENDING BALANCE FOR THE CLOSING PERIOD
      *(BEGINNING PLUS DEBITS LESS CREDITS, AS GLTRIAL FIGURES IT)
      *AGAINST THE VALUE JUST PRINTED. A DIFFERENCE IS REPORTED, NOT
      *FORCED - IT IS SHRINK, AN UNCOSTED PRODUCT, OR A COST CHANGE
      *SINCE THE STOCK CAME IN, AND ACCOUNTING DECIDES WHICH.
       400-PROVE-TO-LEDGER.
           OPEN INPUT GL-BALANCE-FILE
           IF GB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF GB-ACCOUNT = WS-INVENTORY-ACCOUNT
                                   AND GB-PERIOD = WS-CLOSING-PERIOD
                               MOVE "Y" TO WS-GL-FOUND
                               COMPUTE WS-GL-ENDING =
                                   GB-BEGIN-BAL + GB-DEBITS
                                   - GB-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-GL-FOUND = "Y"
               COMPUTE WS-GL-DIFFERENCE =
                   WS-TOT-VALUE - WS-GL-ENDING
               MOVE WS-INVENTORY-ACCOUNT TO GLP-ACCOUNT
               MOVE WS-GL-ENDING TO GLP-ENDING
               MOVE WS-GL-DIFFERENCE TO GLP-DIFFERENCE
               WRITE PRINT-RECORD FROM GL-PROOF-LINE AFTER 2
           ELSE
               MOVE WS-INVENTORY-ACCOUNT TO GLN-ACCOUNT
               WRITE PRINT-RECORD FROM GL-NONE-LINE AFTER 2
           END-IF.

      *VALUE BY CATEGORY AND BY PRODUCT LINE, EACH WITH ITS SHARE OF
      *THE TOTAL, ON A PAGE OF ITS OWN.
       500-CATEGORY-SUMMARY.
           WRITE PRINT-RECORD FROM SH-SUMMARY-HEADING AFTER PAGE
           WRITE PRINT-RECORD FROM SC-COLUMN-HEADING AFTER 2
           MOVE "BY CATEGORY" TO SC-SECTION-TITLE
           WRITE PRINT-RECORD FROM SC-SECTION-LINE AFTER 2
           PERFORM 510-ONE-CATEGORY-SUMMARY
               VARYING WS-CAT-SUB
               FROM 1 BY 1
               UNTIL WS-CAT-SUB > CY-CAT-COUNT
           MOVE "BY PRODUCT LINE" TO SC-SECTION-TITLE
           WRITE PRINT-RECORD FROM SC-SECTION-LINE AFTER 2
           PERFORM 520-ONE-LINE-SUMMARY
               VARYING WS-LINE-SUB
               FROM 1 BY 1
               UNTIL WS-LINE-SUB > CY-LINE-COUNT
           MOVE SPACES TO SC-CODE SC-LINE-NAME
           MOVE "ALL PRODUCTS" TO SC-NAME
           MOVE WS-PRODUCT-COUNT TO SC-PRODUCTS
           MOVE WS-TOT-WH1-VALUE TO SC-WH1-VALUE
           MOVE WS-TOT-WH2-VALUE TO SC-WH2-VALUE
           MOVE WS-TOT-TRANSIT-VALUE TO SC-TRANSIT-VALUE
           MOVE WS-TOT-VALUE TO SC-VALUE
           IF WS-TOT-VALUE > 0
               MOVE 100 TO SC-PCT
           ELSE
               MOVE 0 TO SC-PCT
           END-IF
           WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 2.

       510-ONE-CATEGORY-SUMMARY.
           IF CV-PRODUCTS(WS-CAT-SUB) > 0
               MOVE CY-T-LINE-SLOT(WS-CAT-SUB) TO WS-LINE-SUB
               ADD CV-PRODUCTS(WS-CAT-SUB) TO
                   LV-PRODUCTS(WS-LINE-SUB)
               ADD CV-WH1-VALUE(WS-CAT-SUB) TO
                   LV-WH1-VALUE(WS-LINE-SUB)
               ADD CV-WH2-VALUE(WS-CAT-SUB) TO
                   LV-WH2-VALUE(WS-LINE-SUB)
               ADD CV-TRANSIT-VALUE(WS-CAT-SUB) TO
                   LV-TRANSIT-VALUE(WS-LINE-SUB)
               ADD CV-VALUE(WS-CAT-SUB) TO LV-VALUE(WS-LINE-SUB)
               MOVE CY-T-CODE(WS-CAT-SUB) TO SC-CODE
               MOVE CY-T-NAME(WS-CAT-SUB) TO SC-NAME
               MOVE CY-T-LINE-NAME(WS-LINE-SUB) TO SC-LINE-NAME
               MOVE CV-PRODUCTS(WS-CAT-SUB) TO SC-PRODUCTS
               MOVE CV-WH1-VALUE(WS-CAT-SUB) TO SC-WH1-VALUE
               MOVE CV-WH2-VALUE(WS-CAT-SUB) TO SC-WH2-VALUE
               MOVE CV-TRANSIT-VALUE(WS-CAT-SUB) TO SC-TRANSIT-VALUE
               MOVE CV-VALUE(WS-CAT-SUB) TO SC-VALUE
               MOVE 0 TO WS-PCT-OF-TOTAL
               IF WS-TOT-VALUE > 0
                   COMPUTE WS-PCT-OF-TOTAL ROUNDED =
                       CV-VALUE(WS-CAT-SUB) * 100 / WS-TOT-VALUE
               END-IF
               MOVE WS-PCT-OF-TOTAL TO SC-PCT
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       520-ONE-LINE-SUMMARY.
           IF LV-PRODUCTS(WS-LINE-SUB) > 0
               MOVE SPACES TO SC-CODE SC-LINE-NAME
               MOVE CY-T-LINE-NAME(WS-LINE-SUB) TO SC-NAME
               MOVE LV-PRODUCTS(WS-LINE-SUB) TO SC-PRODUCTS
               MOVE LV-WH1-VALUE(WS-LINE-SUB) TO SC-WH1-VALUE
               MOVE LV-WH2-VALUE(WS-LINE-SUB) TO SC-WH2-VALUE
               MOVE LV-TRANSIT-VALUE(WS-LINE-SUB) TO
                   SC-TRANSIT-VALUE
               MOVE LV-VALUE(WS-LINE-SUB) TO SC-VALUE
               MOVE 0 TO WS-PCT-OF-TOTAL
               IF WS-TOT-VALUE > 0
                   COMPUTE WS-PCT-OF-TOTAL ROUNDED =
                       LV-VALUE(WS-LINE-SUB) * 100 / WS-TOT-VALUE
               END-IF
               MOVE WS-PCT-OF-TOTAL TO SC-PCT
               WRITE PRINT-RECORD FROM SC-SUMMARY-LINE AFTER 1
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="INVVALU"==.

       COPY PROCDTIO.

       COPY PRODCATP.
