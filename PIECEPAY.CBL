      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   PIECE-RATE INCENTIVE PAY. RUNS BEHIND P3 AND PRICES
      *            TONIGHT'S GOOD COMPLETIONS (P3PIECE.TXT - ONLY WHAT
      *            P3 POSTED TO A NAMED PERSON, SO ITS REJECTS AND
      *            DUPLICATES ARE ALREADY OUT) AT THE PER-JOB RATE ON
      *            PIECERT.TXT. WRITES THE PAYROLL EXTRACT, ONE LINE
      *            PER EMPLOYEE FOR THE PAY PERIOD, WITH THE SAME
      *            HEADER/TRAILER CONVENTION AS P8PAYEXT.TXT, AND A
      *            REGISTER TOTALLING THE INCENTIVE BY JOB SO PAYROLL
      *            CAN TIE THE EXTRACT OUT BEFORE IT IS SENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIECEPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *TONIGHT'S COMPLETIONS BY PERSON AND JOB, AS P3 LEFT THEM.
           SELECT PIECE-WORK-FILE
           ASSIGN USING WS-PIECE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PW-FILE-STATUS.

      *INCENTIVE RATE PER UNIT FOR EACH JOB NUMBER, MAINTAINED BY
      *PAYROLL THE SAME WAY OPERATIONS KEEPS P3STD.TXT. A JOB NOT ON
      *FILE EARNS NO INCENTIVE.
           SELECT RATE-FILE
           ASSIGN TO "PIECERT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

           SELECT PIECE-EXTRACT-FILE
           ASSIGN USING WS-PIECEXT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PX-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "PIECEREG.TXT".

      *THE OFFICIAL PROCESSING DATE - THE PAY PERIOD ON THE EXTRACT,
      *AND THE DATE P3 MUST HAVE STAMPED ON THE PIECE-WORK FILE.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - A TEST RUN READS P3'S TEST
      *COPY AND WRITES A TEST EXTRACT (SEE TESTMODE.CPY).
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *THE SAME LAYOUT P3 WRITES.
       FD  PIECE-WORK-FILE.
       01  PW-RECORD.
           05  PW-DATE                 PIC 9(8).
           05  PW-EMP-ID               PIC 9(5).
           05  PW-EMP-NAME             PIC X(20).
           05  PW-JOB-NUM              PIC 99.
           05  PW-JOB-NUM-X REDEFINES PW-JOB-NUM
                                       PIC XX.
           05  PW-UNITS                PIC 9(6).
           05                          PIC X(39).

      *RATES ARE 999V99 PER UNIT - "0100150" IS JOB 01 AT $1.50.
       FD  RATE-FILE.
       01  RT-RECORD.
           05  RT-JOB-NUM              PIC 99.
           05  RT-JOB-NUM-X REDEFINES RT-JOB-NUM
                                       PIC XX.
           05  RT-UNIT-RATE            PIC 9(3)V99.
           05  RT-UNIT-RATE-X REDEFINES RT-UNIT-RATE
                                       PIC X(5).
           05                          PIC X(73).

      *HEADER: "HDR" + PIECEEXT + PERIOD. DETAIL: EMPLOYEE, NAME,
      *PERIOD, INCENTIVE (DOLLARS AND CENTS). TRAILER: "TRL" + RECORD
      *COUNT + TOTAL PAID - THE SAME TWO FIGURES PAYROLL'S INTAKE
      *PROVES ON P8PAYEXT.TXT.
       FD  PIECE-EXTRACT-FILE.
       01  PX-RECORD                   PIC X(60).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY PROCDT.

       COPY TESTMODE.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  PW-FILE-STATUS          PIC XX.
           05  RT-FILE-STATUS          PIC XX.
           05  PX-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.

       01  WS-FILE-NAMES.
           05  WS-PIECE-NAME           PIC X(12) VALUE
               "P3PIECE.TXT".
           05  WS-PIECEXT-NAME         PIC X(12) VALUE
               "PIECEEXT.TXT".

       01  PC-PAGE-CONTROLS.
           05  PC-PAGE-NUM             PIC S99 VALUE 00.
           05  PC-LINES-USED           PIC S9(4) VALUE 0.
           05  PC-LINES-PER-PAGE       PIC S9(4) VALUE 50.

       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.

      *THE SAME JOB NAMES P3 PRINTS.
       01  JN-JOB-NAME.
           05                          PIC X(16) VALUE "PRESIDENT".
           05                          PIC X(16) VALUE "SECRETARY".
           05                          PIC X(16) VALUE "VICE-PRESIDENT".
           05                          PIC X(16) VALUE "MAID".
           05                          PIC X(16) VALUE "TECH SUPPORT".
           05                          PIC X(16) VALUE "ENGINEER".
           05                          PIC X(16) VALUE "ATTORNEY".
           05                          PIC X(16) VALUE "REPRESENTATIVE".
           05                          PIC X(16) VALUE "DIRECTOR".
           05                          PIC X(16) VALUE "JANITOR".
           05                          PIC X(16) VALUE "SECURITY".

       01  JT-JOB-TABLE REDEFINES JN-JOB-NAME.
           05  JT-JOB OCCURS 11 TIMES  PIC X(16).

      *RATE PER UNIT BY JOB, AND WHETHER PIECERT.TXT LISTED IT.
       01  RT-RATE-TABLE.
           05  RT-JOB OCCURS 11 TIMES.
               10  RT-RATE             PIC 9(3)V99 VALUE 0.
               10  RT-ON-FILE          PIC X       VALUE "N".

      *WHAT EACH JOB PAID TONIGHT - THE REGISTER'S TIE-OUT FIGURES.
      *UNITS ON A JOB WITH NO RATE ARE KEPT APART AS UNPAID.
       01  JT-JOB-TOTALS.
           05  JT-TOTALS OCCURS 11 TIMES.
               10  JT-PAID-UNITS       PIC 9(7)    VALUE 0.
               10  JT-UNPAID-UNITS     PIC 9(7)    VALUE 0.
               10  JT-INCENTIVE        PIC 9(9)V99 VALUE 0.
               10  JT-PEOPLE           PIC 9(5)    VALUE 0.

      *THE PERSON BEING ACCUMULATED - P3 WRITES EACH PERSON'S JOBS
      *TOGETHER, SO A CHANGE OF EMPLOYEE NUMBER CLOSES THEM OUT.
       01  CP-CURRENT-PERSON.
           05  CP-EMP-ID               PIC 9(5)    VALUE 0.
           05  CP-EMP-NAME             PIC X(20)   VALUE SPACES.
           05  CP-UNITS                PIC 9(7)    VALUE 0.
           05  CP-UNPAID-UNITS         PIC 9(7)    VALUE 0.
           05  CP-INCENTIVE            PIC 9(7)V99 VALUE 0.

       01  WS-SUB                      PIC 99.
       01  WS-LINE-AMOUNT              PIC 9(7)V99.

       01  WS-RUN-COUNTS.
           05  WS-RECORDS-READ         PIC 9(5)    VALUE 0.
           05  WS-STALE-COUNT          PIC 9(5)    VALUE 0.
           05  WS-BAD-JOB-COUNT        PIC 9(5)    VALUE 0.
           05  WS-UNPAID-PEOPLE        PIC 9(5)    VALUE 0.
           05  WS-TOTAL-PAID-UNITS     PIC 9(8)    VALUE 0.
           05  WS-TOTAL-UNPAID-UNITS   PIC 9(8)    VALUE 0.

       01  WS-PX-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-PX-AMOUNT                PIC 9(9)V99 VALUE 0.

       01  PX-HEADER-RECORD.
           05                          PIC X(3)  VALUE "HDR".
           05                          PIC X(8)  VALUE "PIECEEXT".
           05  PXH-PERIOD              PIC 9(8).
           05                          PIC X(41) VALUE SPACES.

       01  PX-DETAIL-RECORD.
           05  PXD-EMP-ID              PIC 9(5).
           05  PXD-NAME                PIC X(20).
           05  PXD-PERIOD              PIC 9(8).
           05  PXD-AMOUNT              PIC 9(7)V99.
           05                          PIC X(18) VALUE SPACES.

       01  PX-TRAILER-RECORD.
           05                          PIC X(3)  VALUE "TRL".
           05                          PIC X(8)  VALUE "PIECEEXT".
           05  PXT-COUNT               PIC 9(7).
           05  PXT-AMOUNT              PIC 9(9)V99.
           05                          PIC X(31) VALUE SPACES.

       01  HL-HEADING-LINE.
           05                          PIC X(37) VALUE
               "PIECE-RATE INCENTIVE REGISTER PERIOD ".
           05  HL-DATE.
               10  HL-MM               PIC 99/.
               10  HL-DD               PIC 99/.
               10  HL-YY               PIC 9(4).
           05                          PIC X(5).
           05                          PIC X(5)  VALUE "PAGE ".
           05  HL-PAGE                 PIC Z9.
           05                          PIC X(3).
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(8)  VALUE "PIECEPAY".

       01  CH-EMP-HEADING.
           05                          PIC X(7)  VALUE "EMP#".
           05                          PIC X(22) VALUE "NAME".
           05                          PIC X(12) VALUE "  PAID UNITS".
           05                          PIC X(12) VALUE "  NO RATE".
           05                          PIC X(14) VALUE "     INCENTIVE".

       01  DL-EMP-LINE.
           05  DL-EMP-ID               PIC 9(5).
           05                          PIC XX.
           05  DL-EMP-NAME             PIC X(20).
           05                          PIC XX.
           05  DL-UNITS                PIC Z,ZZZ,ZZ9.
           05                          PIC XXX.
           05  DL-UNPAID               PIC Z,ZZZ,ZZ9.
           05                          PIC XX.
           05  DL-INCENTIVE            PIC Z,ZZZ,ZZ9.99.
           05                          PIC X.
           05  DL-FLAG                 PIC X(14).

       01  JH-JOB-TITLE.
           05                          PIC X(40) VALUE
               "INCENTIVE BY JOB".

       01  CH-JOB-HEADING.
           05                          PIC X(20) VALUE "JOB".
           05                          PIC X(9)  VALUE "    RATE".
           05                          PIC X(7)  VALUE " PEOPLE".
           05                          PIC X(12) VALUE "  PAID UNITS".
           05                          PIC X(11) VALUE "   NO RATE".
           05                          PIC X(15) VALUE
               "      INCENTIVE".

       01  DL-JOB-LINE.
           05  DLJ-JOB-NUM             PIC 99.
           05                          PIC X.
           05  DLJ-JOB-NAME            PIC X(16).
           05                          PIC X.
           05  DLJ-RATE                PIC ZZ9.99.
           05  DLJ-RATE-X REDEFINES DLJ-RATE
                                       PIC X(6).
           05                          PIC XX.
           05  DLJ-PEOPLE              PIC ZZ,ZZ9.
           05                          PIC X.
           05  DLJ-UNITS               PIC Z,ZZZ,ZZ9.
           05                          PIC XX.
           05  DLJ-UNPAID              PIC Z,ZZZ,ZZ9.
           05                          PIC XX.
           05  DLJ-INCENTIVE           PIC ZZZ,ZZZ,ZZ9.99.

       01  TL-JOB-TOTAL-LINE.
           05                          PIC X(20) VALUE "TOTAL".
           05                          PIC X(16) VALUE SPACES.
           05  TLJ-UNITS               PIC ZZ,ZZZ,ZZ9.
           05                          PIC X.
           05  TLJ-UNPAID              PIC ZZ,ZZZ,ZZ9.
           05                          PIC XX.
           05  TLJ-INCENTIVE           PIC ZZZ,ZZZ,ZZ9.99.

       01  TL-EXTRACT-LINE.
           05                          PIC X(26) VALUE
               "EXTRACT RECORDS WRITTEN:".
           05  TLX-COUNT               PIC Z,ZZZ,ZZ9.
           05                          PIC X(17) VALUE
               "   TOTAL PAID:".
           05  TLX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

       01  TL-EXCEPTION-LINE.
           05                          PIC X(26) VALUE
               "PEOPLE WITH NOTHING PAID:".
           05  TLE-UNPAID-PEOPLE       PIC Z,ZZZ,ZZ9.
           05                          PIC X(18) VALUE
               "   BAD JOB NUMBER:".
           05  TLE-BAD-JOB             PIC ZZZZ9.

       01  NW-NO-WORK-LINE.
           05                          PIC X(40) VALUE
               "NO COMPLETIONS TO PAY FOR THIS PERIOD".

       01  SW-STALE-LINE.
           05                          PIC X(3)  VALUE "** ".
           05  SW-COUNT                PIC ZZZZ9.
           05                          PIC X(50) VALUE
               " PIECE-WORK RECORDS NOT FROM TONIGHT'S P3 RUN -".
           05                          PIC X(12) VALUE
               "NOT PAID **".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           IF TEST-RUN
               MOVE "P3PIECET.TXT" TO WS-PIECE-NAME
               MOVE "PIECEXTT.TXT" TO WS-PIECEXT-NAME
               DISPLAY "PIECEPAY - TEST RUN - OUTPUTS REDIRECTED"
           END-IF
           PERFORM 100-INITIALIZE
           OPEN OUTPUT PRINT-FILE
                       PIECE-EXTRACT-FILE
           MOVE PR-PROC-DATE TO PXH-PERIOD
           WRITE PX-RECORD FROM PX-HEADER-RECORD
           PERFORM 850-HEADINGS
           WRITE PRINT-RECORD FROM CH-EMP-HEADING AFTER 2
           ADD 2 TO PC-LINES-USED
           PERFORM 200-READ-PIECE-WORK
           IF WS-RECORDS-READ = WS-STALE-COUNT
               WRITE PRINT-RECORD FROM NW-NO-WORK-LINE AFTER 2
           END-IF
           MOVE WS-PX-COUNT TO PXT-COUNT
           MOVE WS-PX-AMOUNT TO PXT-AMOUNT
           WRITE PX-RECORD FROM PX-TRAILER-RECORD
           PERFORM 400-JOB-REGISTER
           PERFORM 800-TOTALS
           CLOSE PRINT-FILE
                 PIECE-EXTRACT-FILE
           PERFORM 976-LOG-END
           STOP RUN.

       100-INITIALIZE.
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO WS-DATE-WORK
           MOVE WS-DATE-MM TO HL-MM
           MOVE WS-DATE-DD TO HL-DD
           MOVE WS-DATE-YYYY TO HL-YY
           PERFORM 110-LOAD-RATES.

      *A MISSING RATE FILE LEAVES EVERY JOB UNRATED - THE REGISTER
      *THEN SHOWS ALL TONIGHT'S UNITS AS UNPAID RATHER THAN PAYING
      *THEM AT ZERO WITHOUT A WORD.
       110-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF RT-FILE-STATUS = "00"
               PERFORM UNTIL RT-FILE-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-JOB-NUM-X NUMERIC
                                   AND RT-UNIT-RATE-X NUMERIC
                                   AND RT-JOB-NUM > 0
                                   AND RT-JOB-NUM <= 11
                               MOVE RT-UNIT-RATE TO RT-RATE(RT-JOB-NUM)
                               MOVE "Y" TO RT-ON-FILE(RT-JOB-NUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      *A MISSING PIECE-WORK FILE IS A NIGHT WITH NOTHING TO PAY - THE
      *EXTRACT STILL GOES OUT WITH ITS HEADER AND A ZERO TRAILER.
       200-READ-PIECE-WORK.
           OPEN INPUT PIECE-WORK-FILE
           IF PW-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ PIECE-WORK-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 210-APPLY-PIECE-WORK
                   END-READ
               END-PERFORM
               CLOSE PIECE-WORK-FILE
           END-IF
           IF CP-EMP-ID > 0
               PERFORM 300-CLOSE-PERSON
           END-IF.

      *A RECORD DATED OTHER THAN TONIGHT IS LEFT OVER FROM A RUN
      *THAT HAS ALREADY BEEN PAID (OR FROM A P3 THAT DIDN'T RUN) AND
      *IS NEVER PAID TWICE.
       210-APPLY-PIECE-WORK.
           IF PW-DATE NOT = PR-PROC-DATE
               ADD 1 TO WS-STALE-COUNT
           ELSE
           IF PW-JOB-NUM-X NOT NUMERIC
                   OR PW-JOB-NUM < 1 OR PW-JOB-NUM > 11
               ADD 1 TO WS-BAD-JOB-COUNT
           ELSE
               IF PW-EMP-ID NOT = CP-EMP-ID
                   IF CP-EMP-ID > 0
                       PERFORM 300-CLOSE-PERSON
                   END-IF
                   MOVE PW-EMP-ID TO CP-EMP-ID
                   MOVE PW-EMP-NAME TO CP-EMP-NAME
               END-IF
               PERFORM 220-PRICE-JOB
           END-IF
           END-IF.

       220-PRICE-JOB.
           IF RT-ON-FILE(PW-JOB-NUM) = "Y"
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   PW-UNITS * RT-RATE(PW-JOB-NUM)
               ADD PW-UNITS TO CP-UNITS
                               JT-PAID-UNITS(PW-JOB-NUM)
                               WS-TOTAL-PAID-UNITS
               ADD WS-LINE-AMOUNT TO CP-INCENTIVE
                                     JT-INCENTIVE(PW-JOB-NUM)
           ELSE
               ADD PW-UNITS TO CP-UNPAID-UNITS
                               JT-UNPAID-UNITS(PW-JOB-NUM)
                               WS-TOTAL-UNPAID-UNITS
           END-IF
           ADD 1 TO JT-PEOPLE(PW-JOB-NUM).

      *ONE EXTRACT LINE PER PERSON WITH SOMETHING TO PAY. A PERSON
      *WHOSE WORK WAS ALL ON UNRATED JOBS IS ON THE REGISTER ONLY.
       300-CLOSE-PERSON.
           IF PC-LINES-USED + 1 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
               WRITE PRINT-RECORD FROM CH-EMP-HEADING AFTER 2
               ADD 2 TO PC-LINES-USED
           END-IF
           MOVE SPACES TO DL-FLAG
           MOVE CP-EMP-ID TO DL-EMP-ID
           MOVE CP-EMP-NAME TO DL-EMP-NAME
           MOVE CP-UNITS TO DL-UNITS
           MOVE CP-UNPAID-UNITS TO DL-UNPAID
           MOVE CP-INCENTIVE TO DL-INCENTIVE
           IF CP-INCENTIVE > 0
               MOVE SPACES TO PX-DETAIL-RECORD
               MOVE CP-EMP-ID TO PXD-EMP-ID
               MOVE CP-EMP-NAME TO PXD-NAME
               MOVE PR-PROC-DATE TO PXD-PERIOD
               MOVE CP-INCENTIVE TO PXD-AMOUNT
               WRITE PX-RECORD FROM PX-DETAIL-RECORD
               ADD 1 TO WS-PX-COUNT
               ADD CP-INCENTIVE TO WS-PX-AMOUNT
           ELSE
               MOVE "** NOT PAID **" TO DL-FLAG
               ADD 1 TO WS-UNPAID-PEOPLE
           END-IF
           WRITE PRINT-RECORD FROM DL-EMP-LINE AFTER 1
           ADD 1 TO PC-LINES-USED
           MOVE 0 TO CP-UNITS CP-UNPAID-UNITS CP-INCENTIVE.

      *EVERY JOB PRINTS, WORKED OR NOT, SO THE REGISTER SHOWS THE
      *RATE PAYROLL IS PAYING AT. THE TOTAL LINE MUST EQUAL THE
      *EXTRACT TRAILER.
       400-JOB-REGISTER.
           IF PC-LINES-USED + 17 > PC-LINES-PER-PAGE
               PERFORM 850-HEADINGS
           END-IF
           WRITE PRINT-RECORD FROM JH-JOB-TITLE AFTER 3
           WRITE PRINT-RECORD FROM CH-JOB-HEADING AFTER 2
           ADD 5 TO PC-LINES-USED
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11
               MOVE WS-SUB TO DLJ-JOB-NUM
               MOVE JT-JOB(WS-SUB) TO DLJ-JOB-NAME
               IF RT-ON-FILE(WS-SUB) = "Y"
                   MOVE RT-RATE(WS-SUB) TO DLJ-RATE
               ELSE
                   MOVE "NONE" TO DLJ-RATE-X
               END-IF
               MOVE JT-PEOPLE(WS-SUB) TO DLJ-PEOPLE
               MOVE JT-PAID-UNITS(WS-SUB) TO DLJ-UNITS
               MOVE JT-UNPAID-UNITS(WS-SUB) TO DLJ-UNPAID
               MOVE JT-INCENTIVE(WS-SUB) TO DLJ-INCENTIVE
               WRITE PRINT-RECORD FROM DL-JOB-LINE AFTER 1
               ADD 1 TO PC-LINES-USED
           END-PERFORM
           MOVE WS-TOTAL-PAID-UNITS TO TLJ-UNITS
           MOVE WS-TOTAL-UNPAID-UNITS TO TLJ-UNPAID
           MOVE WS-PX-AMOUNT TO TLJ-INCENTIVE
           WRITE PRINT-RECORD FROM TL-JOB-TOTAL-LINE AFTER 2
           ADD 2 TO PC-LINES-USED.

      *THE TRAILER FIGURES PAYROLL'S INTAKE WILL PROVE, AND ANYTHING
      *LEFT OFF THE EXTRACT. STALE PIECE WORK ENDS THE STEP NONZERO -
      *THE NIGHT'S P3 OUTPUT NEVER ARRIVED.
       800-TOTALS.
           MOVE WS-PX-COUNT TO TLX-COUNT
           MOVE WS-PX-AMOUNT TO TLX-AMOUNT
           WRITE PRINT-RECORD FROM TL-EXTRACT-LINE AFTER 3
           MOVE WS-UNPAID-PEOPLE TO TLE-UNPAID-PEOPLE
           MOVE WS-BAD-JOB-COUNT TO TLE-BAD-JOB
           WRITE PRINT-RECORD FROM TL-EXCEPTION-LINE AFTER 1
           IF WS-STALE-COUNT > 0
               MOVE WS-STALE-COUNT TO SW-COUNT
               WRITE PRINT-RECORD FROM SW-STALE-LINE AFTER 2
               DISPLAY "PIECEPAY - " WS-STALE-COUNT
                   " PIECE-WORK RECORDS NOT FROM TONIGHT - NOT PAID"
               MOVE 8 TO RETURN-CODE
           END-IF.

       850-HEADINGS.
           ADD 1 TO PC-PAGE-NUM
           MOVE PC-PAGE-NUM TO HL-PAGE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           MOVE 1 TO PC-LINES-USED
           IF TEST-RUN
               MOVE TM-WATERMARK TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER 1
               ADD 1 TO PC-LINES-USED
           END-IF.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="PIECEPAY"==.

       COPY TESTMDIO.

       COPY PROCDTIO.
