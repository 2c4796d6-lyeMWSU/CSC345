      ******************************************************************
      * Copybook:  LEAVECAS.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   WORKING-STORAGE FOR THE PROTECTED-LEAVE CASE FILE
      *            (LEAVECAS.TXT). HR OPENS A CASE WHEN A PERSON'S
      *            LEAVE IS APPROVED UNDER A PROTECTED PROGRAM - A
      *            CASE NAMES THE PERSON, THE DATES IT RUNS, AND THE
      *            EXCUSE CODES IT COVERS. AN ABSENCE INSIDE AN OPEN
      *            CASE, UNDER ONE OF ITS CODES, IS STILL POSTED BY
      *            PRG02 BUT IS KEPT OUT OF THE REPEAT-OFFENDER COUNT
      *            AND THE WARNING LETTERS. LEAVEMNT.CBL MAINTAINS THE
      *            FILE; LEAVERPT.CBL PRINTS THE CASE-STATUS REPORT.
      *
      *            LEAVECAS.TXT LAYOUT:
      *              COLS  1-5   EMPLOYEE NUMBER (EMPMSTR.TXT)
      *              COLS  6-13  CASE NUMBER
      *              COLS 14-21  START DATE YYYYMMDD
      *              COLS 22-29  END DATE YYYYMMDD - BLANK OR ZEROS
      *                          WHEN THE CASE HAS NO END DATE YET
      *              COL  30     STATUS - O OPEN / C CLOSED
      *              COLS 31-33  DAYS APPROVED - ZERO IF NOT CAPPED
      *              COLS 34-43  UP TO FIVE COVERED EXCUSE CODES,
      *                          TWO DIGITS EACH, 00 = UNUSED
      *
      * Use:       COPY LEAVECAS.  (WORKING-STORAGE)
      *            SEE LEAVECSP.CPY FOR THE MATCHING PARAGRAPHS.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       01  LV-CASE-CONTROLS.
           05  LV-FILE-STATUS          PIC XX.
           05  LV-MAX-CASES            PIC 9(4) VALUE 300.
           05  LV-CASE-COUNT           PIC 9(4) VALUE 0.
           05  LV-OVERFLOW             PIC 9(3) VALUE 0.
           05  LV-LOOKUP-ID            PIC 9(5).
           05  LV-LOOKUP-DATE          PIC 9(8).
           05  LV-LOOKUP-CODE          PIC 99.
           05  LV-FOUND-SLOT           PIC 9(4) VALUE 0.
           05  LV-CODE-SUB             PIC 9.

      *AN OPEN-ENDED CASE LOADS WITH THIS AS ITS END DATE, SO EVERY
      *DATE FROM THE START ON FALLS INSIDE IT.
       01  LV-NO-END-DATE              PIC 9(8) VALUE 99999999.

      *ONE ENTRY PER CASE, IN FILE ORDER. A RECORD WITH A
      *NON-NUMERIC EMPLOYEE NUMBER OR START DATE NEVER LOADS.
       01  LV-CASE-TABLE.
           05  LV-ENTRY OCCURS 300 TIMES INDEXED BY LV-NDX.
               10  LV-T-EMP-ID         PIC 9(5).
               10  LV-T-CASE-NUM       PIC X(8).
               10  LV-T-START-DATE     PIC 9(8).
               10  LV-T-END-DATE       PIC 9(8).
               10  LV-T-STATUS         PIC X.
                   88  LV-T-OPEN       VALUE "O".
                   88  LV-T-CLOSED     VALUE "C".
               10  LV-T-DAYS-APPROVED  PIC 9(3).
               10  LV-T-CODE OCCURS 5 TIMES
                                       PIC 99.
