      ******************************************************************
      * Copybook:  EMPMST.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   WORKING-STORAGE FOR THE INDIVIDUAL EMPLOYEE MASTER
      *            (EMPMSTR.TXT) THE PERSONNEL PROGRAMS VALIDATE
      *            AGAINST. THE FEEDS USED TO NAME A PERSON BY A
      *            ONE-DIGIT CATEGORY OFF P3EMP.TXT - THE MASTER
      *            CARRIES THE REAL EMPLOYEE NUMBER, NAME, HIRE DATE,
      *            HOME LOCATION (A P4LOC.TXT CODE), SUPERVISOR, AND
      *            ACTIVE/TERMINATED STATUS, PLUS THE CATEGORY (1-4)
      *            THE PERSON STILL ROLLS UP UNDER ON THE CATEGORY
      *            COLUMNS. EMPMNT.CBL MAINTAINS THE FILE.
      *
      *            EMPMSTR.TXT LAYOUT:
      *              COLS  1-5   EMPLOYEE NUMBER
      *              COLS  6-25  NAME
      *              COLS 26-33  HIRE DATE YYYYMMDD
      *              COLS 34-35  HOME LOCATION (P4LOC.TXT CODE)
      *              COLS 36-40  SUPERVISOR'S EMPLOYEE NUMBER
      *              COL  41     STATUS - A ACTIVE / T TERMINATED
      *              COLS 42-49  TERMINATION DATE YYYYMMDD
      *              COL  50     CATEGORY 1-4 (P3EMP.TXT NUMBER)
      *
      * Use:       COPY EMPMST.  (WORKING-STORAGE)
      *            SEE EMPMSTP.CPY FOR THE MATCHING PARAGRAPHS.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       01  EM-MASTER-CONTROLS.
           05  EM-FILE-STATUS          PIC XX.
           05  EM-MAX-EMPLOYEES        PIC 9(4) VALUE 500.
           05  EM-EMP-COUNT            PIC 9(4) VALUE 0.
           05  EM-OVERFLOW             PIC 9(3) VALUE 0.
           05  EM-LOOKUP-ID            PIC 9(5).
           05  EM-FOUND-SLOT           PIC 9(4) VALUE 0.
           05  EM-LOOKUP-RESULT        PIC X.
               88  EM-FOUND-ACTIVE     VALUE "A".
               88  EM-FOUND-TERMINATED VALUE "T".
               88  EM-NOT-ON-FILE      VALUE "N".

      *ONE ENTRY PER PERSON, IN FILE ORDER. A RECORD WITH A
      *NON-NUMERIC EMPLOYEE NUMBER NEVER LOADS.
       01  EM-EMPLOYEE-TABLE.
           05  EM-ENTRY OCCURS 500 TIMES INDEXED BY EM-NDX.
               10  EM-T-ID             PIC 9(5).
               10  EM-T-NAME           PIC X(20).
               10  EM-T-HIRE-DATE      PIC 9(8).
               10  EM-T-LOC            PIC XX.
               10  EM-T-SUPV-ID        PIC 9(5).
               10  EM-T-STATUS         PIC X.
               10  EM-T-TERM-DATE      PIC 9(8).
               10  EM-T-CATEGORY       PIC 9.
