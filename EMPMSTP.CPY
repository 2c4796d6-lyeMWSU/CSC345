      ******************************************************************
      * Copybook:  EMPMSTP.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   THE PARAGRAPHS THAT GO WITH EMPMST.CPY - LOAD THE
      *            EMPLOYEE MASTER INTO STORAGE AND LOOK ONE PERSON
      *            UP BY EMPLOYEE NUMBER. A MISSING MASTER LEAVES THE
      *            TABLE EMPTY: EVERY EMPLOYEE NUMBER THEN FAILS THE
      *            LOOKUP, WHILE OLD-STYLE FEED RECORDS THAT CARRY
      *            ONLY A CATEGORY STILL PASS ON THE CATEGORY EDIT.
      *            965-LOAD-EMP-MASTER RUNS ONCE AT INITIALIZATION;
      *            966-FIND-EMPLOYEE TAKES EM-LOOKUP-ID AND LEAVES
      *            EM-FOUND-SLOT (ZERO WHEN NOT ON FILE) AND
      *            EM-LOOKUP-RESULT.
      *
      * Use:       COPY EMPMSTP.  (PROCEDURE DIVISION)
      *            THE PROGRAM DECLARES:
      *              SELECT EMP-MASTER-FILE ASSIGN "EMPMSTR.TXT"
      *                  ORGANIZATION LINE SEQUENTIAL
      *                  FILE STATUS IS EM-FILE-STATUS.
      *              FD  EMP-MASTER-FILE.
      *              01  EM-RECORD.
      *                  05  EM-ID         PIC 9(5).
      *                  05  EM-ID-X REDEFINES EM-ID PIC X(5).
      *                  05  EM-NAME       PIC X(20).
      *                  05  EM-HIRE-DATE  PIC 9(8).
      *                  05  EM-LOC-CODE   PIC XX.
      *                  05  EM-SUPV-ID    PIC 9(5).
      *                  05  EM-STATUS     PIC X.
      *                  05  EM-TERM-DATE  PIC 9(8).
      *                  05  EM-CATEGORY   PIC 9.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       965-LOAD-EMP-MASTER.
           MOVE 0 TO EM-EMP-COUNT
           OPEN INPUT EMP-MASTER-FILE
           IF EM-FILE-STATUS = "00"
               PERFORM UNTIL EM-FILE-STATUS NOT = "00"
                   READ EMP-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EM-ID-X NUMERIC
                               PERFORM 967-LOAD-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MASTER-FILE
           END-IF.

      *A SHORT OR HALF-FILLED RECORD LOADS WITH SAFE DEFAULTS - NO
      *DATES, NO SUPERVISOR, ACTIVE UNLESS IT SAYS "T", AND NO
      *CATEGORY (0) UNLESS A 1-4 IS THERE.
       967-LOAD-ONE-EMPLOYEE.
           IF EM-EMP-COUNT < EM-MAX-EMPLOYEES
               ADD 1 TO EM-EMP-COUNT
               SET EM-NDX TO EM-EMP-COUNT
               MOVE EM-ID TO EM-T-ID(EM-NDX)
               MOVE EM-NAME TO EM-T-NAME(EM-NDX)
               MOVE EM-LOC-CODE TO EM-T-LOC(EM-NDX)
               MOVE ZEROS TO EM-T-HIRE-DATE(EM-NDX)
                             EM-T-SUPV-ID(EM-NDX)
                             EM-T-TERM-DATE(EM-NDX)
                             EM-T-CATEGORY(EM-NDX)
               IF EM-HIRE-DATE NUMERIC
                   MOVE EM-HIRE-DATE TO EM-T-HIRE-DATE(EM-NDX)
               END-IF
               IF EM-SUPV-ID NUMERIC
                   MOVE EM-SUPV-ID TO EM-T-SUPV-ID(EM-NDX)
               END-IF
               IF EM-TERM-DATE NUMERIC
                   MOVE EM-TERM-DATE TO EM-T-TERM-DATE(EM-NDX)
               END-IF
               IF EM-CATEGORY NUMERIC
                       AND EM-CATEGORY > 0 AND EM-CATEGORY <= 4
                   MOVE EM-CATEGORY TO EM-T-CATEGORY(EM-NDX)
               END-IF
               IF EM-STATUS = "T"
                   MOVE "T" TO EM-T-STATUS(EM-NDX)
               ELSE
                   MOVE "A" TO EM-T-STATUS(EM-NDX)
               END-IF
           ELSE
               ADD 1 TO EM-OVERFLOW
           END-IF.

       966-FIND-EMPLOYEE.
           MOVE 0 TO EM-FOUND-SLOT
           MOVE "N" TO EM-LOOKUP-RESULT
           PERFORM VARYING EM-NDX FROM 1 BY 1
                   UNTIL EM-NDX > EM-EMP-COUNT
                      OR EM-FOUND-SLOT > 0
               IF EM-T-ID(EM-NDX) = EM-LOOKUP-ID
                   SET EM-FOUND-SLOT TO EM-NDX
                   MOVE EM-T-STATUS(EM-NDX) TO EM-LOOKUP-RESULT
               END-IF
           END-PERFORM.
