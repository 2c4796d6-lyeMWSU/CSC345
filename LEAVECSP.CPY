      ******************************************************************
      * Copybook:  LEAVECSP.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   THE PARAGRAPHS THAT GO WITH LEAVECAS.CPY - LOAD THE
      *            PROTECTED-LEAVE CASE FILE INTO STORAGE AND FIND THE
      *            OPEN CASE, IF ANY, THAT COVERS ONE ABSENCE. A
      *            MISSING FILE LEAVES THE TABLE EMPTY AND NOTHING IS
      *            PROTECTED. 960-LOAD-LEAVE-CASES RUNS ONCE AT
      *            INITIALIZATION; 961-FIND-LEAVE-CASE TAKES
      *            LV-LOOKUP-ID, LV-LOOKUP-DATE AND LV-LOOKUP-CODE AND
      *            LEAVES LV-FOUND-SLOT (ZERO WHEN NO OPEN CASE FOR
      *            THAT PERSON RUNS OVER THAT DATE AND COVERS THAT
      *            EXCUSE CODE).
      *
      * Use:       COPY LEAVECSP.  (PROCEDURE DIVISION)
      *            THE PROGRAM DECLARES:
      *              SELECT LEAVE-CASE-FILE ASSIGN "LEAVECAS.TXT"
      *                  ORGANIZATION LINE SEQUENTIAL
      *                  FILE STATUS IS LV-FILE-STATUS.
      *              FD  LEAVE-CASE-FILE.
      *              01  LV-RECORD.
      *                  05  LV-EMP-ID        PIC 9(5).
      *                  05  LV-EMP-ID-X REDEFINES LV-EMP-ID
      *                                       PIC X(5).
      *                  05  LV-CASE-NUM      PIC X(8).
      *                  05  LV-START-DATE    PIC 9(8).
      *                  05  LV-START-DATE-X REDEFINES LV-START-DATE
      *                                       PIC X(8).
      *                  05  LV-END-DATE      PIC 9(8).
      *                  05  LV-END-DATE-X REDEFINES LV-END-DATE
      *                                       PIC X(8).
      *                  05  LV-STATUS        PIC X.
      *                  05  LV-DAYS-APPROVED PIC 9(3).
      *                  05  LV-DAYS-APPROVED-X REDEFINES
      *                      LV-DAYS-APPROVED PIC X(3).
      *                  05  LV-CODE-ENTRY OCCURS 5 TIMES.
      *                      10  LV-CODE      PIC 99.
      *                      10  LV-CODE-X REDEFINES LV-CODE
      *                                       PIC XX.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       960-LOAD-LEAVE-CASES.
           MOVE 0 TO LV-CASE-COUNT
           OPEN INPUT LEAVE-CASE-FILE
           IF LV-FILE-STATUS = "00"
               PERFORM UNTIL LV-FILE-STATUS NOT = "00"
                   READ LEAVE-CASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LV-EMP-ID-X NUMERIC
                                   AND LV-START-DATE-X NUMERIC
                               PERFORM 962-LOAD-ONE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-CASE-FILE
           END-IF.

      *A BLANK OR GARBLED END DATE IS AN OPEN-ENDED CASE, A GARBLED
      *CODE IS AN UNUSED ONE, AND ANYTHING BUT "C" IN THE STATUS
      *LOADS AS OPEN - HR OPENED THE CASE FOR A REASON.
       962-LOAD-ONE-CASE.
           IF LV-CASE-COUNT < LV-MAX-CASES
               ADD 1 TO LV-CASE-COUNT
               SET LV-NDX TO LV-CASE-COUNT
               MOVE LV-EMP-ID TO LV-T-EMP-ID(LV-NDX)
               MOVE LV-CASE-NUM TO LV-T-CASE-NUM(LV-NDX)
               MOVE LV-START-DATE TO LV-T-START-DATE(LV-NDX)
               MOVE LV-NO-END-DATE TO LV-T-END-DATE(LV-NDX)
               IF LV-END-DATE-X NUMERIC AND LV-END-DATE > 0
                   MOVE LV-END-DATE TO LV-T-END-DATE(LV-NDX)
               END-IF
               IF LV-STATUS = "C"
                   MOVE "C" TO LV-T-STATUS(LV-NDX)
               ELSE
                   MOVE "O" TO LV-T-STATUS(LV-NDX)
               END-IF
               MOVE 0 TO LV-T-DAYS-APPROVED(LV-NDX)
               IF LV-DAYS-APPROVED-X NUMERIC
                   MOVE LV-DAYS-APPROVED TO LV-T-DAYS-APPROVED(LV-NDX)
               END-IF
               PERFORM VARYING LV-CODE-SUB FROM 1 BY 1
                       UNTIL LV-CODE-SUB > 5
                   MOVE 0 TO LV-T-CODE(LV-NDX, LV-CODE-SUB)
                   IF LV-CODE-X(LV-CODE-SUB) NUMERIC
                       MOVE LV-CODE(LV-CODE-SUB) TO
                           LV-T-CODE(LV-NDX, LV-CODE-SUB)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO LV-OVERFLOW
           END-IF.

      *ONLY AN OPEN CASE PROTECTS ANYTHING, AND ONLY FOR THE DAYS IT
      *RUNS AND THE CODES IT NAMES. THE FIRST CASE THAT FITS WINS.
       961-FIND-LEAVE-CASE.
           MOVE 0 TO LV-FOUND-SLOT
           PERFORM VARYING LV-NDX FROM 1 BY 1
                   UNTIL LV-NDX > LV-CASE-COUNT
                      OR LV-FOUND-SLOT > 0
               IF LV-T-EMP-ID(LV-NDX) = LV-LOOKUP-ID
                       AND LV-T-OPEN(LV-NDX)
                       AND LV-LOOKUP-DATE >= LV-T-START-DATE(LV-NDX)
                       AND LV-LOOKUP-DATE <= LV-T-END-DATE(LV-NDX)
                   PERFORM VARYING LV-CODE-SUB FROM 1 BY 1
                           UNTIL LV-CODE-SUB > 5
                              OR LV-FOUND-SLOT > 0
                       IF LV-T-CODE(LV-NDX, LV-CODE-SUB) > 0
                               AND LV-T-CODE(LV-NDX, LV-CODE-SUB) =
                                   LV-LOOKUP-CODE
                           SET LV-FOUND-SLOT TO LV-NDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
