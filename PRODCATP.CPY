      ******************************************************************
      * Copybook:  PRODCATP.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   THE PARAGRAPHS THAT GO WITH PRODCAT.CPY - LOAD THE
      *            CATEGORY TABLE AND PRODUCT LINES FROM CATEGORY.TXT
      *            AND PUT EVERY PRODUCT 001-999 IN A CATEGORY SLOT
      *            FROM PRODCAT.TXT. BOTH FILES ARE OPTIONAL - WITH
      *            NEITHER, EVERY PRODUCT IS "UNCATEGORIZED".
      *
      * Use:       COPY PRODCATP.
      *            THE PROGRAM DECLARES:
      *              SELECT CATEGORY-FILE ASSIGN TO "CATEGORY.TXT"
      *                  ORGANIZATION LINE SEQUENTIAL
      *                  FILE STATUS IS CY-CAT-FILE-STATUS.
      *              SELECT PRODUCT-CATEGORY-FILE
      *                  ASSIGN TO "PRODCAT.TXT"
      *                  ORGANIZATION LINE SEQUENTIAL
      *                  FILE STATUS IS CY-PRO-FILE-STATUS.
      *              FD  CATEGORY-FILE.
      *              01  CA-RECORD.
      *                  05  CA-CODE       PIC XXX.
      *                  05  CA-NAME       PIC X(25).
      *                  05  CA-LINE       PIC X(20).
      *              FD  PRODUCT-CATEGORY-FILE.
      *              01  CX-RECORD.
      *                  05  CX-PRO-NUM    PIC 999.
      *                  05  CX-PRO-NUM-X REDEFINES CX-PRO-NUM
      *                                    PIC XXX.
      *                  05  CX-CAT-CODE   PIC XXX.
      *            PERFORM 993-LOAD-CATEGORIES ONCE AT START-UP.
      *            995-FIND-CATEGORY TAKES CY-LOOKUP-CODE AND RETURNS
      *            CY-FOUND-SLOT (0 WHEN THE CODE IS NOT ON FILE).
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       993-LOAD-CATEGORIES.
           MOVE 0 TO CY-CAT-COUNT CY-LINE-COUNT CY-OVERFLOW
           OPEN INPUT CATEGORY-FILE
           IF CY-CAT-FILE-STATUS = "00"
               PERFORM UNTIL CY-CAT-FILE-STATUS NOT = "00"
                   READ CATEGORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CA-CODE NOT = SPACES
                               IF CY-CAT-COUNT < CY-MAX-CATEGORIES
                                   ADD 1 TO CY-CAT-COUNT
                                   MOVE CA-CODE
                                       TO CY-T-CODE(CY-CAT-COUNT)
                                   MOVE CA-NAME
                                       TO CY-T-NAME(CY-CAT-COUNT)
                                   MOVE CA-LINE TO CY-WORK-LINE
                                   PERFORM 994-FIND-PRODUCT-LINE
                               ELSE
                                   ADD 1 TO CY-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF
      *THE CATCH-ALL IS ALWAYS THE LAST SLOT.
           ADD 1 TO CY-CAT-COUNT
           MOVE CY-CAT-COUNT TO CY-UNCAT-SLOT
           MOVE "***" TO CY-T-CODE(CY-CAT-COUNT)
           MOVE "UNCATEGORIZED" TO CY-T-NAME(CY-CAT-COUNT)
           MOVE "UNASSIGNED" TO CY-WORK-LINE
           PERFORM 994-FIND-PRODUCT-LINE
           PERFORM VARYING CY-PRO-SUB FROM 1 BY 1
                   UNTIL CY-PRO-SUB > 999
               MOVE CY-UNCAT-SLOT TO CY-PRO-CAT-SLOT(CY-PRO-SUB)
           END-PERFORM
           OPEN INPUT PRODUCT-CATEGORY-FILE
           IF CY-PRO-FILE-STATUS = "00"
               PERFORM UNTIL CY-PRO-FILE-STATUS NOT = "00"
                   READ PRODUCT-CATEGORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CX-PRO-NUM-X NUMERIC
                                   AND CX-PRO-NUM > 0
                               MOVE CX-CAT-CODE TO CY-LOOKUP-CODE
                               PERFORM 995-FIND-CATEGORY
                               IF CY-FOUND-SLOT > 0
                                   MOVE CY-FOUND-SLOT TO
                                       CY-PRO-CAT-SLOT(CX-PRO-NUM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATEGORY-FILE
           END-IF
           IF CY-OVERFLOW > 0
               DISPLAY "CATEGORY TABLE FULL - " CY-OVERFLOW
                       " CATEGORIES REPORTED AS UNCATEGORIZED"
           END-IF.

      *PRODUCT LINES ARE NUMBERED IN THE ORDER FIRST SEEN ON
      *CATEGORY.TXT. A CATEGORY WITH NO LINE GOES UNDER "UNASSIGNED".
       994-FIND-PRODUCT-LINE.
           IF CY-WORK-LINE = SPACES
               MOVE "UNASSIGNED" TO CY-WORK-LINE
           END-IF
           MOVE 0 TO CY-FOUND-SLOT
           PERFORM VARYING CY-LINE-SUB FROM 1 BY 1
                   UNTIL CY-LINE-SUB > CY-LINE-COUNT
                      OR CY-FOUND-SLOT > 0
               IF CY-T-LINE-NAME(CY-LINE-SUB) = CY-WORK-LINE
                   MOVE CY-LINE-SUB TO CY-FOUND-SLOT
               END-IF
           END-PERFORM
           IF CY-FOUND-SLOT = 0
               ADD 1 TO CY-LINE-COUNT
               MOVE CY-WORK-LINE TO CY-T-LINE-NAME(CY-LINE-COUNT)
               MOVE CY-LINE-COUNT TO CY-FOUND-SLOT
           END-IF
           MOVE CY-FOUND-SLOT TO CY-T-LINE-SLOT(CY-CAT-COUNT).

       995-FIND-CATEGORY.
           MOVE 0 TO CY-FOUND-SLOT
           PERFORM VARYING CY-CAT-SUB FROM 1 BY 1
                   UNTIL CY-CAT-SUB >= CY-UNCAT-SLOT
                      OR CY-FOUND-SLOT > 0
               IF CY-T-CODE(CY-CAT-SUB) = CY-LOOKUP-CODE
                   MOVE CY-CAT-SUB TO CY-FOUND-SLOT
               END-IF
           END-PERFORM.
