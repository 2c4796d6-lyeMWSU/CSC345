      ******************************************************************
      * Copybook:  PRODCAT.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   WORKING-STORAGE FOR PRODUCT CATEGORIES AND PRODUCT
      *            LINES. THE CATEGORY TABLE (CATEGORY.TXT) NAMES EACH
      *            CATEGORY AND THE PRODUCT LINE IT ROLLS UP TO; THE
      *            PRODUCT CATEGORY FILE (PRODCAT.TXT) PUTS EACH
      *            PRODUCT IN ONE CATEGORY. BOTH ARE MAINTAINED IN
      *            MSTRMNT. THE PRODUCT MASTER HAS NO ROOM LEFT FOR
      *            THE CODE, SO IT IS CARRIED BESIDE IT IN PRODCAT.TXT.
      *            A PRODUCT NOT ON PRODCAT.TXT, OR ON IT WITH A CODE
      *            NO LONGER ON CATEGORY.TXT, FALLS IN THE LAST SLOT,
      *            "UNCATEGORIZED", SO REPORT TOTALS ALWAYS FOOT.
      *
      *            CATEGORY.TXT LAYOUT:
      *              COLS  1-3   CATEGORY CODE
      *              COLS  4-28  CATEGORY NAME
      *              COLS 29-48  PRODUCT LINE
      *
      *            PRODCAT.TXT LAYOUT:
      *              COLS  1-3   PRODUCT NUMBER (001-999)
      *              COLS  4-6   CATEGORY CODE
      *
      * Use:       COPY PRODCAT.  (WORKING-STORAGE)
      *            SEE PRODCATP.CPY FOR THE MATCHING PARAGRAPHS.
      *            CY-PRO-CAT-SLOT(PRODUCT NUMBER) GIVES THE PRODUCT'S
      *            SLOT IN CY-CAT-ENTRY; CY-T-LINE-SLOT OF THAT ENTRY
      *            GIVES ITS SLOT IN CY-LINE-ENTRY.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       01  CY-CATEGORY-CONTROLS.
           05  CY-CAT-FILE-STATUS      PIC XX.
           05  CY-PRO-FILE-STATUS      PIC XX.
           05  CY-MAX-CATEGORIES       PIC 99    VALUE 50.
           05  CY-CAT-COUNT            PIC 99    VALUE 0.
           05  CY-LINE-COUNT           PIC 99    VALUE 0.
           05  CY-UNCAT-SLOT           PIC 99    VALUE 0.
           05  CY-OVERFLOW             PIC 9(3)  VALUE 0.
           05  CY-CAT-SUB              PIC 99.
           05  CY-LINE-SUB             PIC 99.
           05  CY-PRO-SUB              PIC 9(4).
           05  CY-FOUND-SLOT           PIC 99.
           05  CY-LOOKUP-CODE          PIC XXX.
           05  CY-WORK-LINE            PIC X(20).

       01  CY-CATEGORY-TABLE.
           05  CY-CAT-ENTRY OCCURS 51 TIMES.
               10  CY-T-CODE           PIC XXX.
               10  CY-T-NAME           PIC X(25).
               10  CY-T-LINE-SLOT      PIC 99.

       01  CY-LINE-TABLE.
           05  CY-LINE-ENTRY OCCURS 51 TIMES.
               10  CY-T-LINE-NAME      PIC X(20).

       01  CY-PRODUCT-TABLE.
           05  CY-PRO-CAT-SLOT         PIC 99 OCCURS 999 TIMES.
