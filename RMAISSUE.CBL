      *            AGAINST ORIGINAL SALES - NUMBER OFF THE DURABLE
      *            RMANUM.TXT COUNTER IN THE GAP-FREE STYLE THE
      *            INVOICE SERIES ESTABLISHED - AND KEEPS THEM ON
      *            RMAOPEN.DAT, KEYED BY RMA NUMBER, UNTIL THE
      *            TRANSACTION RUN MATCHES A CREDIT TO THEM. A
      *            CREDIT WITHOUT A VALID OPEN RMA NOW REJECTS IN
      *            P7REPORTS, SO SHRINKAGE STOPS
      *            HIDING IN THE CREDIT STREAM. THE AGING LIST SHOWS
      *            RMAS ISSUED BUT NEVER USED.
      ******************************************************************
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RN-FILE-STATUS.

      *EACH RMA IS WRITTEN THE MOMENT IT ISSUES, AND THE COUNTER
      *SAVED WITH IT, SO NOTHING THE DESK ISSUED WAITS ON A CLEAN
      *EXIT TO REACH THE FILE.
           SELECT RMA-OPEN-FILE
               ASSIGN "RMAOPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RMA-NUM
               ALTERNATE RECORD KEY IS RM-CUS-NUM WITH DUPLICATES
               FILE STATUS IS RM-FILE-STATUS.

           SELECT CUSTOMER-FILE
           05  RM-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  PM-FILE-STATUS          PIC XX.
           05  WS-LIST-DONE            PIC X    VALUE "N".
           05  OM-FILE-STATUS          PIC XX.
           05  DN-FILE-STATUS          PIC XX.

           88  WS-AGING-CHOICE                  VALUE "3".
           88  WS-EXIT-CHOICE                   VALUE "9".

       01  WS-ISSUED-COUNT             PIC 9(3) VALUE 0.
       01  WS-NEXT-RMA                 PIC 9(6) VALUE 1.
       01  WS-TODAY                    PIC 9(8).

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           PERFORM 110-GET-NEXT-RMA-NUMBER
           PERFORM 120-OPEN-RMAS.

       110-GET-NEXT-RMA-NUMBER.
           OPEN INPUT RMA-NUMBER-FILE
               CLOSE RMA-NUMBER-FILE
           END-IF.

      *NO FILE YET MEANS NO RMA HAS EVER ISSUED - AN EMPTY ONE IS
      *CREATED FOR THE FIRST.
       120-OPEN-RMAS.
           OPEN I-O RMA-OPEN-FILE
           IF RM-FILE-STATUS = "35"
               OPEN OUTPUT RMA-OPEN-FILE
               CLOSE RMA-OPEN-FILE
               OPEN I-O RMA-OPEN-FILE
           END-IF.

       130-SAVE-RMA-NUMBER.
           OPEN OUTPUT RMA-NUMBER-FILE
           MOVE WS-NEXT-RMA TO RN-RECORD
           WRITE RN-RECORD
           CLOSE RMA-NUMBER-FILE.

       200-MAIN-MENU.
           DISPLAY " "
           DISPLAY "-------------------------------------------"
           DISPLAY "  1 - ISSUE AN RMA"
           DISPLAY "  2 - LIST OPEN RMAS"
           DISPLAY "  3 - AGING - ISSUED BUT NEVER USED"
           DISPLAY "  9 - EXIT"
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           END-EVALUATE.

       300-ISSUE-RMA.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CUS-ENTRY
           IF WS-CUS-ENTRY NOT NUMERIC OR WS-CUS-ENTRY-N = 0
               DISPLAY "BAD CUSTOMER NUMBER - CANCELLED"
           ELSE
               PERFORM 310-ISSUE-DETAIL
           END-IF.

       310-ISSUE-DETAIL.
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ENTRY
               IF WS-CONFIRM-ENTRY = "Y"
                   PERFORM 340-WRITE-RMA
               ELSE
                   DISPLAY "NOT ISSUED"
               END-IF
           END-IF.

      *A NUMBER ALREADY ON FILE MEANS THE COUNTER WAS SET BACK -
      *THE RMA IS REFUSED RATHER THAN WRITTEN OVER ONE ALREADY OUT.
       340-WRITE-RMA.
           MOVE SPACES TO RM-RECORD
           MOVE WS-NEXT-RMA TO RM-RMA-NUM
           MOVE WS-TODAY TO RM-DATE
           MOVE WS-CUS-ENTRY-N TO RM-CUS-NUM
           MOVE WS-PRO-ENTRY-N TO RM-PRO-NUM
           MOVE WS-QTY-ENTRY-N TO RM-QTY
           MOVE "O" TO RM-STATUS
           MOVE ZEROS TO RM-USED-DATE
           WRITE RM-RECORD
               INVALID KEY
                   DISPLAY "RMA " WS-NEXT-RMA " ALREADY ON FILE - "
                       "CHECK RMANUM.TXT - NOT ISSUED"
               NOT INVALID KEY
                   DISPLAY "RMA " WS-NEXT-RMA " ISSUED"
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD 1 TO WS-NEXT-RMA
                   PERFORM 130-SAVE-RMA-NUMBER
           END-WRITE.

       400-LIST-OPEN.
           DISPLAY "RMA     ISSUED    CUST.  PROD. QTY  S"
           PERFORM 410-START-LIST
           PERFORM 420-LIST-NEXT
               UNTIL WS-LIST-DONE = "Y".

       410-START-LIST.
           MOVE "N" TO WS-LIST-DONE
           MOVE ZEROS TO RM-RMA-NUM
           START RMA-OPEN-FILE KEY IS NOT LESS THAN RM-RMA-NUM
               INVALID KEY
                   MOVE "Y" TO WS-LIST-DONE
           END-START.

       420-LIST-NEXT.
           READ RMA-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   IF RM-STATUS = "O"
                       PERFORM 450-FORMAT-LINE
                       MOVE SPACES TO DL-AGE-LABEL
                       MOVE ZEROS TO DL-AGE
                       DISPLAY DL-LIST-LINE
                   END-IF
           END-READ.

      *EVERY RMA STILL OPEN, OLDEST AGE FIRST ON THE EYE - ISSUED
      *AND NEVER USED IS EXACTLY WHERE SHRINKAGE WOULD HIDE NEXT.
       500-AGING-LIST.
           DISPLAY "RMA     ISSUED    CUST.  PROD. QTY  S   AGE"
           PERFORM 410-START-LIST
           PERFORM 510-AGE-NEXT
               UNTIL WS-LIST-DONE = "Y".

       510-AGE-NEXT.
           READ RMA-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   IF RM-STATUS = "O"
                       PERFORM 450-FORMAT-LINE
                       MOVE RM-DATE TO WS-DATE-PARTS
                       COMPUTE WS-RMA-PD =
                           WS-DP-YYYY * 360 + WS-DP-MM * 30
                           + WS-DP-DD
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-PD - WS-RMA-PD
                       IF WS-AGE-DAYS < 0
                           MOVE 0 TO WS-AGE-DAYS
                       END-IF
                       MOVE WS-AGE-DAYS TO DL-AGE
                       MOVE " DAYS" TO DL-AGE-LABEL
                       DISPLAY DL-LIST-LINE
                   END-IF
           END-READ.

       450-FORMAT-LINE.
           MOVE RM-RMA-NUM TO DL-RMA-NUM
           MOVE RM-DATE TO DL-DATE
           MOVE RM-CUS-NUM TO DL-CUS-NUM
           MOVE RM-PRO-NUM TO DL-PRO-NUM
           MOVE RM-QTY TO DL-QTY
           MOVE RM-STATUS TO DL-STATUS.

      *EVERY ISSUE WAS WRITTEN AND COUNTED AS IT HAPPENED - EXIT
      *ONLY SAYS HOW MANY.
       900-TERMINATE.
           IF WS-ISSUED-COUNT > 0
               DISPLAY "RMAOPEN.DAT - " WS-ISSUED-COUNT
                   " RMAS ISSUED - NEXT NUMBER " WS-NEXT-RMA
           ELSE
               DISPLAY "NO RMAS ISSUED"
           END-IF
           CLOSE RMA-OPEN-FILE
                 CUSTOMER-FILE
                 PRODUCT-MASTER-FILE.

       COPY OPERAUTP.
