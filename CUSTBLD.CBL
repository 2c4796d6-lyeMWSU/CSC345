           05  CU-PRIORITY-X REDEFINES CU-PRIORITY
                                       PIC X.
           05  CU-SAL-NUM              PIC XXX.
           05  CU-FIN-EXEMPT           PIC X.
      *"W" WRITTEN OFF, "C" PLACED WITH A COLLECTION AGENCY - SET
      *ONLY BY THE CREDIT DESK (ARWRTOFF.CBL), NEVER FROM THE FEED.
           05  CU-AR-STATUS            PIC X.
           05                          PIC X(5).

       FD  OUTPUT-FILE.
       01  PRINT-RECORD                PIC X(100).
           05  IR-SWITCH               PIC XXX VALUE "NO".
           05  CU-FILE-STATUS          PIC XX.

      *THE CREDIT DESK'S STATUS ON AN EXISTING ACCOUNT, CARRIED
      *ACROSS THE REBUILD OF THE RECORD FROM THE FEED.
       01  WS-HOLD-AR-STATUS           PIC X.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
           05  WS-MM                   PIC 99.
      *MEANS UNASSIGNED; REALIGN.CBL MOVES THESE IN BULK WHEN
      *TERRITORIES CHANGE.
           05  IR-SAL-NUM              PIC XXX.
      *COLUMN 74 - "E" EXEMPTS THE ACCOUNT FROM MONTH-END FINANCE
      *CHARGES (FINCHG.CBL). BLANK MEANS PAST-DUE BALANCES ARE
      *CHARGED.
           05  IR-FIN-EXEMPT           PIC X.
           05                          PIC X(6).

       01  WS-CONTROL-TOTALS.
           05  WS-INPUT-COUNT          PIC 9(5) VALUE 0.
               ADD 1 TO WS-REJECT-COUNT
               MOVE "BAD NUMBER" TO DR-MESSAGE
           ELSE
               MOVE SPACE TO WS-HOLD-AR-STATUS
               MOVE IR-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-AR-STATUS TO WS-HOLD-AR-STATUS
               END-READ
               MOVE SPACES TO CU-RECORD
               MOVE IR-CUS-NUM TO CU-NUM
               MOVE IR-NAME TO CU-NAME
                   MOVE 9 TO CU-PRIORITY
               END-IF
               MOVE IR-SAL-NUM TO CU-SAL-NUM
               MOVE IR-FIN-EXEMPT TO CU-FIN-EXEMPT
               MOVE WS-HOLD-AR-STATUS TO CU-AR-STATUS
               WRITE CU-RECORD
                   INVALID KEY
                       REWRITE CU-RECORD
