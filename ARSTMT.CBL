           05  AO-AMOUNT               PIC 9(7)V99.
           05  AO-PAID                 PIC 9(7)V99.
           05  AO-STATUS               PIC X.
           05  AO-ITEM-TYPE            PIC X.
           05                          PIC X(11).

       FD  PAID-FILE.
       01  PA-RECORD.
               10  AT-CUS-NUM          PIC 9(5).
               10  AT-AMOUNT           PIC 9(7)V99.
               10  AT-PAID             PIC 9(7)V99.
               10  AT-ITEM-TYPE        PIC X.

       01  PT-MAX-PAYMENTS             PIC 9(3) VALUE 500.
       01  PT-PAYMENT-COUNT            PIC 9(3) VALUE 0.
           05  DL-PAID                 PIC $$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-BALANCE              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ITEM-TEXT            PIC X(14).

       01  PY-PAYMENT-LINE.
           05                          PIC X(19) VALUE
                                   AT-AMOUNT(AT-ITEM-COUNT)
                               MOVE AO-PAID TO
                                   AT-PAID(AT-ITEM-COUNT)
                               MOVE AO-ITEM-TYPE TO
                                   AT-ITEM-TYPE(AT-ITEM-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
           MOVE AT-DATE(WS-SUB) TO DL-DATE
           MOVE AT-AMOUNT(WS-SUB) TO DL-AMOUNT
           MOVE AT-PAID(WS-SUB) TO DL-PAID
           IF AT-ITEM-TYPE(WS-SUB) = "F"
               MOVE "FINANCE CHARGE" TO DL-ITEM-TEXT
           ELSE
               MOVE SPACES TO DL-ITEM-TEXT
           END-IF
           COMPUTE WS-REMAINING =
               AT-AMOUNT(WS-SUB) - AT-PAID(WS-SUB)
           MOVE WS-REMAINING TO DL-BALANCE
