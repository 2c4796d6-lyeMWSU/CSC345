                                       PIC X(8).
               10  TR-ADJ-REASON       PIC XX.
               10  FILLER              PIC XX.
      *ON A "B" SPIFF (GENERATED BY P7REPORTS) THEY CARRY THE SIGNED
      *WHOLE-DOLLAR BONUS (62-69); THE UNITS RIDE THE SALES COLUMNS.
           05  TR-SPIFF-AREA REDEFINES TR-EXT-AREA.
               10  TR-SPIFF-AMOUNT-X   PIC X(8).
               10  FILLER              PIC X(4).
           05  TR-ADJ-APPROVER         PIC XXX.

      *PLAUSIBLE COMMISSION-PERCENT RANGE - SEE P8.CBL FOR THE SAME
                   AND TR-TYP-A NOT = "C"
                   AND TR-TYP-A NOT = "S"
                   AND TR-TYP-A NOT = "J"
                   AND TR-TYP-A NOT = "B"
               MOVE "INVALID TRANS.CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND TR-TYP-A = "J"
               PERFORM 217-CHECK-ADJUSTMENT-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES AND TR-TYP-A = "B"
               PERFORM 218-CHECK-SPIFF-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES AND TR-TYP-A = "S"
               PERFORM 215-CHECK-SPLIT-FIELDS
           END-IF
               MOVE "ADJ. NEEDS APPROVER" TO WS-REJECT-REASON
           END-IF.

      *A "B" NEEDS ITS SIGNED AMOUNT AND A NUMERIC UNIT COUNT.
       218-CHECK-SPIFF-FIELDS.
           IF TR-SPIFF-AMOUNT-X(1:1) NOT = "+"
                   AND TR-SPIFF-AMOUNT-X(1:1) NOT = "-"
               MOVE "SPIFF AMOUNT UNSIGNED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TR-SPIFF-AMOUNT-X(2:7) NOT NUMERIC
               MOVE "SPIFF AMOUNT BAD" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TR-TOT-SAL NOT NUMERIC
               MOVE "SPIFF UNITS BAD" TO WS-REJECT-REASON
           END-IF.

      *AN ADD FOR A SALESMAN ALREADY ON THE MASTER, OR A CHANGE OR
      *DELETE FOR ONE WHO ISN'T, WOULD ONLY SURFACE MID-APPLY -
      *CAUGHT HERE INSTEAD, WHILE THERE'S STILL TIME TO FIX THE
                       IF TR-TYP-A = "C" OR TR-TYP-A = "D"
                               OR TR-TYP-A = "S"
                               OR TR-TYP-A = "J"
                               OR TR-TYP-A = "B"
                           MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
