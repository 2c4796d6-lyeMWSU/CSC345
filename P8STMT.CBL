       01  WS-SLOT                     PIC 9(3).
       01  WS-CUR-SAL                  PIC XXX.
       01  WS-STMT-TOTAL               PIC S9(8) VALUE 0.
       01  WS-STMT-SPIFF               PIC S9(8) VALUE 0.
       01  WS-STMT-SPIFF-UNITS         PIC S9(8) VALUE 0.
       01  WS-STMT-SPIFF-SEEN          PIC X VALUE "N".
       01  WS-STMT-COUNT               PIC 9(3) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(3) VALUE 0.

           05                          PIC X(27) VALUE
               "  (TIES TO THE PAYOUT LINE)".

       01  TS-SPIFF-LINE.
           05                          PIC X(22) VALUE
               "SPIFF BONUS THIS MONTH".
           05  TS-TOTAL                PIC $$,$$$,$$9-.
           05                          PIC X(4)  VALUE " ON ".
           05  TS-UNITS                PIC ZZZ,ZZ9-.
           05                          PIC X(6)  VALUE " UNITS".

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
       310-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE 0 TO WS-STMT-TOTAL
           MOVE 0 TO WS-STMT-SPIFF
           MOVE 0 TO WS-STMT-SPIFF-UNITS
           MOVE "N" TO WS-STMT-SPIFF-SEEN
           MOVE WS-CUR-SAL TO HL-SAL-NUM
           WRITE PRINT-RECORD FROM HL-STATEMENT-HEADING
               AFTER PAGE
           END-IF
           MOVE "NO " TO EOD
           MOVE WS-STMT-TOTAL TO TL-TOTAL
           WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
           IF WS-STMT-SPIFF-SEEN = "Y"
               MOVE WS-STMT-SPIFF TO TS-TOTAL
               MOVE WS-STMT-SPIFF-UNITS TO TS-UNITS
               WRITE PRINT-RECORD FROM TS-SPIFF-LINE AFTER 1
           END-IF.

      *A RECOMPUTE ENTRY CARRIES THE RESULTING MONTHLY FIGURE, SO
      *ONLY THE LATEST ONE COUNTS TOWARD THE TOTAL - THE RUNNING
      *TOTAL RESETS TO IT. SPLIT SHARES AND ADJUSTMENTS ADD ON.
      *A "B" SPIFF IS ITS OWN EARNING TYPE - IT LISTS WITH THE REST
      *(UNITS IN THE SALES COLUMN) BUT TOTALS SEPARATELY, TYING TO
      *THE SPIFF LINE ON THE PAYOUT.
       320-ONE-DETAIL-LINE.
           MOVE SD-DATE TO DL-DATE
           MOVE SD-TYPE TO DL-TYPE
           MOVE SD-SALES TO DL-SALES
           MOVE SD-AMOUNT TO DL-AMOUNT
           MOVE SD-BASIS TO DL-BASIS
           EVALUATE TRUE
               WHEN SD-TYPE = "A" OR SD-TYPE = "C"
                   MOVE SD-AMOUNT TO WS-STMT-TOTAL
               WHEN SD-TYPE = "B"
                   MOVE "Y" TO WS-STMT-SPIFF-SEEN
                   ADD SD-AMOUNT TO WS-STMT-SPIFF
                   IF SD-AMOUNT < 0
                       SUBTRACT SD-SALES FROM WS-STMT-SPIFF-UNITS
                   ELSE
                       ADD SD-SALES TO WS-STMT-SPIFF-UNITS
                   END-IF
               WHEN OTHER
                   ADD SD-AMOUNT TO WS-STMT-TOTAL
           END-EVALUATE
           WRITE PRINT-RECORD FROM DL-DETAIL-LINE AFTER 1.

       COPY RUNLOGIO REPLACING
