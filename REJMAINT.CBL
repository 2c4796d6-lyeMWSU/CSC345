       01  ER-RECORD.
           05  ER-RECORD-NUM           PIC XX.
           05                          PIC XX.
           05  ER-INPUT-REC            PIC X(24).
           05                          PIC XX.
           05  ER-REASON               PIC X(30).

           05  PD-OPERATOR             PIC XXX.

       FD  EXCUSE-RESUBMIT-FILE.
       01  XR-RECORD                   PIC X(24).

       FD  P06-RESUBMIT-FILE.
       01  SR-RECORD                   PIC X(80).
               MOVE "P" TO PT-STATUS(PT-COUNT)
               MOVE WS-TODAY TO PT-DATE-ADDED(PT-COUNT)
               MOVE SPACES TO PT-IMAGE(PT-COUNT)
               MOVE ER-INPUT-REC TO PT-IMAGE(PT-COUNT)(1:24)
               MOVE ER-REASON TO PT-REASON(PT-COUNT)
               MOVE SPACES TO PT-OPERATOR(PT-COUNT)
               MOVE "Y" TO WS-TABLE-CHANGED
               IF XR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT EXCUSE-RESUBMIT-FILE
               END-IF
               MOVE PT-IMAGE(WS-SUB)(1:24) TO XR-RECORD
               WRITE XR-RECORD
               CLOSE EXCUSE-RESUBMIT-FILE
           ELSE
