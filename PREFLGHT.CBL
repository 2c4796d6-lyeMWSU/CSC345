           05  CKE-EFF-DATE            PIC X(8).
           05  CKE-EXP-DATE            PIC X(8).
           05  CKE-ACTIVE              PIC X.
           05  CKE-BUCKET              PIC X.
           05                          PIC X(45).

       01  CK-EMPLOYEE-REC.
           05  CKM-EMP-NUM             PIC X.
           WRITE PRINT-RECORD.

      *EXCUSECD.TXT - CODE NUMERIC AND UNIQUE, TEXT PRESENT, DATES
      *NUMERIC OR BLANK, ACTIVE FLAG A/I/BLANK, CHARGE BUCKET
      *S/P/V/BLANK. ABSENCE FAILS THE
      *CHECK - WITHOUT THIS FILE PRG02 REJECTS EVERYTHING.
       200-CHECK-EXCUSECD.
           MOVE "EXCUSECD.TXT" TO WS-CHECK-NAME
               MOVE "ACTIVE FLAG NOT A/I" TO ER-TEXT
               PERFORM 810-RECORD-ERROR
           END-IF
           IF CKE-BUCKET NOT = "S" AND CKE-BUCKET NOT = "P"
                   AND CKE-BUCKET NOT = "V" AND CKE-BUCKET NOT = SPACE
               MOVE "CHARGE BUCKET NOT S/P/V" TO ER-TEXT
               PERFORM 810-RECORD-ERROR
           END-IF
           MOVE CK-RECORD TO EL-TEXT
           WRITE PRINT-RECORD FROM EL-ECHO-LINE AFTER 1.

