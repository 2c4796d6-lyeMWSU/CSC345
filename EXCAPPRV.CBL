      *            A KEYING ERROR CAN BE SENT TO THE REJECT WORKFLOW
      *            INSTEAD. THE RECONCILIATION COUNT PROVES EVERY
      *            HOLD IS PENDING, APPROVED, OR REJECTED - SAME
      *            SHAPE AS REJMAINT.CBL. PRG02 ALSO HOLDS HERE ANY
      *            ENTRY WHOSE CHARGE WOULD TAKE THE PERSON'S ABSENCE
      *            BALANCE (ABSBAL.TXT) BELOW ZERO - APPROVING IT
      *            POSTS THE CHARGE AND LETS THE BALANCE GO NEGATIVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAPPRV.
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
       01  HD-RECORD                   PIC X(24).

       FD  PENDING-FILE.
       01  PD-RECORD.
           05  PD-SEQ                  PIC 9(4).
           05  PD-STATUS               PIC X.
           05  PD-DATE-ADDED           PIC 9(8).
           05  PD-IMAGE                PIC X(24).

       FD  APPROVED-FILE.
       01  AP-RECORD                   PIC X(24).

       FD  EXCUSE-REJECT-FILE.
       01  ER-RECORD.
           05  ER-RECORD-NUM           PIC XX.
           05                          PIC XX.
           05  ER-INPUT-REC            PIC X(24).
           05                          PIC XX.
           05  ER-REASON               PIC X(30).

               10  PT-SEQ              PIC 9(4).
               10  PT-STATUS           PIC X.
               10  PT-DATE-ADDED       PIC 9(8).
               10  PT-IMAGE            PIC X(24).

       01  PT-COUNT                    PIC 9(3) VALUE 0.
       01  PT-HIGH-SEQ                 PIC 9(4) VALUE 0.
       01  WS-SEQ-ENTRY                PIC X(4).
       01  WS-SEQ-ENTRY-N              REDEFINES WS-SEQ-ENTRY
                                       PIC 9(4).
       01  WS-IMAGE-ENTRY              PIC X(24).
       01  WS-CONFIRM-ENTRY            PIC X.

       01  WS-TODAY                    PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-STATUS               PIC X.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-IMAGE                PIC X(24).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-DATE                 PIC 9(8).

           END-IF.

       400-LIST-PENDING.
           DISPLAY "SEQ   S  IMAGE                     HELD SINCE"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PT-COUNT
               IF PT-STATUS(WS-SUB) = "P"
