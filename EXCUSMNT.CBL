      *            HAND-EDITED IN A TEXT EDITOR. A DEACTIVATED OR
      *            EXPIRED CODE STOPS VALIDATING NEW INPUT IN PRG02
      *            BUT STILL RESOLVES ON ITS HISTORICAL TREND LINES.
      *            EACH CODE ALSO SAYS WHICH ABSENCE BALANCE (SICK,
      *            PERSONAL, VACATION) IT IS CHARGED TO, IF ANY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCUSMNT.
           05  EC-EFF-DATE             PIC 9(8).
           05  EC-EXP-DATE             PIC 9(8).
           05  EC-ACTIVE               PIC X.
           05  EC-BUCKET               PIC X.

       FD  OPERATOR-FILE.
       01  OM-RECORD.
               10  ET-EFF-DATE         PIC 9(8).
               10  ET-EXP-DATE         PIC 9(8).
               10  ET-ACTIVE           PIC X.
               10  ET-BUCKET           PIC X.

       01  ET-EXCUSE-COUNT             PIC 99 VALUE 0.

       01  WS-DATE-ENTRY-N             REDEFINES WS-DATE-ENTRY
                                       PIC 9(8).
       01  WS-CONFIRM-ENTRY            PIC X.
       01  WS-BUCKET-ENTRY             PIC X.
           88  WS-BUCKET-VALID         VALUES "S" "P" "V" " ".

       01  WS-TODAY                    PIC 9(8).

           05  DL-EXP-DATE             PIC 9(8).
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-ACTIVE               PIC X.
           05  FILLER                  PIC XX   VALUE SPACES.
           05  DL-BUCKET               PIC X.

       PROCEDURE DIVISION.
       000-MAINLINE.
               MOVE "I" TO ET-ACTIVE(ET-EXCUSE-COUNT)
           ELSE
               MOVE "A" TO ET-ACTIVE(ET-EXCUSE-COUNT)
           END-IF
           MOVE SPACE TO ET-BUCKET(ET-EXCUSE-COUNT)
           IF EC-BUCKET = "S" OR "P" OR "V"
               MOVE EC-BUCKET TO ET-BUCKET(ET-EXCUSE-COUNT)
           END-IF.

       200-MAIN-MENU.
           PERFORM 360-GET-EXP-DATE
           MOVE WS-DATE-ENTRY-N TO ET-EXP-DATE(ET-EXCUSE-COUNT)
           MOVE "A" TO ET-ACTIVE(ET-EXCUSE-COUNT)
           PERFORM 370-GET-BUCKET
           MOVE WS-BUCKET-ENTRY TO ET-BUCKET(ET-EXCUSE-COUNT)
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "CODE ADDED".

           END-IF
           END-IF.

      *WHICH ABSENCE BALANCE THE CODE DRAWS DOWN IN PRG02 - BLANK IS
      *AN ABSENCE NOBODY'S BALANCE PAYS FOR (JURY DUTY, WEATHER).
       370-GET-BUCKET.
           DISPLAY "CHARGE TO S-SICK P-PERSONAL V-VACATION "
               "(BLANK = NOT CHARGED): " WITH NO ADVANCING
           ACCEPT WS-BUCKET-ENTRY
           IF NOT WS-BUCKET-VALID
               DISPLAY "NOT S/P/V - CODE WILL NOT BE CHARGED"
               MOVE SPACE TO WS-BUCKET-ENTRY
           END-IF.

       360-GET-EXP-DATE.
           DISPLAY "EXPIRY DATE YYYYMMDD (BLANK = NONE): "
               WITH NO ADVANCING
                   DISPLAY "DATE NOT NUMERIC - KEPT"
               END-IF
           END-IF
           DISPLAY "CHARGED TO NOW: " ET-BUCKET(WS-SUB)
           DISPLAY "NEW S/P/V (BLANK = KEEP, N = NOT CHARGED): "
               WITH NO ADVANCING
           ACCEPT WS-BUCKET-ENTRY
           IF WS-BUCKET-ENTRY = "N"
               MOVE SPACE TO ET-BUCKET(WS-SUB)
           ELSE
           IF WS-BUCKET-ENTRY NOT = SPACE
               IF WS-BUCKET-VALID
                   MOVE WS-BUCKET-ENTRY TO ET-BUCKET(WS-SUB)
               ELSE
                   DISPLAY "NOT S/P/V - KEPT"
               END-IF
           END-IF
           END-IF
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY "CODE CHANGED".


       600-LIST-CODES.
           DISPLAY "CD  EXCUSE           EFFECTIVE  EXPIRES   A/I"
               "  BAL"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ET-EXCUSE-COUNT
               MOVE ET-CODE(WS-SUB) TO DL-CODE
               MOVE ET-EFF-DATE(WS-SUB) TO DL-EFF-DATE
               MOVE ET-EXP-DATE(WS-SUB) TO DL-EXP-DATE
               MOVE ET-ACTIVE(WS-SUB) TO DL-ACTIVE
               MOVE ET-BUCKET(WS-SUB) TO DL-BUCKET
               DISPLAY DL-LIST-LINE
           END-PERFORM.

                   MOVE ET-EFF-DATE(WS-SUB) TO EC-EFF-DATE
                   MOVE ET-EXP-DATE(WS-SUB) TO EC-EXP-DATE
                   MOVE ET-ACTIVE(WS-SUB) TO EC-ACTIVE
                   MOVE ET-BUCKET(WS-SUB) TO EC-BUCKET
                   WRITE EC-RECORD
               END-PERFORM
               CLOSE EXCUSE-CODE-FILE
