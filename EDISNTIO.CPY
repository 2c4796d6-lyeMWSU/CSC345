      ******************************************************************
      * Copybook:  EDISNTIO.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   THE PARAGRAPHS THAT GO WITH EDISENT.CPY - FIND THE
      *            NEXT CONTROL NUMBER FROM THE TRANSMISSION LOG AND
      *            APPEND A LOG RECORD. THE LOG OPENS AND CLOSES
      *            AROUND EACH RECORD, THE WAY THE RUN LOG DOES, SO
      *            AN ABEND LOSES NOTHING ALREADY LOGGED.
      *
      * Use:       COPY EDISNTIO REPLACING
      *                ==ES-PGM-NAME== BY =="<PROGRAM-ID LITERAL>"==.
      *            THE PROGRAM DECLARES:
      *              SELECT EDI-SENT-FILE ASSIGN USING ES-SENT-NAME
      *                  ORGANIZATION LINE SEQUENTIAL
      *                  FILE STATUS IS ES-FILE-STATUS.
      *              FD  EDI-SENT-FILE.
      *              01  ES-FILE-RECORD        PIC X(80).
      *            A TEST RUN MOVES "EDISENTT.TXT" TO ES-SENT-NAME.
      *            PERFORM 990-EDI-NEXT-CONTROL BEFORE THE FIRST FILE
      *            IS WRITTEN, TAKE ES-NEXT-CONTROL FOR EACH FILE AND
      *            ADD 1 TO IT; FILL ES-SENT-RECORD FROM ES-TYPE ON
      *            AND PERFORM 991-EDI-LOG-SENT FOR EACH RECORD.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       990-EDI-NEXT-CONTROL.
           MOVE 1 TO ES-NEXT-CONTROL
           OPEN INPUT EDI-SENT-FILE
           IF ES-FILE-STATUS = "00"
               PERFORM UNTIL ES-FILE-STATUS NOT = "00"
                   READ EDI-SENT-FILE INTO ES-SENT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ES-CONTROL-NUM-X NUMERIC
                                   AND ES-CONTROL-NUM >=
                                       ES-NEXT-CONTROL
                               COMPUTE ES-NEXT-CONTROL =
                                   ES-CONTROL-NUM + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDI-SENT-FILE
           END-IF.

       991-EDI-LOG-SENT.
           ACCEPT ES-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT ES-TIME-NOW FROM TIME
           MOVE ES-DATE-NOW TO ES-DATE
           MOVE ES-TIME-NOW(1:6) TO ES-TIME
           MOVE ES-PGM-NAME TO ES-PROGRAM-ID
           OPEN EXTEND EDI-SENT-FILE
           IF ES-FILE-STATUS NOT = "00"
               OPEN OUTPUT EDI-SENT-FILE
           END-IF
           WRITE ES-FILE-RECORD FROM ES-SENT-RECORD
           CLOSE EDI-SENT-FILE.
