      *                COMMISSION MASTER ITSELF
      *              - DISTLIST.TXT REPORT IDS AGAINST WHAT DISTRIB
      *                ACTUALLY KNOWS
      *              - CONTRACT.DAT CUSTOMERS AND PRODUCTS AGAINST
      *                CUSTMSTR.DAT AND VSAM.TXT
      *              - SUBSXREF.DAT REPLACEMENTS AGAINST VSAM.TXT
      *            OUTPUT IS XREFAUDT.TXT; ORPHANS END THE RUN WITH
      *            A WARNING RETURN CODE.
      ******************************************************************
           FILE STATUS IS DS-FILE-STATUS.

           SELECT CONTRACT-FILE
           ASSIGN TO "CONTRACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CO-KEY
           ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS CO-FILE-STATUS.

           SELECT SUBSTITUTE-FILE
           ASSIGN TO "SUBSXREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SX-OLD-NUM
           FILE STATUS IS SX-FILE-STATUS.

           SELECT PRINT-FILE
       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05                          PIC X(70).

       FD  DIST-LIST-FILE.
       01  DS-RECORD.

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  SUBSTITUTE-FILE.
       01  SX-RECORD.
           05  SX-OLD-NUM              PIC 999.
           05  SX-NEW-NUM              PIC 999.
           05                          PIC X(14).

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).
                               AND DS-REPORT-ID NOT = "P4"
                               AND DS-REPORT-ID NOT = "P8PAYOUT"
                               AND DS-REPORT-ID NOT = "EXCUSLTR"
                               AND DS-REPORT-ID NOT = "ATTNPAT"
                               AND DS-REPORT-ID NOT = "ARSTMT"
                               AND DS-REPORT-ID NOT = "P8STMT"
                               ADD 1 TO WS-DIST-ORPHANS
