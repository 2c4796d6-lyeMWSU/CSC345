           05  SH-DOW                  PIC 9.
           05  SH-SALES                PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SH-DEPT                 PIC XX.

       FD  GL-JOURNAL-FILE.
       01  GJ-RECORD.
