           05  IV-DISCOUNT             PIC 9(3)V99.
           05  IV-TAX                  PIC 9(6)V99.
           05  IV-NET                  PIC 9(5)V99.
           05                          PIC X(12).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
