       01  VM-RECORD.
           05  VM-VEND-NUM             PIC 999.
           05  VM-NAME                 PIC X(20).
           05                          PIC X(70).

       FD  PO-LEAD-FILE.
       01  LD-RECORD                   PIC 9(3).
