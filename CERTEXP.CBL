      * Purpose:   MONTHLY EXPIRING-CERTIFICATES LIST. RUNS EVERY
      *            NIGHT BUT ONLY ACTS ON THE MEND (OR YEND) RUN
      *            TYPE. WALKS THE TAX-EXEMPTION CERTIFICATES ON
      *            TAXCERT.DAT AND LISTS EVERY ONE ALREADY LAPSED OR
      *            EXPIRING WITHIN THE NEXT 60 DAYS, WITH THE
      *            CUSTOMER'S NAME OFF CUSTMSTR.DAT - SO THE DESK
      *            CHASES RENEWALS BEFORE THE TRANSACTION RUN STARTS
           FILE STATUS IS RT-FILE-STATUS.

           SELECT TAX-CERT-FILE
           ASSIGN TO "TAXCERT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-CUS-NUM
           FILE STATUS IS TF-FILE-STATUS.

           SELECT CUSTOMER-FILE
           05  TF-CERT-NUM             PIC X(10).
           05  TF-STATE                PIC XX.
           05  TF-EXP-DATE             PIC 9(8).
           05                          PIC X(15).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
               END-PERFORM
               CLOSE TAX-CERT-FILE
           ELSE
               DISPLAY "NO TAXCERT.DAT - NOTHING TO LIST"
           END-IF
           MOVE "NO " TO EOD.

