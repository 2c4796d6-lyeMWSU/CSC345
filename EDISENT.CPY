      ******************************************************************
      * Copybook:  EDISENT.CPY
      * Author:    R. NAKASHIMA
      * Purpose:   WORKING-STORAGE FOR THE OUTBOUND EDI TRANSMISSION
      *            LOG (EDISENT.TXT). EVERY FILE WE LEAVE FOR A
      *            TRADING PARTNER - ACKNOWLEDGMENTS, INVOICES, SHIP
      *            NOTICES - IS LOGGED ONCE AS A FILE ("F") WITH ITS
      *            CONTROL NUMBER AND CONTROL TOTALS, AND ONCE PER
      *            DOCUMENT IN IT ("D"), SO WHEN A PARTNER SAYS AN
      *            INVOICE NEVER ARRIVED WE CAN SHOW WHICH FILE IT
      *            WENT IN, WHEN, AND WHAT THAT FILE ADDED UP TO.
      *            CONTROL NUMBERS RUN ON ACROSS ALL PARTNERS AND ALL
      *            PROGRAMS - THE NEXT ONE FOLLOWS THE HIGHEST LOGGED.
      *
      *            EDISENT.TXT LAYOUT:
      *              COL  1      "F" FILE SENT, "D" DOCUMENT IN IT
      *              COLS  2-9   DATE WRITTEN
      *              COLS 10-15  TIME WRITTEN (HHMMSS)
      *              COLS 16-23  PROGRAM THAT WROTE IT
      *              COLS 24-29  PARTNER ID
      *              COLS 30-38  CONTROL NUMBER
      *              COLS 39-41  ACK, INV OR ASN
      *              FILE:
      *              COLS 42-53  FILE NAME
      *              COLS 54-58  DOCUMENTS IN THE FILE
      *              COLS 59-63  LINES IN THE FILE
      *              COLS 64-74  AMOUNT TOTAL (9(9)V99) - DOLLARS ON
      *                          INVOICES, UNITS ON SHIP NOTICES
      *              DOCUMENT:
      *              COLS 42-47  OUR DOCUMENT NUMBER
      *              COLS 48-69  THE CUSTOMER'S PO NUMBER
      *              COLS 70-80  AMOUNT (9(9)V99)
      *
      * Use:       COPY EDISENT.  (WORKING-STORAGE)
      *            SEE EDISNTIO.CPY FOR THE MATCHING PARAGRAPHS.
      *
      * Modification History:
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------
      ******************************************************************
       01  ES-SENT-CONTROLS.
           05  ES-FILE-STATUS          PIC XX.
           05  ES-SENT-NAME            PIC X(12) VALUE "EDISENT.TXT".
           05  ES-NEXT-CONTROL         PIC 9(9)  VALUE 1.
           05  ES-DATE-NOW             PIC 9(8).
           05  ES-TIME-NOW             PIC 9(8).

       01  ES-SENT-RECORD.
           05  ES-TYPE                 PIC X.
               88  ES-FILE-SENT                  VALUE "F".
               88  ES-DOC-SENT                   VALUE "D".
           05  ES-DATE                 PIC 9(8).
           05  ES-TIME                 PIC 9(6).
           05  ES-PROGRAM-ID           PIC X(8).
           05  ES-PARTNER-ID           PIC X(6).
           05  ES-CONTROL-NUM          PIC 9(9).
           05  ES-CONTROL-NUM-X REDEFINES ES-CONTROL-NUM
                                       PIC X(9).
           05  ES-DOC-TYPE             PIC X(3).
           05  ES-FILE-DETAIL.
               10  ES-FILE-NAME        PIC X(12).
               10  ES-DOC-COUNT        PIC 9(5).
               10  ES-LINE-COUNT       PIC 9(5).
               10  ES-AMOUNT           PIC 9(9)V99.
               10  FILLER              PIC X(6).
           05  ES-DOC-DETAIL REDEFINES ES-FILE-DETAIL.
               10  ES-DOC-NUM          PIC X(6).
               10  ES-PO-NUM           PIC X(22).
               10  ES-DOC-AMOUNT       PIC 9(9)V99.
