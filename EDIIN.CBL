      ******************************************************************
      * Author:    R. NAKASHIMA
      * Date:
      * Purpose:   INBOUND ELECTRONIC PURCHASE ORDERS. RUNS EVERY
      *            NIGHT AHEAD OF FUTREL AND THE TRANSACTION RUN AND
      *            PUTS THE TRADING PARTNERS' ORDERS ON THE NIGHT'S
      *            TRNSISAM.TXT FEED SO THE DESK NO LONGER RE-KEYS
      *            THEM FROM A PRINTOUT. EACH PARTNER ON EDIPART.TXT
      *            SENDS ITS ORDERS IN ITS OWN FILE IN THE STANDARD
      *            FIXED FORMAT BELOW. A FILE MUST FIRST PROVE TO ITS
      *            OWN TRAILER - PO COUNT, LINE COUNT AND QUANTITY
      *            TOTAL - OR NOTHING IS TAKEN FROM IT AND IT IS KEPT
      *            FOR THE RERUN.
      *
      *            EACH PO BECOMES ONE EDI ORDER, NUMBERED ON THE
      *            ORDER REGISTER (EDIORDS.TXT). THE ORDER IS CHECKED
      *            THE WAY ORDENTRY CHECKS A KEYED ONE - THE PARTNER'S
      *            CUSTOMER ON FILE AND OPEN, THE SHIP-TO ON FILE, THE
      *            SHIP DATE NOT PAST AND LESS THAN A YEAR OUT, AND A
      *            PO NUMBER NOT ALREADY TAKEN ON AN EARLIER NIGHT.
      *            EACH LINE'S ITEM IS MAPPED TO OUR PRODUCT THROUGH
      *            THE CUSTOMER'S CROSS-REFERENCE (EDIXREF.TXT), AND
      *            MUST BE ON THE MASTER IN EACHES WITH A QUANTITY OF
      *            1-999 OVER THE MINIMUM ORDER. THE PARTNER'S UNIT
      *            PRICE IS HELD TO THE PRICE IN EFFECT - CONTRACT,
      *            PENDING OR LIST, AS THE TRANSACTION RUN PRICES - A
      *            DIFFERENT PRICE WITHIN THE OVERRIDE TOLERANCE
      *            (P7TOLER.TXT) GOES ON THE LINE AS A NEGOTIATED
      *            OVERRIDE, ONE OUTSIDE IT REJECTS THE LINE.
      *
      *            A CLEAN LINE GOES ON THE FEED ENTERED BY "EDI" WITH
      *            THE EDI ORDER NUMBER IN COLS 72-77, WHICH THE
      *            TRANSACTION RUN CARRIES ONTO THE INVOICE EXTRACT SO
      *            THE INVOICE SHOWS THE CUSTOMER'S PO. A REJECTED
      *            LINE OR ORDER GOES ON THE REJECT WORKLIST
      *            (EDIREJ.TXT) PRINTED AT THE END OF EVERY RUN. EVERY
      *            ORDER IS ACKNOWLEDGED BACK TO THE PARTNER IN ITS
      *            ACKNOWLEDGMENT FILE - ACCEPTED, PART-ACCEPTED OR
      *            REJECTED, LINE BY LINE WITH THE REASON.
      *
      *            THE FEED IS REWRITTEN WITH A RECOMPUTED TRAILER.
      *            A PO TAKEN EARLIER THE SAME NIGHT KEEPS ITS ORDER
      *            NUMBER AND ITS EARLIER LINES, REGISTER ENTRY AND
      *            REJECTS ARE DROPPED AND REBUILT, SO A RERUN NEVER
      *            DOUBLES AN ORDER. ONCE BUILT, EACH PARTNER'S FILE
      *            IS COPIED TO EDIHIST.TXT AND CLEARED. A FEED THAT
      *            DOESN'T PROVE OUT IS LEFT EXACTLY AS IT CAME AND
      *            NOTHING IS TAKEN.
      *
      *            EDIPART.TXT LAYOUT (ONE LINE PER TRADING PARTNER):
      *              COLS  1-6   PARTNER ID
      *              COLS  7-11  OUR CUSTOMER NUMBER
      *              COLS 12-23  INBOUND ORDER FILE NAME
      *              COLS 24-35  ACKNOWLEDGMENT FILE NAME
      *              COLS 36-47  INVOICE FILE NAME (INVOICE.CBL)
      *              COLS 48-59  SHIP NOTICE FILE NAME (PICKLIST.CBL)
      *
      *            EDIXREF.TXT LAYOUT (ITEM CROSS-REFERENCE):
      *              COLS  1-5   CUSTOMER NUMBER
      *              COLS  6-20  THE CUSTOMER'S ITEM NUMBER
      *              COLS 21-23  OUR PRODUCT NUMBER
      *
      *            INBOUND ORDER FILE LAYOUT (FROM THE PARTNER):
      *              FILE    COL  1     "I"
      *                      COLS  2-7   PARTNER ID
      *                      COLS  8-15  FILE DATE (YYYYMMDD)
      *                      COLS 16-24  PARTNER'S CONTROL NUMBER
      *              PO      COL  1     "H"
      *                      COLS  2-23  PO NUMBER
      *                      COLS 24-31  PO DATE (YYYYMMDD)
      *                      COLS 32-34  SHIP-TO CODE (BLANK = MAIN)
      *                      COLS 35-42  REQUESTED SHIP DATE (BLANK =
      *                                  NOW)
      *              LINE    COL  1     "D" - FOLLOWS ITS PO
      *                      COLS  2-23  PO NUMBER
      *                      COLS 24-26  PO LINE NUMBER
      *                      COLS 27-41  THE CUSTOMER'S ITEM NUMBER
      *                      COLS 42-46  QUANTITY
      *                      COLS 47-53  UNIT PRICE (9(5)V99, BLANK =
      *                                  OURS)
      *                      COLS 54-55  UNIT OF MEASURE ("EA" OR
      *                                  BLANK)
      *              TRAILER COL  1     "T"
      *                      COLS  2-6   PO COUNT
      *                      COLS  7-11  LINE COUNT
      *                      COLS 12-22  QUANTITY TOTAL
      *
      *            ACKNOWLEDGMENT FILE LAYOUT (TO THE PARTNER):
      *              FILE    COL  1     "I" - THE PARTNER'S OWN "I"
      *                                  RECORD, ECHOED
      *              PO      COL  1     "H"
      *                      COLS  2-23  PO NUMBER
      *                      COLS 24-29  OUR ORDER NUMBER
      *                      COLS 30-37  DATE RECEIVED
      *                      COLS 38-39  AC ACCEPTED, AP PART-
      *                                  ACCEPTED, RJ REJECTED
      *                      COLS 40-41  REASON CODE WHEN REJECTED
      *                      COLS 42-44  LINES ACCEPTED
      *                      COLS 45-47  LINES REJECTED
      *              LINE    COL  1     "D"
      *                      COLS  2-23  PO NUMBER
      *                      COLS 24-26  PO LINE NUMBER
      *                      COLS 27-41  THE CUSTOMER'S ITEM NUMBER
      *                      COLS 42-46  QUANTITY
      *                      COLS 47-48  IA ACCEPTED, IR REJECTED
      *                      COLS 49-50  REASON CODE
      *                      COLS 51-70  REASON
      *              TRAILER COL  1     "T"
      *                      COLS  2-6   PO COUNT
      *                      COLS  7-11  LINE COUNT
      *
      *            EDIORDS.TXT LAYOUT (THE ORDER REGISTER):
      *              COLS  1-6   EDI ORDER NUMBER
      *              COLS  7-12  PARTNER ID
      *              COLS 13-17  CUSTOMER NUMBER
      *              COLS 18-39  CUSTOMER'S PO NUMBER
      *              COLS 40-47  DATE RECEIVED
      *              COLS 48-50  SHIP-TO CODE
      *              COLS 51-53  LINES ACCEPTED
      *              COLS 54-56  LINES REJECTED
      *              COL  57     A ACCEPTED, P PART, R REJECTED
      *
      *            EDIREJ.TXT LAYOUT (THE REJECT WORKLIST):
      *              COLS  1-8   DATE RECEIVED
      *              COLS  9-14  PARTNER ID
      *              COLS 15-19  CUSTOMER NUMBER
      *              COLS 20-41  CUSTOMER'S PO NUMBER
      *              COLS 42-44  PO LINE (000 = THE WHOLE ORDER)
      *              COLS 45-59  THE CUSTOMER'S ITEM NUMBER
      *              COLS 60-64  QUANTITY
      *              COL  65     O OPEN, R WORKED
      *              COLS 66-73  DATE WORKED
      *              COLS 74-75  REASON CODE
      *            THE DESK MARKS AN ENTRY WORKED WITH "R" IN COL 65;
      *            A REJECTED PO THE PARTNER RESENDS AND WE TAKE
      *            CLEARS ITS OWN ENTRIES. THE REPORT IS EDIIN.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARTNER-FILE
           ASSIGN TO "EDIPART.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PT-FILE-STATUS.

           SELECT XREF-FILE
           ASSIGN TO "EDIXREF.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS XR-FILE-STATUS.

      *ONE PARTNER'S ORDERS AT A TIME, UNDER THE NAME ON EDIPART.TXT.
           SELECT INBOUND-FILE
           ASSIGN USING WS-INBOUND-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IB-FILE-STATUS.

      *EVERY ORDER FILE TAKEN, AS THE PARTNER SENT IT.
           SELECT INBOUND-HISTORY-FILE
           ASSIGN TO "EDIHIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IH-FILE-STATUS.

           SELECT ACK-FILE
           ASSIGN USING WS-ACK-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AK-FILE-STATUS.

      *EACH ACKNOWLEDGMENT FILE IS LOGGED ON THE TRANSMISSION LOG
      *(SEE EDISENT.CPY).
           SELECT EDI-SENT-FILE
           ASSIGN USING ES-SENT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ES-FILE-STATUS.

      *THE NIGHT'S FEED IS COPIED ASIDE, THEN WRITTEN BACK WITH THE
      *EDI LINES AND A NEW TRAILER.
           SELECT FEED-FILE
           ASSIGN TO "TRNSISAM.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TF-FILE-STATUS.

           SELECT FEED-OUT-FILE
           ASSIGN USING WS-FEED-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TO-FILE-STATUS.

           SELECT WORK-FILE
           ASSIGN TO "EDIWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WK-FILE-STATUS.

      *THE ORDER REGISTER AND THE REJECT WORKLIST ARE KEPT ACROSS
      *RUNS, AND RUN THROUGH A WORK COPY WHILE TONIGHT'S ARE ADDED.
           SELECT REGISTER-FILE
           ASSIGN TO "EDIORDS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EO-FILE-STATUS.

           SELECT REGISTER-OUT-FILE
           ASSIGN USING WS-EDIORDS-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS OO-FILE-STATUS.

           SELECT REGISTER-WORK-FILE
           ASSIGN TO "EDIOWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS OW-FILE-STATUS.

           SELECT REJECT-FILE
           ASSIGN TO "EDIREJ.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RJ-FILE-STATUS.

           SELECT REJECT-OUT-FILE
           ASSIGN USING WS-EDIREJ-OUT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RO-FILE-STATUS.

           SELECT REJECT-WORK-FILE
           ASSIGN TO "EDIRWORK.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RW-FILE-STATUS.

           SELECT CUSTOMER-FILE
           ASSIGN TO "CUSTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-NUM
           FILE STATUS IS CU-FILE-STATUS.

           SELECT SHIP-TO-FILE
           ASSIGN TO "SHIPTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-KEY
           FILE STATUS IS ST-FILE-STATUS.

           SELECT MASTER-FILE
           ASSIGN TO "VSAM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ID
           FILE STATUS IS MASTER-SWITCH.

      *THE SAME CONTRACT PRICES AND OVERRIDE TOLERANCE THE
      *TRANSACTION RUN PRICES BY.
           SELECT CONTRACT-FILE
           ASSIGN TO "CONTRACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-KEY
           ALTERNATE RECORD KEY IS CO-PRO-NUM WITH DUPLICATES
           FILE STATUS IS CO-FILE-STATUS.

           SELECT TOLERANCE-FILE
           ASSIGN TO "P7TOLER.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TL-FILE-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO "EDIIN.TXT".

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT WRITES THE
      *FEED, REGISTER, WORKLIST AND ACKNOWLEDGMENTS TO TEST COPIES
      *AND LEAVES THE PARTNERS' FILES IN PLACE (SEE TESTMODE.CPY).
           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RM-FILE-STATUS.

      *EVERY NIGHTLY STEP STAMPS ITS START AND END ON THE SHARED RUN
      *LOG SO BATCHWIN.CBL CAN SAY WHICH STEP ATE THE WINDOW.
           SELECT RUN-LOG-FILE
           ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.

      *THE OFFICIAL PROCESSING DATE CALRSLV.CBL RESOLVES FROM THE
      *BUSINESS CALENDAR - THE ORDERS ARE DATED AND PRICED BY IT.
           SELECT PROC-DATE-FILE
           ASSIGN TO "PROCDATE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01  PT-RECORD.
           05  PT-PARTNER-ID           PIC X(6).
           05  PT-CUS-NUM              PIC 9(5).
           05  PT-CUS-NUM-X REDEFINES PT-CUS-NUM
                                       PIC X(5).
           05  PT-INBOUND-NAME         PIC X(12).
           05  PT-ACK-NAME             PIC X(12).
           05  PT-INVOICE-NAME         PIC X(12).
           05  PT-ASN-NAME             PIC X(12).
           05                          PIC X(21).

       FD  XREF-FILE.
       01  XR-RECORD.
           05  XR-CUS-NUM              PIC 9(5).
           05  XR-CUS-NUM-X REDEFINES XR-CUS-NUM
                                       PIC X(5).
           05  XR-ITEM                 PIC X(15).
           05  XR-PRO-NUM              PIC 999.
           05  XR-PRO-NUM-X REDEFINES XR-PRO-NUM
                                       PIC XXX.
           05                          PIC X(57).

       FD  INBOUND-FILE.
       01  IB-RECORD                   PIC X(80).

       FD  INBOUND-HISTORY-FILE.
       01  IH-RECORD                   PIC X(80).

       FD  ACK-FILE.
       01  AK-RECORD                   PIC X(80).

       FD  EDI-SENT-FILE.
       01  ES-FILE-RECORD              PIC X(80).

       FD  FEED-FILE.
       01  TF-RECORD                   PIC X(80).

       FD  FEED-OUT-FILE.
       01  TO-RECORD                   PIC X(80).

       FD  WORK-FILE.
       01  WK-RECORD                   PIC X(80).

       FD  REGISTER-FILE.
       01  EO-RECORD.
           05  EO-ORDER-NUM            PIC 9(6).
           05  EO-ORDER-NUM-X REDEFINES EO-ORDER-NUM
                                       PIC X(6).
           05  EO-PARTNER-ID           PIC X(6).
           05  EO-CUS-NUM              PIC 9(5).
           05  EO-PO-NUM               PIC X(22).
           05  EO-RECEIVED-DATE        PIC 9(8).
           05  EO-SHIP-TO              PIC XXX.
           05  EO-ACCEPTED             PIC 999.
           05  EO-REJECTED             PIC 999.
           05  EO-STATUS               PIC X.
               88  EO-REJECTED-ORDER   VALUE "R".
           05                          PIC X(23).

       FD  REGISTER-OUT-FILE.
       01  OO-RECORD                   PIC X(80).

       FD  REGISTER-WORK-FILE.
       01  OW-RECORD                   PIC X(80).

       FD  REJECT-FILE.
       01  RJ-RECORD.
           05  RJ-DATE                 PIC 9(8).
           05  RJ-PARTNER-ID           PIC X(6).
           05  RJ-CUS-NUM              PIC 9(5).
           05  RJ-PO-NUM               PIC X(22).
           05  RJ-LINE-NUM             PIC XXX.
           05  RJ-ITEM                 PIC X(15).
           05  RJ-QTY                  PIC X(5).
           05  RJ-STATUS               PIC X.
               88  RJ-OPEN             VALUE "O".
               88  RJ-WORKED           VALUE "R".
           05  RJ-WORKED-DATE          PIC 9(8).
           05  RJ-REASON               PIC XX.
           05                          PIC X(5).

       FD  REJECT-OUT-FILE.
       01  RO-RECORD                   PIC X(80).

       FD  REJECT-WORK-FILE.
       01  RW-RECORD                   PIC X(80).

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05  CU-TERMS                PIC X(4).
           05  CU-TAX-EXEMPT           PIC X.
           05  CU-CREDIT-LIMIT         PIC 9(7).
           05  CU-PRIORITY             PIC 9.
           05  CU-SAL-NUM              PIC XXX.
           05                          PIC X.
      *"W" WRITTEN OFF OR "C" AT A COLLECTION AGENCY - THE ACCOUNT
      *TAKES NO NEW ORDERS, ELECTRONIC ONES INCLUDED.
           05  CU-AR-STATUS            PIC X.
               88  CU-AR-BLOCKED       VALUE "W" "C".
           05                          PIC X(5).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05                          PIC X(72).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID                   PIC X(3).
           05                          PIC X(107).

       FD  CONTRACT-FILE.
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CUS-NUM          PIC 9(5).
               10  CO-PRO-NUM          PIC 999.
               10  CO-EFF-DATE         PIC 9(8).
           05  CO-PRICE                PIC 999V99.
           05  CO-EXP-DATE             PIC 9(8).
           05                          PIC X(11).

       FD  TOLERANCE-FILE.
       01  TL-RECORD                   PIC 99V9.

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-MODE-FILE.
       01  RM-MODE-RECORD              PIC X(4).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).

       FD  PROC-DATE-FILE.
       01  PD-FILE-RECORD              PIC X(13).

       WORKING-STORAGE SECTION.

       COPY PROCDT.

       COPY RUNLOG.

       COPY TESTMODE.

       COPY EDISENT.

       01  WS-FILE-NAMES.
           05  WS-INBOUND-NAME         PIC X(12) VALUE SPACES.
           05  WS-ACK-NAME             PIC X(12) VALUE SPACES.
           05  WS-FEED-OUT-NAME        PIC X(12) VALUE
               "TRNSISAM.TXT".
           05  WS-EDIORDS-OUT-NAME     PIC X(12) VALUE
               "EDIORDS.TXT".
           05  WS-EDIREJ-OUT-NAME      PIC X(12) VALUE
               "EDIREJ.TXT".

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  PT-FILE-STATUS          PIC XX.
           05  XR-FILE-STATUS          PIC XX.
           05  IB-FILE-STATUS          PIC XX.
           05  IH-FILE-STATUS          PIC XX.
           05  AK-FILE-STATUS          PIC XX.
           05  TF-FILE-STATUS          PIC XX.
           05  TO-FILE-STATUS          PIC XX.
           05  WK-FILE-STATUS          PIC XX.
           05  EO-FILE-STATUS          PIC XX.
           05  OO-FILE-STATUS          PIC XX.
           05  OW-FILE-STATUS          PIC XX.
           05  RJ-FILE-STATUS          PIC XX.
           05  RO-FILE-STATUS          PIC XX.
           05  RW-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.
           05  MASTER-SWITCH           PIC XX.
           05  CO-FILE-STATUS          PIC XX.
           05  TL-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  WS-SHIP-TO-OPEN         PIC X    VALUE "N".
           05  WS-CO-OPEN              PIC X    VALUE "N".
           05  WS-CO-DONE              PIC X    VALUE "N".
           05  WS-FEED-NEW             PIC X    VALUE "N".
           05  WS-ANY-BUILT            PIC X    VALUE "N".
           05  WS-TEST-ACK-OPEN        PIC X    VALUE "N".

      *THE PARTNER'S RECORDS, ONE VIEW PER RECORD TYPE.
       01  IN-EDI-RECORD.
           05  IN-TYPE                 PIC X.
               88  IN-FILE-HEADER      VALUE "I".
               88  IN-PO-HEADER        VALUE "H".
               88  IN-PO-LINE          VALUE "D".
               88  IN-TRAILER          VALUE "T".
           05  IN-PO-NUM               PIC X(22).
           05  IN-LINE-NUM             PIC XXX.
           05  IN-ITEM                 PIC X(15).
           05  IN-QTY                  PIC 9(5).
           05  IN-QTY-X REDEFINES IN-QTY
                                       PIC X(5).
           05  IN-PRICE                PIC 9(5)V99.
           05  IN-PRICE-X REDEFINES IN-PRICE
                                       PIC X(7).
           05  IN-UOM                  PIC XX.
           05                          PIC X(25).
       01  IN-HEADER-RECORD REDEFINES IN-EDI-RECORD.
           05                          PIC X(23).
           05  IN-PO-DATE              PIC X(8).
           05  IN-SHIP-TO              PIC XXX.
           05  IN-SHIP-DATE            PIC 9(8).
           05  IN-SHIP-DATE-X REDEFINES IN-SHIP-DATE
                                       PIC X(8).
           05  IN-SHIP-DATE-PARTS REDEFINES IN-SHIP-DATE.
               10  IN-SHIP-YYYY        PIC 9(4).
               10  IN-SHIP-MM          PIC 99.
               10  IN-SHIP-DD          PIC 99.
           05                          PIC X(38).
       01  IN-FILE-RECORD REDEFINES IN-EDI-RECORD.
           05                          PIC X.
           05  IN-PARTNER-ID           PIC X(6).
           05  IN-FILE-DATE            PIC X(8).
           05  IN-CONTROL-NUM          PIC X(9).
           05                          PIC X(56).
       01  IN-TRAILER-RECORD REDEFINES IN-EDI-RECORD.
           05                          PIC X.
           05  IN-TRL-POS              PIC 9(5).
           05  IN-TRL-POS-X REDEFINES IN-TRL-POS
                                       PIC X(5).
           05  IN-TRL-LINES            PIC 9(5).
           05  IN-TRL-LINES-X REDEFINES IN-TRL-LINES
                                       PIC X(5).
           05  IN-TRL-QTY              PIC 9(11).
           05  IN-TRL-QTY-X REDEFINES IN-TRL-QTY
                                       PIC X(11).
           05                          PIC X(58).

      *ONE PARTNER FILE BEING PROVED.
       01  WS-INBOUND.
           05  WS-FILE-ERROR           PIC X(40) VALUE SPACES.
           05  WS-I-SEEN               PIC X     VALUE "N".
           05  WS-T-SEEN               PIC X     VALUE "N".
           05  WS-FILE-POS             PIC 9(5)  VALUE 0.
           05  WS-FILE-LINES           PIC 9(5)  VALUE 0.
           05  WS-FILE-QTY             PIC 9(11) VALUE 0.
           05  WS-LAST-PO              PIC X(22) VALUE SPACES.

      *THE TRADING PARTNERS. STATE IS "N" NO FILE TONIGHT, "E" THE
      *FILE DIDN'T PROVE (KEPT), "B" BUILT.
       01  PT-MAX-PARTNERS             PIC 99 VALUE 20.
       01  PT-PARTNER-COUNT            PIC 99 VALUE 0.
       01  PT-OVERFLOW                 PIC 9(3) VALUE 0.
       01  PT-PARTNER-TABLE.
           05  PT-ENTRY OCCURS 20 TIMES.
               10  PT-T-PARTNER-ID     PIC X(6).
               10  PT-T-CUS-NUM        PIC 9(5).
               10  PT-T-INBOUND-NAME   PIC X(12).
               10  PT-T-ACK-NAME       PIC X(12).
               10  PT-T-STATE          PIC X.
               10  PT-T-ERROR          PIC X(40).
               10  PT-T-FILE-RECORD    PIC X(80).
               10  PT-T-POS            PIC 9(5).
               10  PT-T-LINES          PIC 9(5).
       01  PT-SUB                      PIC 99.

      *THE CUSTOMERS' ITEM NUMBERS FOR OUR PRODUCTS.
       01  XT-MAX-ITEMS                PIC 9(4) VALUE 1000.
       01  XT-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  XT-OVERFLOW                 PIC 9(5) VALUE 0.
       01  XT-ITEM-TABLE.
           05  XT-ENTRY OCCURS 1000 TIMES.
               10  XT-CUS-NUM          PIC 9(5).
               10  XT-ITEM             PIC X(15).
               10  XT-PRO-NUM          PIC 999.
       01  XT-SUB                      PIC 9(4).


      *TONIGHT'S ORDERS, HELD UNTIL THE FEED PROVES. STATUS IS "A"
      *ACCEPTED, "P" PART-ACCEPTED, "R" REJECTED.
       01  OD-MAX-ORDERS               PIC 9(3) VALUE 300.
       01  OD-ORDER-COUNT              PIC 9(3) VALUE 0.
       01  OD-ORDER-TABLE.
           05  OD-ENTRY OCCURS 300 TIMES.
               10  OD-PT-SLOT          PIC 99.
               10  OD-PO-NUM           PIC X(22).
               10  OD-ORDER-NUM        PIC 9(6).
               10  OD-SHIP-TO          PIC XXX.
               10  OD-SHIP-MMDD        PIC X(4).
               10  OD-STATUS           PIC X.
               10  OD-REASON           PIC XX.
               10  OD-ACCEPTED         PIC 999.
               10  OD-REJECTED         PIC 999.
               10  OD-REGENERATED      PIC X.
       01  OD-SUB                      PIC 9(3).
       01  WS-OD-SLOT                  PIC 9(3) VALUE 0.

      *TONIGHT'S PO LINES, ACCEPTED OR NOT, FOR THE ACKNOWLEDGMENTS.
       01  LN-MAX-LINES                PIC 9(4) VALUE 2000.
       01  LN-LINE-COUNT               PIC 9(4) VALUE 0.
       01  LN-LINE-TABLE.
           05  LN-ENTRY OCCURS 2000 TIMES.
               10  LN-OD-SLOT          PIC 9(3).
               10  LN-LINE-NUM         PIC XXX.
               10  LN-ITEM             PIC X(15).
               10  LN-QTY              PIC X(5).
               10  LN-STATUS           PIC X.
               10  LN-REASON           PIC XX.
       01  LN-SUB                      PIC 9(4).

      *THE FEED LINES BUILT FROM ACCEPTED PO LINES.
       01  GL-LINE-COUNT               PIC 9(4) VALUE 0.
       01  GL-LINE-TABLE.
           05  GL-LINE OCCURS 2000 TIMES PIC X(80).
       01  GL-SUB                      PIC 9(4).

      *THE SAME MASTER LAYOUT THE TRANSACTION RUN USES.
       01  MASTER-RECORD.
           05  MR-PRO-NUM              PIC 999.
           05  MR-PRO-DES              PIC X(27).
           05  MR-PRICE                PIC 999V99.
           05  MR-MIN-ORD              PIC 999.
           05  MR-QTY-DIS              PIC 999.
           05  MR-DIS-PER              PIC V999.
           05  MR-TOTAL                PIC 9(7).
           05  MR-PEND-PRICE           PIC 999V99.
           05  MR-PEND-PRICE-X REDEFINES MR-PEND-PRICE
                                       PIC X(5).
           05  MR-PEND-DATE            PIC 9(8).
           05  MR-PEND-DATE-X REDEFINES MR-PEND-DATE
                                       PIC X(8).
           05                          PIC X(56).

      *THE FEED LINE BUILT FOR AN ACCEPTED PO LINE - THE SAME
      *COLUMNS ORDENTRY WRITES AND THE TRANSACTION RUN READS.
       01  GN-FEED-LINE.
           05  GN-CUS-NAME             PIC X(25).
           05  GN-SHIP-MMDD            PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X     VALUE SPACES.
           05  GN-QTY-PCH              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  GN-PRO-NUM              PIC 999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  GN-TRAN-DATE            PIC 9(8).
           05  GN-TRAN-TYPE            PIC X     VALUE SPACE.
           05  GN-CUS-NUM              PIC 9(5).
           05  GN-OVR-PRICE            PIC 999V99.
           05  GN-OVR-PRICE-X REDEFINES GN-OVR-PRICE
                                       PIC X(5).
           05  GN-ENTERED-BY           PIC X(3).
               88  GN-FROM-EDI                   VALUE "EDI".
           05  GN-WH-CODE              PIC X     VALUE SPACE.
           05  GN-SAL-NUM              PIC XXX   VALUE SPACES.
           05  GN-UOM-CODE             PIC X     VALUE SPACE.
           05  GN-QUOTE-NUM            PIC X(6)  VALUE SPACES.
           05  GN-EDI-ORDER-NUM        PIC 9(6).
           05  GN-EDI-ORDER-NUM-X REDEFINES GN-EDI-ORDER-NUM
                                       PIC X(6).
           05  GN-SHIP-TO              PIC XXX   VALUE SPACES.

      *THE ACKNOWLEDGMENT RECORDS.
       01  AH-ACK-HEADER.
           05  AH-TYPE                 PIC X     VALUE "H".
           05  AH-PO-NUM               PIC X(22).
           05  AH-ORDER-NUM            PIC 9(6).
           05  AH-DATE                 PIC 9(8).
           05  AH-STATUS               PIC XX.
           05  AH-REASON               PIC XX.
           05  AH-ACCEPTED             PIC 999.
           05  AH-REJECTED             PIC 999.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  AD-ACK-LINE.
           05  AD-TYPE                 PIC X     VALUE "D".
           05  AD-PO-NUM               PIC X(22).
           05  AD-LINE-NUM             PIC XXX.
           05  AD-ITEM                 PIC X(15).
           05  AD-QTY                  PIC X(5).
           05  AD-STATUS               PIC XX.
           05  AD-REASON               PIC XX.
           05  AD-REASON-TEXT          PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  AT-ACK-TRAILER.
           05  AT-TYPE                 PIC X     VALUE "T".
           05  AT-POS                  PIC 9(5).
           05  AT-LINES                PIC 9(5).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-ORDERS-TAKEN         PIC 9(5) VALUE 0.
           05  WS-LINES-ACCEPTED       PIC 9(5) VALUE 0.
           05  WS-LINES-REJECTED       PIC 9(5) VALUE 0.
           05  WS-ORDERS-REJECTED      PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-OUT-COUNT            PIC 9(7) VALUE 0.
           05  WS-OUT-HASH             PIC 9(11) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
           05  WS-WORKED-COUNT         PIC 9(5) VALUE 0.
           05  WS-ACK-POS              PIC 9(5) VALUE 0.
           05  WS-ACK-LINES            PIC 9(5) VALUE 0.
           05  WS-ACK-CONTROL          PIC 9(9) VALUE 0.

       01  WS-WORK.
           05  WS-NEXT-ORDER           PIC 9(6) VALUE 1.
           05  WS-ORDER-REASON         PIC XX.
           05  WS-LINE-REASON          PIC XX.
           05  WS-REASON-CODE          PIC XX.
           05  WS-REASON-TEXT          PIC X(20).
           05  WS-LAST-SHIP-DATE       PIC 9(8).
           05  WS-PRO-NUM              PIC 999.
           05  WS-EFFECTIVE-PRICE      PIC 999V99.
           05  WS-OVR-PRICE            PIC 999V99.
           05  WS-OVR-PRICE-X REDEFINES WS-OVR-PRICE
                                       PIC X(5).
           05  WS-OVR-TOLERANCE        PIC 99V9 VALUE 10.0.
           05  WS-OVR-DEVIATION        PIC 9(7)V99.
           05  WS-ON-REGISTER-TONIGHT  PIC X.
           05  WS-ON-REGISTER-BEFORE   PIC X.
           05  WS-TODAY-PSEUDO-DAYS    PIC 9(7).
           05  WS-ITEM-PSEUDO-DAYS     PIC 9(7).
           05  WS-AGE-DAYS             PIC S9(5).

       01  WS-DATE-PARTS.
           05  WS-DP-YYYY              PIC 9(4).
           05  WS-DP-MM                PIC 99.
           05  WS-DP-DD                PIC 99.

       01  HL-HEADING-LINE.
           05  HL-PROC-DATE            PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(24) VALUE
               "EDI PURCHASE ORDERS IN".
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE "PGM:".
           05  HL-PROGRAM-ID           PIC X(9)  VALUE "EDIIN".
           05  HL-WATERMARK            PIC X(14) VALUE SPACES.

       01  PL-PARTNER-LINE.
           05                          PIC X(8)  VALUE "PARTNER ".
           05  PL-PARTNER-ID           PIC X(6).
           05                          PIC X(11) VALUE "  CUSTOMER ".
           05  PL-CUS-NUM              PIC 9(5).
           05                          PIC X(7)  VALUE "  FILE ".
           05  PL-FILE-NAME            PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-RESULT               PIC X(60).

       01  PR-RESULT-LINE.
           05                          PIC X(5)  VALUE "POS: ".
           05  PR-POS                  PIC ZZZZ9.
           05                          PIC X(10) VALUE "   LINES: ".
           05  PR-LINES                PIC ZZZZ9.

       01  SH-SECTION-HEADING          PIC X(50).

       01  CH-ORDER-HEADING.
           05                          PIC X(8)  VALUE "ORDER".
           05                          PIC X(8)  VALUE "PARTNER".
           05                          PIC X(24) VALUE "CUSTOMER PO".
           05                          PIC X(6)  VALUE "SHIP".
           05                          PIC X(6)  VALUE "SHIP".
           05                          PIC X(6)  VALUE "  OK".
           05                          PIC X(6)  VALUE " REJ".
           05                          PIC X(30) VALUE "STATUS".

       01  DL-ORDER-LINE.
           05  DL-ORDER-NUM            PIC 9(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PARTNER-ID           PIC X(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-PO-NUM               PIC X(22).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-SHIP-TO              PIC XXX.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-SHIP-MMDD            PIC X(4).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  DL-ACCEPTED             PIC ZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-REJECTED             PIC ZZ9.
           05  FILLER                  PIC XXX   VALUE SPACES.
           05  DL-STATUS               PIC X(14).
           05  DL-NOTE                 PIC X(20).

       01  NL-NONE-LINE                PIC X(50).

       01  TL-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZZ9.

       01  FE-FEED-ERROR-LINE.
           05                          PIC X(50) VALUE
               "** TRNSISAM.TXT DID NOT PROVE OUT - NOTHING TAKEN,".
           05                          PIC X(30) VALUE
               " PARTNER FILES KEPT **".

       01  WH-WORKLIST-HEADING.
           05                          PIC X(40) VALUE
               "EDI REJECT WORKLIST".

       01  WC-WORKLIST-COLUMNS.
           05                          PIC X(10) VALUE "RECEIVED".
           05                          PIC X(8)  VALUE "PARTNER".
           05                          PIC X(7)  VALUE "CUST.".
           05                          PIC X(24) VALUE "CUSTOMER PO".
           05                          PIC X(5)  VALUE "LINE".
           05                          PIC X(17) VALUE "ITEM".
           05                          PIC X(7)  VALUE "  QTY".
           05                          PIC X(6)  VALUE " DAYS".
           05                          PIC X(22) VALUE "  WHY".

       01  WL-WORKLIST-LINE.
           05  WL-DATE                 PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-PARTNER-ID           PIC X(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-CUS-NUM              PIC 9(5).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-PO-NUM               PIC X(22).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-LINE-NUM             PIC X(3).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-ITEM                 PIC X(15).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-QTY                  PIC X(5).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-DAYS                 PIC ZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WL-REASON               PIC X(20).

       01  WT-WORKLIST-TOTAL.
           05                          PIC X(22) VALUE
               "OPEN REJECTS:".
           05  WT-COUNT                PIC ZZZZ9.

       COPY FEEDCTL.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 975-LOG-START
           PERFORM 979-CHECK-TEST-MODE
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-PARTNERS
           PERFORM 160-LOAD-XREF
           PERFORM 170-OPEN-CONTRACTS
           PERFORM 180-FIND-NEXT-ORDER
           PERFORM 200-TAKE-PARTNER-FILE
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-PARTNER-COUNT
           PERFORM 300-COPY-FEED
           PERFORM 989-VERIFY-FEED
      *NOTHING IS TAKEN INTO A FEED THAT DOESN'T PROVE TO ITS OWN
      *TRAILER - EVERY PARTNER'S FILE STAYS PUT FOR THE RERUN.
           IF FC-FEED-ERROR = "Y"
               WRITE PRINT-RECORD FROM FE-FEED-ERROR-LINE AFTER 2
               MOVE "N" TO WS-ANY-BUILT
           END-IF
           IF WS-ANY-BUILT = "Y"
               PERFORM 500-REWRITE-FEED
               PERFORM 600-UPDATE-REGISTER
           END-IF
           PERFORM 650-UPDATE-REJECTS
           IF WS-ANY-BUILT = "Y"
               PERFORM 700-WRITE-ACKS
               PERFORM 750-RETIRE-PARTNER-FILES
           END-IF
           PERFORM 800-REPORT
           PERFORM 850-WORKLIST
           CLOSE PRINT-FILE
                 CUSTOMER-FILE
                 MASTER-FILE
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF
           IF WS-CO-OPEN = "Y"
               CLOSE CONTRACT-FILE
           END-IF
           PERFORM 976-LOG-END
           STOP RUN.

      *NO CUSTOMER OR PRODUCT MASTER, NOTHING TO CHECK AN ORDER
      *AGAINST - THE STEP SAYS SO AND TAKES NOTHING.
       100-INITIALIZE.
           IF TEST-RUN
               MOVE "TRNSTEST.TXT" TO WS-FEED-OUT-NAME
               MOVE "EDIORDST.TXT" TO WS-EDIORDS-OUT-NAME
               MOVE "EDIREJT.TXT" TO WS-EDIREJ-OUT-NAME
               MOVE "EDISENTT.TXT" TO ES-SENT-NAME
               MOVE TM-WATERMARK TO HL-WATERMARK
               DISPLAY "EDIIN - TEST RUN - FEED, REGISTER, WORKLIST "
                   "AND ACKNOWLEDGMENTS TO TEST COPIES"
           END-IF
           PERFORM 978-GET-PROC-DATE
           MOVE PR-PROC-DATE TO HL-PROC-DATE
           MOVE PR-PROC-DATE TO WS-DATE-PARTS
           COMPUTE WS-TODAY-PSEUDO-DAYS =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           COMPUTE WS-LAST-SHIP-DATE = PR-PROC-DATE + 10000
           MOVE "TRNSISAM" TO FC-EXPECTED-ID
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM HL-HEADING-LINE AFTER PAGE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT MASTER-FILE
           IF CU-FILE-STATUS NOT = "00" OR MASTER-SWITCH NOT = "00"
               MOVE "CUSTMSTR.DAT OR VSAM.TXT NOT AVAILABLE - NOTHING"
                   TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
               MOVE "TAKEN, PARTNER FILES KEPT" TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 1
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 976-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT SHIP-TO-FILE
           IF ST-FILE-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-OPEN
           END-IF
           OPEN INPUT TOLERANCE-FILE
           IF TL-FILE-STATUS = "00"
               READ TOLERANCE-FILE INTO WS-OVR-TOLERANCE
                   AT END
                       CONTINUE
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

      *NO PARTNER FILE IS A SHOP WITH NO TRADING PARTNERS YET - NOT
      *AN ERROR. A PARTNER WITH NO CUSTOMER NUMBER CAN'T BE TAKEN.
       150-LOAD-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF PT-FILE-STATUS = "00"
               PERFORM UNTIL PT-FILE-STATUS NOT = "00"
                   READ PARTNER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 155-LOAD-ONE-PARTNER
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           IF PT-PARTNER-COUNT = 0
               MOVE "NO TRADING PARTNERS ON EDIPART.TXT"
                   TO NL-NONE-LINE
               WRITE PRINT-RECORD FROM NL-NONE-LINE AFTER 2
           END-IF
           IF PT-OVERFLOW > 0
               DISPLAY "EDIIN - PARTNER TABLE FULL - " PT-OVERFLOW
                   " PARTNERS NOT READ TONIGHT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       155-LOAD-ONE-PARTNER.
           IF PT-PARTNER-ID = SPACES OR PT-CUS-NUM-X NOT NUMERIC
                   OR PT-INBOUND-NAME = SPACES
               DISPLAY "EDIIN - EDIPART.TXT LINE UNREADABLE: "
                   PT-RECORD(1:35)
           ELSE
           IF PT-PARTNER-COUNT < PT-MAX-PARTNERS
               ADD 1 TO PT-PARTNER-COUNT
               MOVE PT-PARTNER-COUNT TO PT-SUB
               MOVE PT-PARTNER-ID TO PT-T-PARTNER-ID(PT-SUB)
               MOVE PT-CUS-NUM TO PT-T-CUS-NUM(PT-SUB)
               MOVE PT-INBOUND-NAME TO PT-T-INBOUND-NAME(PT-SUB)
               MOVE PT-ACK-NAME TO PT-T-ACK-NAME(PT-SUB)
               MOVE "N" TO PT-T-STATE(PT-SUB)
               MOVE SPACES TO PT-T-ERROR(PT-SUB)
                              PT-T-FILE-RECORD(PT-SUB)
               MOVE 0 TO PT-T-POS(PT-SUB)
                         PT-T-LINES(PT-SUB)
           ELSE
               ADD 1 TO PT-OVERFLOW
           END-IF
           END-IF.

      *A CROSS-REFERENCE TABLE TOO SMALL FOR THE FILE WOULD REJECT
      *GOOD LINES AS "NOT ON XREF" - THE STEP SAYS SO LOUDLY.
       160-LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF XR-FILE-STATUS = "00"
               PERFORM UNTIL XR-FILE-STATUS NOT = "00"
                   READ XREF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XR-CUS-NUM-X NUMERIC
                                   AND XR-PRO-NUM-X NUMERIC
                               IF XT-ITEM-COUNT < XT-MAX-ITEMS
                                   ADD 1 TO XT-ITEM-COUNT
                                   MOVE XR-CUS-NUM TO
                                       XT-CUS-NUM(XT-ITEM-COUNT)
                                   MOVE XR-ITEM TO
                                       XT-ITEM(XT-ITEM-COUNT)
                                   MOVE XR-PRO-NUM TO
                                       XT-PRO-NUM(XT-ITEM-COUNT)
                               ELSE
                                   ADD 1 TO XT-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           IF XT-OVERFLOW > 0
               DISPLAY "EDIIN - XREF TABLE FULL - " XT-OVERFLOW
                   " ITEMS NOT LOADED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       170-OPEN-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CO-FILE-STATUS = "00"
               MOVE "Y" TO WS-CO-OPEN
           END-IF.

      *THE NEXT EDI ORDER NUMBER FOLLOWS THE HIGHEST ON THE REGISTER.
       180-FIND-NEXT-ORDER.
           OPEN INPUT REGISTER-FILE
           IF EO-FILE-STATUS = "00"
               PERFORM UNTIL EO-FILE-STATUS NOT = "00"
                   READ REGISTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EO-ORDER-NUM-X NUMERIC
                                   AND EO-ORDER-NUM >= WS-NEXT-ORDER
                               COMPUTE WS-NEXT-ORDER =
                                   EO-ORDER-NUM + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

      *THE WHOLE FILE IS READ AND PROVED BEFORE ANY ORDER IS TAKEN
      *FROM IT, THEN READ AGAIN TO TAKE THEM. NO FILE, OR AN EMPTY
      *ONE, IS A NIGHT THE PARTNER SENT NOTHING - NOT AN ERROR.
       200-TAKE-PARTNER-FILE.
           MOVE PT-T-INBOUND-NAME(PT-SUB) TO WS-INBOUND-NAME
           MOVE SPACES TO WS-FILE-ERROR
                          WS-LAST-PO
           MOVE "N" TO WS-I-SEEN
                       WS-T-SEEN
           MOVE 0 TO WS-FILE-POS
                     WS-FILE-LINES
                     WS-FILE-QTY
           OPEN INPUT INBOUND-FILE
           IF IB-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ INBOUND-FILE INTO IN-EDI-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE "E" TO PT-T-STATE(PT-SUB)
                           PERFORM 210-PROVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
               MOVE "NO " TO EOD
           END-IF
           IF PT-T-STATE(PT-SUB) = "E"
               PERFORM 220-PROVE-FILE
               IF WS-FILE-ERROR = SPACES
                   PERFORM 250-TAKE-ORDERS
                   MOVE "B" TO PT-T-STATE(PT-SUB)
                   MOVE "Y" TO WS-ANY-BUILT
               ELSE
                   MOVE WS-FILE-ERROR TO PT-T-ERROR(PT-SUB)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       210-PROVE-RECORD.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR NOT = SPACES
                   CONTINUE
               WHEN IN-FILE-HEADER AND WS-I-SEEN = "N"
                   IF IN-PARTNER-ID NOT = PT-T-PARTNER-ID(PT-SUB)
                       MOVE "FILE IS FROM ANOTHER PARTNER"
                           TO WS-FILE-ERROR
                   ELSE
                       MOVE "Y" TO WS-I-SEEN
                       MOVE IN-EDI-RECORD TO PT-T-FILE-RECORD(PT-SUB)
                   END-IF
               WHEN WS-I-SEEN = "N"
                   MOVE "FILE HAS NO PARTNER RECORD" TO WS-FILE-ERROR
               WHEN WS-T-SEEN = "Y"
                   MOVE "RECORDS AFTER THE TRAILER" TO WS-FILE-ERROR
               WHEN IN-PO-HEADER
                   ADD 1 TO WS-FILE-POS
                   MOVE IN-PO-NUM TO WS-LAST-PO
               WHEN IN-PO-LINE
                   IF WS-FILE-POS = 0 OR IN-PO-NUM NOT = WS-LAST-PO
                       MOVE "LINE NOT UNDER ITS PO" TO WS-FILE-ERROR
                   ELSE
                   IF IN-QTY-X NOT NUMERIC
                       MOVE "LINE QUANTITY UNREADABLE" TO WS-FILE-ERROR
                   ELSE
                       ADD 1 TO WS-FILE-LINES
                       ADD IN-QTY TO WS-FILE-QTY
                   END-IF
                   END-IF
               WHEN IN-TRAILER
                   IF IN-TRL-POS-X NOT NUMERIC
                           OR IN-TRL-LINES-X NOT NUMERIC
                           OR IN-TRL-QTY-X NOT NUMERIC
                       MOVE "TRAILER UNREADABLE" TO WS-FILE-ERROR
                   ELSE
                       MOVE "Y" TO WS-T-SEEN
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-ERROR
           END-EVALUATE.

      *THE FILE MUST AGREE WITH THE PARTNER'S OWN TRAILER, AND FIT
      *IN WHAT'S LEFT OF TONIGHT'S TABLES - A FULL TABLE KEEPS THE
      *FILE WHOLE FOR THE RERUN RATHER THAN TAKING PART OF IT.
       220-PROVE-FILE.
           IF WS-FILE-ERROR = SPACES
               IF WS-T-SEEN = "N"
                   MOVE "FILE HAS NO TRAILER" TO WS-FILE-ERROR
               ELSE
               IF IN-TRL-POS NOT = WS-FILE-POS
                       OR IN-TRL-LINES NOT = WS-FILE-LINES
                       OR IN-TRL-QTY NOT = WS-FILE-QTY
                   MOVE "FILE DOES NOT PROVE TO ITS TRAILER"
                       TO WS-FILE-ERROR
               ELSE
               IF OD-ORDER-COUNT + WS-FILE-POS > OD-MAX-ORDERS
                       OR LN-LINE-COUNT + WS-FILE-LINES >
                          LN-MAX-LINES
                   MOVE "TOO MANY ORDERS FOR TONIGHT'S TABLES"
                       TO WS-FILE-ERROR
               END-IF
               END-IF
               END-IF
           END-IF
           MOVE WS-FILE-POS TO PT-T-POS(PT-SUB)
           MOVE WS-FILE-LINES TO PT-T-LINES(PT-SUB).

       250-TAKE-ORDERS.
           MOVE 0 TO WS-OD-SLOT
           OPEN INPUT INBOUND-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ INBOUND-FILE INTO IN-EDI-RECORD
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       EVALUATE TRUE
                           WHEN IN-PO-HEADER
                               PERFORM 290-CLOSE-ORDER
                               PERFORM 260-OPEN-ORDER
                           WHEN IN-PO-LINE
                               PERFORM 270-ORDER-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 290-CLOSE-ORDER
           CLOSE INBOUND-FILE
           MOVE "NO " TO EOD.

      *THE ORDER AS A WHOLE - A REASON HERE REJECTS EVERY LINE ON IT.
       260-OPEN-ORDER.
           ADD 1 TO OD-ORDER-COUNT
           MOVE OD-ORDER-COUNT TO WS-OD-SLOT
           MOVE PT-SUB TO OD-PT-SLOT(WS-OD-SLOT)
           MOVE IN-PO-NUM TO OD-PO-NUM(WS-OD-SLOT)
           MOVE IN-SHIP-TO TO OD-SHIP-TO(WS-OD-SLOT)
           MOVE SPACES TO OD-SHIP-MMDD(WS-OD-SLOT)
           MOVE SPACES TO OD-REASON(WS-OD-SLOT)
           MOVE 0 TO OD-ACCEPTED(WS-OD-SLOT)
                     OD-REJECTED(WS-OD-SLOT)
           MOVE "N" TO OD-REGENERATED(WS-OD-SLOT)
           MOVE SPACES TO WS-ORDER-REASON
           PERFORM 265-FIND-ON-REGISTER
           IF WS-ON-REGISTER-TONIGHT = "N"
               MOVE WS-NEXT-ORDER TO OD-ORDER-NUM(WS-OD-SLOT)
               ADD 1 TO WS-NEXT-ORDER
           END-IF
           MOVE PT-T-CUS-NUM(PT-SUB) TO CU-NUM
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CU" TO WS-ORDER-REASON
               NOT INVALID KEY
                   IF CU-AR-BLOCKED
                       MOVE "CB" TO WS-ORDER-REASON
                   END-IF
           END-READ
           IF WS-ORDER-REASON = SPACES
                   AND WS-ON-REGISTER-BEFORE = "Y"
               MOVE "DP" TO WS-ORDER-REASON
           END-IF
           IF WS-ORDER-REASON = SPACES
               PERFORM VARYING OD-SUB FROM 1 BY 1
                       UNTIL OD-SUB >= WS-OD-SLOT
                   IF OD-PT-SLOT(OD-SUB) = PT-SUB
                           AND OD-PO-NUM(OD-SUB) = IN-PO-NUM
                       MOVE "DP" TO WS-ORDER-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ORDER-REASON = SPACES AND IN-SHIP-TO NOT = SPACES
               IF WS-SHIP-TO-OPEN = "N"
                   MOVE "ST" TO WS-ORDER-REASON
               ELSE
                   MOVE CU-NUM TO ST-CUS-NUM
                   MOVE IN-SHIP-TO TO ST-CODE
                   READ SHIP-TO-FILE
                       INVALID KEY
                           MOVE "ST" TO WS-ORDER-REASON
                   END-READ
               END-IF
           END-IF
           IF WS-ORDER-REASON = SPACES
               PERFORM 268-CHECK-SHIP-DATE
           END-IF
           MOVE WS-ORDER-REASON TO OD-REASON(WS-OD-SLOT).

      *A PO ALREADY TAKEN ON AN EARLIER NIGHT IS A DUPLICATE UNLESS
      *WE REJECTED IT THEN. ONE TAKEN EARLIER TONIGHT IS BEING
      *REBUILT AND KEEPS ITS ORDER NUMBER.
       265-FIND-ON-REGISTER.
           MOVE "N" TO WS-ON-REGISTER-TONIGHT
           MOVE "N" TO WS-ON-REGISTER-BEFORE
           OPEN INPUT REGISTER-FILE
           IF EO-FILE-STATUS = "00"
               PERFORM UNTIL EO-FILE-STATUS NOT = "00"
                   READ REGISTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EO-PARTNER-ID = PT-T-PARTNER-ID(PT-SUB)
                                   AND EO-PO-NUM = IN-PO-NUM
                               IF EO-RECEIVED-DATE = PR-PROC-DATE
                                   MOVE "Y" TO WS-ON-REGISTER-TONIGHT
                                   MOVE "Y" TO
                                       OD-REGENERATED(WS-OD-SLOT)
                                   MOVE EO-ORDER-NUM TO
                                       OD-ORDER-NUM(WS-OD-SLOT)
                               ELSE
                                   IF NOT EO-REJECTED-ORDER
                                       MOVE "Y" TO
                                           WS-ON-REGISTER-BEFORE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

      *ORDENTRY'S SHIP-DATE RULE: NOT PAST, LESS THAN A YEAR OUT.
      *ONLY A LATER DATE RIDES ON THE FEED, FOR FUTREL TO HOLD.
       268-CHECK-SHIP-DATE.
           IF IN-SHIP-DATE-X NOT = SPACES
                   AND IN-SHIP-DATE-X NOT = ZEROS
               IF IN-SHIP-DATE-X NOT NUMERIC
                       OR IN-SHIP-MM < 1 OR IN-SHIP-MM > 12
                       OR IN-SHIP-DD < 1 OR IN-SHIP-DD > 31
                       OR IN-SHIP-DATE < PR-PROC-DATE
                       OR IN-SHIP-DATE NOT < WS-LAST-SHIP-DATE
                   MOVE "SD" TO WS-ORDER-REASON
               ELSE
                   IF IN-SHIP-DATE > PR-PROC-DATE
                       MOVE IN-SHIP-DATE-X(5:4) TO
                           OD-SHIP-MMDD(WS-OD-SLOT)
                   END-IF
               END-IF
           END-IF.

       270-ORDER-LINE.
           ADD 1 TO LN-LINE-COUNT
           MOVE LN-LINE-COUNT TO LN-SUB
           MOVE WS-OD-SLOT TO LN-OD-SLOT(LN-SUB)
           MOVE IN-LINE-NUM TO LN-LINE-NUM(LN-SUB)
           MOVE IN-ITEM TO LN-ITEM(LN-SUB)
           MOVE IN-QTY-X TO LN-QTY(LN-SUB)
           MOVE WS-ORDER-REASON TO WS-LINE-REASON
           IF WS-LINE-REASON = SPACES
               PERFORM 275-CHECK-LINE
           END-IF
           IF WS-LINE-REASON = SPACES
               PERFORM 280-BUILD-LINE
               MOVE "A" TO LN-STATUS(LN-SUB)
               ADD 1 TO OD-ACCEPTED(WS-OD-SLOT)
               ADD 1 TO WS-LINES-ACCEPTED
           ELSE
               MOVE "R" TO LN-STATUS(LN-SUB)
               ADD 1 TO OD-REJECTED(WS-OD-SLOT)
               ADD 1 TO WS-LINES-REJECTED
           END-IF
           MOVE WS-LINE-REASON TO LN-REASON(LN-SUB).

      *THE LINE THE WAY ORDENTRY WOULD TAKE IT: EACHES, A MAPPED
      *PRODUCT ON FILE, 1-999 OVER THE MINIMUM, AT AN AGREED PRICE.
       275-CHECK-LINE.
           MOVE 0 TO WS-PRO-NUM
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-ITEM-COUNT
               IF XT-CUS-NUM(XT-SUB) = CU-NUM
                       AND XT-ITEM(XT-SUB) = IN-ITEM
                   MOVE XT-PRO-NUM(XT-SUB) TO WS-PRO-NUM
               END-IF
           END-PERFORM
           IF IN-UOM NOT = SPACES AND IN-UOM NOT = "EA"
               MOVE "UM" TO WS-LINE-REASON
           ELSE
           IF WS-PRO-NUM = 0
               MOVE "IT" TO WS-LINE-REASON
           ELSE
               MOVE WS-PRO-NUM TO MR-ID
               READ MASTER-FILE INTO MASTER-RECORD
                   INVALID KEY
                       MOVE "PR" TO WS-LINE-REASON
               END-READ
           END-IF
           END-IF
           IF WS-LINE-REASON = SPACES
               IF IN-QTY = 0 OR IN-QTY > 999
                   MOVE "QT" TO WS-LINE-REASON
               ELSE
               IF IN-QTY <= MR-MIN-ORD
                   MOVE "MN" TO WS-LINE-REASON
               ELSE
                   PERFORM 278-CHECK-PRICE
               END-IF
               END-IF
           END-IF.

      *THE PRICE IN EFFECT IS FOUND THE WAY THE TRANSACTION RUN
      *FINDS IT. THE PARTNER'S PRICE, WHEN IT DIFFERS, RIDES AS A
      *NEGOTIATED OVERRIDE ONLY INSIDE THE SAME TOLERANCE THE RUN
      *ALLOWS - OUTSIDE IT THE PARTNER HEARS NOW, NOT AT BILLING.
       278-CHECK-PRICE.
           MOVE SPACES TO WS-OVR-PRICE-X
           MOVE MR-PRICE TO WS-EFFECTIVE-PRICE
           IF MR-PEND-PRICE-X NUMERIC AND MR-PEND-DATE-X NUMERIC
                   AND MR-PEND-DATE > 0
                   AND PR-PROC-DATE >= MR-PEND-DATE
               MOVE MR-PEND-PRICE TO WS-EFFECTIVE-PRICE
           END-IF
           IF WS-CO-OPEN = "Y"
               MOVE CU-NUM TO CO-CUS-NUM
               MOVE WS-PRO-NUM TO CO-PRO-NUM
               MOVE 0 TO CO-EFF-DATE
               MOVE "N" TO WS-CO-DONE
               START CONTRACT-FILE KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CO-DONE
               END-START
               PERFORM 279-NEXT-CONTRACT
                   UNTIL WS-CO-DONE = "Y"
           END-IF
           IF IN-PRICE-X = SPACES OR IN-PRICE-X = ZEROS
               CONTINUE
           ELSE
           IF IN-PRICE-X NOT NUMERIC
               MOVE "BP" TO WS-LINE-REASON
           ELSE
           IF IN-PRICE NOT = WS-EFFECTIVE-PRICE
               IF IN-PRICE > 999.99 OR WS-EFFECTIVE-PRICE = 0
                   MOVE "PX" TO WS-LINE-REASON
               ELSE
                   IF IN-PRICE > WS-EFFECTIVE-PRICE
                       COMPUTE WS-OVR-DEVIATION ROUNDED =
                           (IN-PRICE - WS-EFFECTIVE-PRICE)
                           / WS-EFFECTIVE-PRICE * 100
                   ELSE
                       COMPUTE WS-OVR-DEVIATION ROUNDED =
                           (WS-EFFECTIVE-PRICE - IN-PRICE)
                           / WS-EFFECTIVE-PRICE * 100
                   END-IF
                   IF WS-OVR-DEVIATION > WS-OVR-TOLERANCE
                       MOVE "PX" TO WS-LINE-REASON
                   ELSE
                       MOVE IN-PRICE TO WS-OVR-PRICE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *THE CUSTOMER'S CONTRACTS FOR THE PRODUCT COME OFF THE KEY IN
      *EFFECTIVE-DATE ORDER, SO THE LATEST ONE IN FORCE WINS.
       279-NEXT-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CO-DONE
               NOT AT END
                   IF CO-CUS-NUM NOT = CU-NUM
                           OR CO-PRO-NUM NOT = WS-PRO-NUM
                       MOVE "Y" TO WS-CO-DONE
                   ELSE
                       IF PR-PROC-DATE >= CO-EFF-DATE
                               AND PR-PROC-DATE <= CO-EXP-DATE
                           MOVE CO-PRICE TO WS-EFFECTIVE-PRICE
                       END-IF
                   END-IF
           END-READ.

       280-BUILD-LINE.
           MOVE SPACES TO GN-FEED-LINE
           MOVE CU-NAME TO GN-CUS-NAME
           MOVE OD-SHIP-MMDD(WS-OD-SLOT) TO GN-SHIP-MMDD
           MOVE IN-QTY TO GN-QTY-PCH
           MOVE WS-PRO-NUM TO GN-PRO-NUM
           MOVE PR-PROC-DATE TO GN-TRAN-DATE
           MOVE SPACE TO GN-TRAN-TYPE
           MOVE CU-NUM TO GN-CUS-NUM
           MOVE WS-OVR-PRICE-X TO GN-OVR-PRICE-X
           MOVE "EDI" TO GN-ENTERED-BY
           MOVE SPACE TO GN-WH-CODE
           MOVE CU-SAL-NUM TO GN-SAL-NUM
           MOVE SPACE TO GN-UOM-CODE
           MOVE SPACES TO GN-QUOTE-NUM
           MOVE OD-ORDER-NUM(WS-OD-SLOT) TO GN-EDI-ORDER-NUM
           MOVE OD-SHIP-TO(WS-OD-SLOT) TO GN-SHIP-TO
           ADD 1 TO GL-LINE-COUNT
           MOVE GN-FEED-LINE TO GL-LINE(GL-LINE-COUNT).

      *A PO WITH NO LINES IS REJECTED AS SUCH; OTHERWISE THE LINES
      *DECIDE - ALL TAKEN, SOME, OR NONE.
       290-CLOSE-ORDER.
           IF WS-OD-SLOT > 0
               EVALUATE TRUE
                   WHEN OD-ACCEPTED(WS-OD-SLOT) = 0
                           AND OD-REJECTED(WS-OD-SLOT) = 0
                       MOVE "R" TO OD-STATUS(WS-OD-SLOT)
                       IF OD-REASON(WS-OD-SLOT) = SPACES
                           MOVE "NL" TO OD-REASON(WS-OD-SLOT)
                       END-IF
                   WHEN OD-ACCEPTED(WS-OD-SLOT) = 0
                       MOVE "R" TO OD-STATUS(WS-OD-SLOT)
                   WHEN OD-REJECTED(WS-OD-SLOT) = 0
                       MOVE "A" TO OD-STATUS(WS-OD-SLOT)
                   WHEN OTHER
                       MOVE "P" TO OD-STATUS(WS-OD-SLOT)
               END-EVALUATE
               IF OD-STATUS(WS-OD-SLOT) = "R"
                   ADD 1 TO WS-ORDERS-REJECTED
               ELSE
                   ADD 1 TO WS-ORDERS-TAKEN
               END-IF
               MOVE 0 TO WS-OD-SLOT
           END-IF.

      *THE FEED COMES ACROSS TO THE WORK FILE THROUGH THE SAME
      *HEADER/TRAILER CHECKS THE TRANSACTION RUN MAKES. NO FEED
      *TONIGHT IS NOT AN ERROR - THE ORDERS START ONE.
       300-COPY-FEED.
           OPEN INPUT FEED-FILE
           IF TF-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ FEED-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 980-FEED-RECORD
                           IF FC-HEADER-REC
                               WRITE WK-RECORD FROM TF-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
                     WORK-FILE
           ELSE
               DISPLAY "EDIIN - NO TRNSISAM.TXT - STARTING ONE"
               MOVE "Y" TO WS-FEED-NEW
               MOVE "Y" TO FC-HEADER-SEEN
               MOVE "Y" TO FC-TRAILER-SEEN
           END-IF.

      *A LINE THIS STEP BUILT EARLIER TONIGHT FOR AN ORDER BEING
      *REBUILT IS LEFT OUT - IT COMES BACK FROM THE PO ITSELF.
       310-COPY-DETAIL.
           MOVE TF-RECORD TO GN-FEED-LINE
           MOVE "N" TO WS-ON-REGISTER-TONIGHT
           IF GN-FROM-EDI AND GN-EDI-ORDER-NUM-X NUMERIC
               PERFORM VARYING OD-SUB FROM 1 BY 1
                       UNTIL OD-SUB > OD-ORDER-COUNT
                   IF OD-REGENERATED(OD-SUB) = "Y"
                           AND OD-ORDER-NUM(OD-SUB) = GN-EDI-ORDER-NUM
                       MOVE "Y" TO WS-ON-REGISTER-TONIGHT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ON-REGISTER-TONIGHT = "Y"
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               WRITE WK-RECORD FROM TF-RECORD
           END-IF.

      *THE FEED GOES BACK TOGETHER - EVERYTHING THAT CAME IN (LESS
      *THE REBUILT ORDERS' EARLIER LINES), THEN THE NEW LINES, THEN A
      *TRAILER COUNTED AND HASHED OVER WHAT WAS ACTUALLY WRITTEN.
       500-REWRITE-FEED.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-HASH
           OPEN OUTPUT FEED-OUT-FILE
           IF WS-FEED-NEW = "Y"
               MOVE SPACES TO FC-CONTROL-RECORD
               MOVE "HDR" TO FC-RECORD-TYPE
               MOVE "TRNSISAM" TO FC-FEED-ID
               MOVE PR-PROC-DATE TO FC-BUSINESS-DATE
               MOVE ZEROS TO FC-RECORD-COUNT
               MOVE ZEROS TO FC-HASH-VALUE
               WRITE TO-RECORD FROM FC-CONTROL-RECORD
           ELSE
               OPEN INPUT WORK-FILE
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ WORK-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           MOVE WK-RECORD TO TO-RECORD
                           PERFORM 510-WRITE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-LINE-COUNT
               MOVE GL-LINE(GL-SUB) TO TO-RECORD
               PERFORM 510-WRITE-FEED-RECORD
           END-PERFORM
           MOVE SPACES TO FC-CONTROL-RECORD
           MOVE "TRL" TO FC-RECORD-TYPE
           MOVE "TRNSISAM" TO FC-FEED-ID
           IF WS-FEED-NEW = "Y"
               MOVE PR-PROC-DATE TO FC-BUSINESS-DATE
           ELSE
               MOVE FC-SAVED-BUSINESS-DATE TO FC-BUSINESS-DATE
           END-IF
           MOVE WS-OUT-COUNT TO FC-RECORD-COUNT
           MOVE WS-OUT-HASH TO FC-HASH-VALUE
           WRITE TO-RECORD FROM FC-CONTROL-RECORD
           CLOSE FEED-OUT-FILE.

      *THE HEADER PASSES STRAIGHT THROUGH; EVERY DETAIL IS COUNTED
      *AND HASHED THE WAY THE FEED CHECK WILL RECOUNT IT.
       510-WRITE-FEED-RECORD.
           WRITE TO-RECORD
           IF TO-RECORD(1:3) NOT = "HDR"
               ADD 1 TO WS-OUT-COUNT
               PERFORM VARYING FC-SUB FROM 1 BY 1
                       UNTIL FC-SUB > 80
                   MOVE TO-RECORD(FC-SUB:1) TO FC-DIGIT-X
                   IF FC-DIGIT-X NUMERIC
                       ADD FC-DIGIT-N TO WS-OUT-HASH
                   END-IF
               END-PERFORM
           END-IF.

      *THE REGISTER GOES ACROSS TO ITS WORK COPY LESS THE ENTRIES
      *FOR ORDERS BEING REBUILT, THEN BACK WITH TONIGHT'S ORDERS.
       600-UPDATE-REGISTER.
           OPEN OUTPUT REGISTER-WORK-FILE
           OPEN INPUT REGISTER-FILE
           IF EO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ REGISTER-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 610-COPY-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               MOVE "NO " TO EOD
           END-IF
           PERFORM VARYING OD-SUB FROM 1 BY 1
                   UNTIL OD-SUB > OD-ORDER-COUNT
               MOVE SPACES TO EO-RECORD
               MOVE OD-ORDER-NUM(OD-SUB) TO EO-ORDER-NUM
               MOVE OD-PT-SLOT(OD-SUB) TO PT-SUB
               MOVE PT-T-PARTNER-ID(PT-SUB) TO EO-PARTNER-ID
               MOVE PT-T-CUS-NUM(PT-SUB) TO EO-CUS-NUM
               MOVE OD-PO-NUM(OD-SUB) TO EO-PO-NUM
               MOVE PR-PROC-DATE TO EO-RECEIVED-DATE
               MOVE OD-SHIP-TO(OD-SUB) TO EO-SHIP-TO
               MOVE OD-ACCEPTED(OD-SUB) TO EO-ACCEPTED
               MOVE OD-REJECTED(OD-SUB) TO EO-REJECTED
               MOVE OD-STATUS(OD-SUB) TO EO-STATUS
               WRITE OW-RECORD FROM EO-RECORD
           END-PERFORM
           CLOSE REGISTER-WORK-FILE
           OPEN OUTPUT REGISTER-OUT-FILE
           OPEN INPUT REGISTER-WORK-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ REGISTER-WORK-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE OO-RECORD FROM OW-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE REGISTER-WORK-FILE
                 REGISTER-OUT-FILE.

       610-COPY-REGISTER-ENTRY.
           MOVE "N" TO WS-ON-REGISTER-TONIGHT
           IF EO-RECEIVED-DATE = PR-PROC-DATE
               PERFORM VARYING OD-SUB FROM 1 BY 1
                       UNTIL OD-SUB > OD-ORDER-COUNT
                   IF OD-REGENERATED(OD-SUB) = "Y"
                           AND OD-ORDER-NUM(OD-SUB) = EO-ORDER-NUM
                       MOVE "Y" TO WS-ON-REGISTER-TONIGHT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ON-REGISTER-TONIGHT = "N"
               WRITE OW-RECORD FROM EO-RECORD
           END-IF.

      *THE WORKLIST GOES ACROSS TO ITS WORK COPY - LESS TONIGHT'S
      *ENTRIES FOR ORDERS BEING REBUILT, WITH A PO THE PARTNER SENT
      *AGAIN AND WE TOOK MARKED WORKED - AND BACK WITH TONIGHT'S
      *REJECTS. IT RUNS EVERY NIGHT SO THE WORKLIST ALWAYS PRINTS.
       650-UPDATE-REJECTS.
           OPEN OUTPUT REJECT-WORK-FILE
           OPEN INPUT REJECT-FILE
           IF RJ-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ REJECT-FILE
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 660-COPY-REJECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               MOVE "NO " TO EOD
           END-IF
           IF WS-ANY-BUILT = "Y"
               PERFORM VARYING LN-SUB FROM 1 BY 1
                       UNTIL LN-SUB > LN-LINE-COUNT
                   IF LN-STATUS(LN-SUB) = "R"
                       MOVE SPACES TO RJ-RECORD
                       MOVE LN-OD-SLOT(LN-SUB) TO OD-SUB
                       MOVE LN-LINE-NUM(LN-SUB) TO RJ-LINE-NUM
                       MOVE LN-ITEM(LN-SUB) TO RJ-ITEM
                       MOVE LN-QTY(LN-SUB) TO RJ-QTY
                       MOVE LN-REASON(LN-SUB) TO RJ-REASON
                       PERFORM 670-NEW-REJECT-ENTRY
                   END-IF
               END-PERFORM
      *A PO WITH NOTHING ON IT STILL NEEDS SOMEBODY TO CALL ABOUT IT.
               PERFORM VARYING OD-SUB FROM 1 BY 1
                       UNTIL OD-SUB > OD-ORDER-COUNT
                   IF OD-REASON(OD-SUB) = "NL"
                       MOVE SPACES TO RJ-RECORD
                       MOVE "000" TO RJ-LINE-NUM
                       MOVE "NL" TO RJ-REASON
                       PERFORM 670-NEW-REJECT-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REJECT-WORK-FILE
           OPEN OUTPUT REJECT-OUT-FILE
           OPEN INPUT REJECT-WORK-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ REJECT-WORK-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE RO-RECORD FROM RW-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE REJECT-WORK-FILE
                 REJECT-OUT-FILE.

       660-COPY-REJECT-ENTRY.
           MOVE "N" TO WS-ON-REGISTER-TONIGHT
           IF WS-ANY-BUILT = "Y"
               PERFORM VARYING OD-SUB FROM 1 BY 1
                       UNTIL OD-SUB > OD-ORDER-COUNT
                   MOVE OD-PT-SLOT(OD-SUB) TO PT-SUB
                   IF PT-T-PARTNER-ID(PT-SUB) = RJ-PARTNER-ID
                           AND OD-PO-NUM(OD-SUB) = RJ-PO-NUM
                       IF RJ-DATE = PR-PROC-DATE
                           MOVE "Y" TO WS-ON-REGISTER-TONIGHT
                       ELSE
                           IF RJ-OPEN AND OD-STATUS(OD-SUB) NOT = "R"
                               MOVE "R" TO RJ-STATUS
                               MOVE PR-PROC-DATE TO RJ-WORKED-DATE
                               ADD 1 TO WS-WORKED-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ON-REGISTER-TONIGHT = "N"
               WRITE RW-RECORD FROM RJ-RECORD
           END-IF.

       670-NEW-REJECT-ENTRY.
           MOVE OD-PT-SLOT(OD-SUB) TO PT-SUB
           MOVE PR-PROC-DATE TO RJ-DATE
           MOVE PT-T-PARTNER-ID(PT-SUB) TO RJ-PARTNER-ID
           MOVE PT-T-CUS-NUM(PT-SUB) TO RJ-CUS-NUM
           MOVE OD-PO-NUM(OD-SUB) TO RJ-PO-NUM
           MOVE "O" TO RJ-STATUS
           MOVE 0 TO RJ-WORKED-DATE
           WRITE RW-RECORD FROM RJ-RECORD.

      *EVERY PARTNER WHOSE FILE WAS TAKEN GETS ITS ACKNOWLEDGMENTS
      *BACK - ITS OWN "I" RECORD, EACH PO WITH ITS LINES, A TRAILER.
      *A REHEARSAL PUTS EVERY PARTNER'S IN ONE TEST FILE.
       700-WRITE-ACKS.
           PERFORM 990-EDI-NEXT-CONTROL
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-PARTNER-COUNT
               IF PT-T-STATE(PT-SUB) = "B"
                   PERFORM 710-ACK-ONE-PARTNER
               END-IF
           END-PERFORM.

       710-ACK-ONE-PARTNER.
           IF TEST-RUN
               MOVE "EDIACKT.TXT" TO WS-ACK-NAME
               IF WS-TEST-ACK-OPEN = "Y"
                   OPEN EXTEND ACK-FILE
               ELSE
                   OPEN OUTPUT ACK-FILE
                   MOVE "Y" TO WS-TEST-ACK-OPEN
               END-IF
           ELSE
               MOVE PT-T-ACK-NAME(PT-SUB) TO WS-ACK-NAME
               OPEN OUTPUT ACK-FILE
           END-IF
           MOVE 0 TO WS-ACK-POS
                     WS-ACK-LINES
           MOVE ES-NEXT-CONTROL TO WS-ACK-CONTROL
           ADD 1 TO ES-NEXT-CONTROL
           WRITE AK-RECORD FROM PT-T-FILE-RECORD(PT-SUB)
           PERFORM VARYING OD-SUB FROM 1 BY 1
                   UNTIL OD-SUB > OD-ORDER-COUNT
               IF OD-PT-SLOT(OD-SUB) = PT-SUB
                   PERFORM 720-ACK-ONE-ORDER
               END-IF
           END-PERFORM
           MOVE WS-ACK-POS TO AT-POS
           MOVE WS-ACK-LINES TO AT-LINES
           WRITE AK-RECORD FROM AT-ACK-TRAILER
           CLOSE ACK-FILE
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "F" TO ES-TYPE
           MOVE PT-T-PARTNER-ID(PT-SUB) TO ES-PARTNER-ID
           MOVE WS-ACK-CONTROL TO ES-CONTROL-NUM
           MOVE "ACK" TO ES-DOC-TYPE
           MOVE WS-ACK-NAME TO ES-FILE-NAME
           MOVE WS-ACK-POS TO ES-DOC-COUNT
           MOVE WS-ACK-LINES TO ES-LINE-COUNT
           MOVE 0 TO ES-AMOUNT
           PERFORM 991-EDI-LOG-SENT.

       720-ACK-ONE-ORDER.
           ADD 1 TO WS-ACK-POS
           MOVE OD-PO-NUM(OD-SUB) TO AH-PO-NUM
           MOVE OD-ORDER-NUM(OD-SUB) TO AH-ORDER-NUM
           MOVE PR-PROC-DATE TO AH-DATE
           EVALUATE OD-STATUS(OD-SUB)
               WHEN "A"
                   MOVE "AC" TO AH-STATUS
               WHEN "P"
                   MOVE "AP" TO AH-STATUS
               WHEN OTHER
                   MOVE "RJ" TO AH-STATUS
           END-EVALUATE
           MOVE OD-REASON(OD-SUB) TO AH-REASON
           MOVE OD-ACCEPTED(OD-SUB) TO AH-ACCEPTED
           MOVE OD-REJECTED(OD-SUB) TO AH-REJECTED
           WRITE AK-RECORD FROM AH-ACK-HEADER
           PERFORM VARYING LN-SUB FROM 1 BY 1
                   UNTIL LN-SUB > LN-LINE-COUNT
               IF LN-OD-SLOT(LN-SUB) = OD-SUB
                   ADD 1 TO WS-ACK-LINES
                   MOVE OD-PO-NUM(OD-SUB) TO AD-PO-NUM
                   MOVE LN-LINE-NUM(LN-SUB) TO AD-LINE-NUM
                   MOVE LN-ITEM(LN-SUB) TO AD-ITEM
                   MOVE LN-QTY(LN-SUB) TO AD-QTY
                   MOVE LN-REASON(LN-SUB) TO AD-REASON
                   MOVE LN-REASON(LN-SUB) TO WS-REASON-CODE
                   PERFORM 890-REASON-TEXT
                   MOVE WS-REASON-TEXT TO AD-REASON-TEXT
                   IF LN-STATUS(LN-SUB) = "A"
                       MOVE "IA" TO AD-STATUS
                   ELSE
                       MOVE "IR" TO AD-STATUS
                   END-IF
                   WRITE AK-RECORD FROM AD-ACK-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "D" TO ES-TYPE
           MOVE PT-T-PARTNER-ID(PT-SUB) TO ES-PARTNER-ID
           MOVE WS-ACK-CONTROL TO ES-CONTROL-NUM
           MOVE "ACK" TO ES-DOC-TYPE
           MOVE OD-ORDER-NUM(OD-SUB) TO ES-DOC-NUM
           MOVE OD-PO-NUM(OD-SUB) TO ES-PO-NUM
           MOVE 0 TO ES-DOC-AMOUNT
           PERFORM 991-EDI-LOG-SENT.

      *A TAKEN FILE IS FILED AWAY AS THE PARTNER SENT IT AND CLEARED,
      *SO TOMORROW'S FILE CAN'T BE CONFUSED WITH TONIGHT'S. A TEST
      *RUN LEAVES IT FOR THE REAL NIGHT.
       750-RETIRE-PARTNER-FILES.
           IF NOT TEST-RUN
               OPEN EXTEND INBOUND-HISTORY-FILE
               IF IH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT INBOUND-HISTORY-FILE
               END-IF
               PERFORM VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-PARTNER-COUNT
                   IF PT-T-STATE(PT-SUB) = "B"
                       PERFORM 760-RETIRE-ONE-FILE
                   END-IF
               END-PERFORM
               CLOSE INBOUND-HISTORY-FILE
           END-IF.

       760-RETIRE-ONE-FILE.
           MOVE PT-T-INBOUND-NAME(PT-SUB) TO WS-INBOUND-NAME
           OPEN INPUT INBOUND-FILE
           MOVE "NO " TO EOD
           PERFORM UNTIL EOD = "YES"
               READ INBOUND-FILE
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       WRITE IH-RECORD FROM IB-RECORD
               END-READ
           END-PERFORM
           MOVE "NO " TO EOD
           CLOSE INBOUND-FILE
           OPEN OUTPUT INBOUND-FILE
           CLOSE INBOUND-FILE.

      *EACH PARTNER'S FILE, THEN EVERY ORDER TAKEN TONIGHT.
       800-REPORT.
           PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-PARTNER-COUNT
               MOVE PT-T-PARTNER-ID(PT-SUB) TO PL-PARTNER-ID
               MOVE PT-T-CUS-NUM(PT-SUB) TO PL-CUS-NUM
               MOVE PT-T-INBOUND-NAME(PT-SUB) TO PL-FILE-NAME
               EVALUATE PT-T-STATE(PT-SUB)
                   WHEN "N"
                       MOVE "NO ORDERS TONIGHT" TO PL-RESULT
                   WHEN "E"
                       MOVE SPACES TO PL-RESULT
                       STRING "** " DELIMITED BY SIZE
                              PT-T-ERROR(PT-SUB) DELIMITED BY "  "
                              " - FILE KEPT" DELIMITED BY SIZE
                           INTO PL-RESULT
                   WHEN OTHER
                       MOVE PT-T-POS(PT-SUB) TO PR-POS
                       MOVE PT-T-LINES(PT-SUB) TO PR-LINES
                       MOVE PR-RESULT-LINE TO PL-RESULT
               END-EVALUATE
               IF FC-FEED-ERROR = "Y" AND PT-T-STATE(PT-SUB) = "B"
                   MOVE "NOT TAKEN - FEED DID NOT PROVE, FILE KEPT"
                       TO PL-RESULT
               END-IF
               WRITE PRINT-RECORD FROM PL-PARTNER-LINE AFTER 1
           END-PERFORM
           IF WS-ANY-BUILT = "Y"
               MOVE "ORDERS TAKEN TONIGHT" TO SH-SECTION-HEADING
               WRITE PRINT-RECORD FROM SH-SECTION-HEADING AFTER 3
               WRITE PRINT-RECORD FROM CH-ORDER-HEADING AFTER 1
               PERFORM 810-ORDER-LINE
                   VARYING OD-SUB FROM 1 BY 1
                   UNTIL OD-SUB > OD-ORDER-COUNT
               MOVE "ORDERS ACCEPTED IN WHOLE OR PART" TO TL-LABEL
               MOVE WS-ORDERS-TAKEN TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 2
               MOVE "ORDERS REJECTED" TO TL-LABEL
               MOVE WS-ORDERS-REJECTED TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               MOVE "LINES ONTO THE FEED" TO TL-LABEL
               MOVE WS-LINES-ACCEPTED TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               MOVE "LINES REJECTED" TO TL-LABEL
               MOVE WS-LINES-REJECTED TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               IF WS-DROPPED-COUNT > 0
                   MOVE "EARLIER LINES TONIGHT REBUILT" TO TL-LABEL
                   MOVE WS-DROPPED-COUNT TO TL-COUNT
                   WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
               END-IF
           END-IF.

       810-ORDER-LINE.
           MOVE OD-PT-SLOT(OD-SUB) TO PT-SUB
           MOVE OD-ORDER-NUM(OD-SUB) TO DL-ORDER-NUM
           MOVE PT-T-PARTNER-ID(PT-SUB) TO DL-PARTNER-ID
           MOVE OD-PO-NUM(OD-SUB) TO DL-PO-NUM
           MOVE OD-SHIP-TO(OD-SUB) TO DL-SHIP-TO
           MOVE OD-SHIP-MMDD(OD-SUB) TO DL-SHIP-MMDD
           MOVE OD-ACCEPTED(OD-SUB) TO DL-ACCEPTED
           MOVE OD-REJECTED(OD-SUB) TO DL-REJECTED
           EVALUATE OD-STATUS(OD-SUB)
               WHEN "A"
                   MOVE "ACCEPTED" TO DL-STATUS
               WHEN "P"
                   MOVE "PART-ACCEPTED" TO DL-STATUS
               WHEN OTHER
                   MOVE "REJECTED" TO DL-STATUS
           END-EVALUATE
           MOVE OD-REASON(OD-SUB) TO WS-REASON-CODE
           PERFORM 890-REASON-TEXT
           MOVE WS-REASON-TEXT TO DL-NOTE
           WRITE PRINT-RECORD FROM DL-ORDER-LINE AFTER 1.

      *EVERY REJECT STILL WAITING ON THE DESK, OLDEST FIRST AS THEY
      *WERE ADDED, WITH HOW LONG IT HAS WAITED.
       850-WORKLIST.
           WRITE PRINT-RECORD FROM WH-WORKLIST-HEADING AFTER 3
           WRITE PRINT-RECORD FROM WC-WORKLIST-COLUMNS AFTER 2
           OPEN INPUT REJECT-OUT-FILE
           IF RO-FILE-STATUS = "00"
               MOVE "NO " TO EOD
               PERFORM UNTIL EOD = "YES"
                   READ REJECT-OUT-FILE INTO RJ-RECORD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF RJ-OPEN
                               PERFORM 860-WORKLIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-OUT-FILE
               MOVE "NO " TO EOD
           END-IF
           MOVE WS-OPEN-COUNT TO WT-COUNT
           WRITE PRINT-RECORD FROM WT-WORKLIST-TOTAL AFTER 2
           IF WS-WORKED-COUNT > 0
               MOVE "CLEARED TONIGHT BY A RESENT PO" TO TL-LABEL
               MOVE WS-WORKED-COUNT TO TL-COUNT
               WRITE PRINT-RECORD FROM TL-TOTAL-LINE AFTER 1
           END-IF.

       860-WORKLIST-LINE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE RJ-DATE TO WL-DATE
           MOVE RJ-PARTNER-ID TO WL-PARTNER-ID
           MOVE RJ-CUS-NUM TO WL-CUS-NUM
           MOVE RJ-PO-NUM TO WL-PO-NUM
           IF RJ-LINE-NUM = "000"
               MOVE "ALL" TO WL-LINE-NUM
           ELSE
               MOVE RJ-LINE-NUM TO WL-LINE-NUM
           END-IF
           MOVE RJ-ITEM TO WL-ITEM
           MOVE RJ-QTY TO WL-QTY
           MOVE RJ-DATE TO WS-DATE-PARTS
           COMPUTE WS-ITEM-PSEUDO-DAYS =
               WS-DP-YYYY * 360 + WS-DP-MM * 30 + WS-DP-DD
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-PSEUDO-DAYS - WS-ITEM-PSEUDO-DAYS
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WL-DAYS
           MOVE RJ-REASON TO WS-REASON-CODE
           PERFORM 890-REASON-TEXT
           MOVE WS-REASON-TEXT TO WL-REASON
           WRITE PRINT-RECORD FROM WL-WORKLIST-LINE AFTER 1.

      *THE REASON CODES THE ACKNOWLEDGMENTS, THE REPORT AND THE
      *WORKLIST SHARE.
       890-REASON-TEXT.
           EVALUATE WS-REASON-CODE
               WHEN SPACES
                   MOVE SPACES TO WS-REASON-TEXT
               WHEN "CU"
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REASON-TEXT
               WHEN "CB"
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN "DP"
                   MOVE "DUPLICATE PO" TO WS-REASON-TEXT
               WHEN "ST"
                   MOVE "SHIP-TO NOT ON FILE" TO WS-REASON-TEXT
               WHEN "SD"
                   MOVE "BAD SHIP DATE" TO WS-REASON-TEXT
               WHEN "NL"
                   MOVE "PO HAS NO LINES" TO WS-REASON-TEXT
               WHEN "UM"
                   MOVE "NOT IN EACHES" TO WS-REASON-TEXT
               WHEN "IT"
                   MOVE "ITEM NOT ON XREF" TO WS-REASON-TEXT
               WHEN "PR"
                   MOVE "PRODUCT NOT ON FILE" TO WS-REASON-TEXT
               WHEN "QT"
                   MOVE "QUANTITY NOT 1-999" TO WS-REASON-TEXT
               WHEN "MN"
                   MOVE "BELOW MINIMUM ORDER" TO WS-REASON-TEXT
               WHEN "BP"
                   MOVE "PRICE UNREADABLE" TO WS-REASON-TEXT
               WHEN "PX"
                   MOVE "PRICE NOT AGREED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "SEE THE DESK" TO WS-REASON-TEXT
           END-EVALUATE.

       COPY FEEDCHK REPLACING
           ==FC-INPUT== BY ==TF-RECORD==
           ==FC-DETAIL-PARA== BY ==310-COPY-DETAIL==.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="EDIIN"==.

       COPY PROCDTIO.

       COPY TESTMDIO.

       COPY EDISNTIO REPLACING
           ==ES-PGM-NAME== BY =="EDIIN"==.
