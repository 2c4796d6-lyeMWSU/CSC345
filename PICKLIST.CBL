      *            ACTUALLY NEEDS: A CONSOLIDATED PICK LIST
      *            (PICKLIST.TXT - TOTAL UNITS TO PULL PER PRODUCT,
      *            ONE WALK OF THE SHELVES) AND ONE PACKING SLIP PER
      *            CUSTOMER SHIPMENT (PACKSLIP.TXT - WHERE IT GOES,
      *            LINE ITEMS, NO PRICES).
      *            THE MARKED-UP COPY OF P7REPORT.TXT THE PICKERS
      *            USED TO WORK FROM WAS A PRICING REPORT, NOT A
      *            PICKING DOCUMENT.
           SELECT SLIP-FILE
           ASSIGN USING WS-SLIP-NAME.

      *THE LOTS TONIGHT'S BILLED UNITS WERE DRAWN FROM, OLDEST
      *EXPIRY FIRST (P7LOTDRW.TXT FROM THE TRANSACTION RUN) - THE
      *PICK LIST NAMES THE LOT TO PULL SO THE SHELF MATCHES THE
      *BOOKS AND A RECALL CAN BE TRACED.
           SELECT LOT-DRAW-FILE
           ASSIGN USING WS-LOTDRW-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DW-FILE-STATUS.

      *KIT BILLS OF MATERIAL (KIT 1-3, COMPONENT 4-6, QUANTITY PER
      *KIT 7-9) - NOBODY PULLS A KIT OFF A SHELF. A BILLED KIT IS
      *PICKED AS ITS COMPONENTS AND BUILT AT THE PACKING BENCH.
           SELECT KIT-COMPONENT-FILE
           ASSIGN TO "KITCOMP.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS KC-FILE-STATUS.

      *TRADING PARTNERS THAT TAKE ADVANCE SHIP NOTICES - EDIPART.TXT
      *COLS 48-59 NAME THE FILE. EACH PACKING SLIP FOR THE PARTNER'S
      *CUSTOMER GOES IN IT AS A SHIPMENT, ITS LINES UNDER THE ORDERS
      *THEY FILL (PO FROM THE EDI ORDER REGISTER), WITH THE
      *CUSTOMER'S OWN ITEM NUMBERS FROM EDIXREF.TXT. EACH FILE IS
      *LOGGED ON THE TRANSMISSION LOG (SEE EDISENT.CPY).
           SELECT PARTNER-FILE
           ASSIGN TO "EDIPART.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PT-FILE-STATUS.

           SELECT XREF-FILE
           ASSIGN TO "EDIXREF.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS XR-FILE-STATUS.

           SELECT EDI-ORDER-FILE
           ASSIGN USING WS-EDIORDS-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EO-FILE-STATUS.

           SELECT EDI-ASN-FILE
           ASSIGN USING WS-EDIASN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EA-FILE-STATUS.

           SELECT EDI-SENT-FILE
           ASSIGN USING ES-SENT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ES-FILE-STATUS.

      *THE OPERATOR'S RUN-MODE SWITCH - A REHEARSAL NIGHT READS THE
      *REHEARSAL EXTRACT AND KEEPS ITS DOCUMENTS OFF THE FLOOR (SEE
      *TESTMODE.CPY). PICK LISTS AND PACKING SLIPS ARE PAPERS PEOPLE
      *PHYSICALLY ACT ON, SO A TEST COPY MUST NEVER PASS FOR REAL.
      *WHERE EACH SLIP'S CARTONS GO - THE BRANCH ON SHIPTO.DAT WHEN
      *THE LINES CARRY A SHIP-TO CODE, OTHERWISE THE ADDRESS ON THE
      *CUSTOMER MASTER.
           SELECT CUSTOMER-FILE
               ASSIGN "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUM
               FILE STATUS IS CU-FILE-STATUS.

           SELECT SHIP-TO-FILE
               ASSIGN "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS ST-FILE-STATUS.

           SELECT RUN-MODE-FILE
           ASSIGN TO "RUNMODE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           05  SE-TAX                  PIC 9(6)V99.
           05  SE-NET                  PIC 9(5)V99.
           05                          PIC X(9).
           05  SE-SHIP-TO              PIC XXX.
      *"D" - DROP SHIPPED BY THE VENDOR; NOTHING LEAVES OUR FLOOR.
           05  SE-DROP-SHIP            PIC X.
           05                          PIC XXX.
      *OUR EDI ORDER NUMBER WHEN THE LINE CAME IN ELECTRONICALLY.
           05  SE-EDI-ORDER-NUM        PIC X(6).

       FD  PICK-FILE.
       01  PK-PRINT-RECORD             PIC X(80).
       FD  SLIP-FILE.
       01  SL-PRINT-RECORD             PIC X(80).

       FD  LOT-DRAW-FILE.
       01  DW-RECORD.
           05  DW-LINE-SEQ             PIC 9(6).
           05  DW-DATE                 PIC 9(8).
           05  DW-PRO-NUM              PIC 999.
           05  DW-LOT-NUM              PIC X(6).
           05  DW-EXPIRY               PIC 9(8).
           05  DW-QTY                  PIC 999.
           05                          PIC X(6).

       FD  KIT-COMPONENT-FILE.
       01  KC-RECORD.
           05  KC-KIT-NUM              PIC 999.
           05  KC-COMP-NUM             PIC 999.
           05  KC-QTY-PER              PIC 999.

       FD  CUSTOMER-FILE.
       01  CU-RECORD.
           05  CU-NUM                  PIC 9(5).
           05  CU-NAME                 PIC X(25).
           05  CU-ADDRESS              PIC X(25).
           05  CU-STATE                PIC XX.
           05                          PIC X(23).

       FD  SHIP-TO-FILE.
       01  ST-RECORD.
           05  ST-KEY.
               10  ST-CUS-NUM          PIC 9(5).
               10  ST-CODE             PIC XXX.
           05  ST-NAME                 PIC X(25).
           05  ST-ADDRESS              PIC X(25).
           05  ST-STATE                PIC XX.
           05                          PIC X(20).

       FD  PARTNER-FILE.
       01  PT-RECORD.
           05  PT-PARTNER-ID           PIC X(6).
           05  PT-CUS-NUM              PIC 9(5).
           05  PT-CUS-NUM-X REDEFINES PT-CUS-NUM
                                       PIC X(5).
           05                          PIC X(36).
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

       FD  EDI-ORDER-FILE.
       01  EO-RECORD.
           05  EO-ORDER-NUM            PIC X(6).
           05  EO-PARTNER-ID           PIC X(6).
           05  EO-CUS-NUM              PIC 9(5).
           05  EO-PO-NUM               PIC X(22).
           05                          PIC X(41).

       FD  EDI-ASN-FILE.
       01  EA-RECORD                   PIC X(80).

       FD  EDI-SENT-FILE.
       01  ES-FILE-RECORD              PIC X(80).

       FD  RUN-LOG-FILE.
       01  RL-FILE-RECORD              PIC X(30).


       COPY TESTMODE.

       COPY EDISENT.

       01  WS-FILE-NAMES.
           05  WS-INVSRTD-NAME         PIC X(12) VALUE
               "INVSRTD.TXT".
               "PICKLIST.TXT".
           05  WS-SLIP-NAME            PIC X(12) VALUE
               "PACKSLIP.TXT".
           05  WS-LOTDRW-NAME          PIC X(12) VALUE
               "P7LOTDRW.TXT".
           05  WS-EDIORDS-NAME         PIC X(12) VALUE
               "EDIORDS.TXT".
           05  WS-EDIASN-NAME          PIC X(12) VALUE SPACES.

       01  SWITCHES.
           05  EOD                     PIC XXX.
           05  SE-FILE-STATUS          PIC XX.
           05  RM-FILE-STATUS          PIC XX.
           05  DW-FILE-STATUS          PIC XX.
           05  KC-FILE-STATUS          PIC XX.
           05  CU-FILE-STATUS          PIC XX.
           05  ST-FILE-STATUS          PIC XX.
           05  PT-FILE-STATUS          PIC XX.
           05  XR-FILE-STATUS          PIC XX.
           05  EO-FILE-STATUS          PIC XX.
           05  EA-FILE-STATUS          PIC XX.

       01  WS-DATE.
           05  WS-YYYY                 PIC 9(4).
               10  PK-UNITS            PIC 9(7)  VALUE 0.
               10  PK-DES              PIC X(27) VALUE SPACES.

       01  PK-SUB                      PIC 9(4).

      *KIT COMPONENTS, THE SAME TABLE THE TRANSACTION RUN RELIEVES
      *STOCK FROM. A COMPONENT THAT ONLY WENT OUT INSIDE KITS HAS NO
      *DESCRIPTION ON THE EXTRACT AND PRINTS AS A KIT COMPONENT.
       01  KT-MAX-COMPS                PIC 9(3) VALUE 300.
       01  KT-COMP-COUNT               PIC 9(3) VALUE 0.
       01  KT-COMP-TABLE.
           05  KT-ENTRY OCCURS 300 TIMES.
               10  KT-KIT-NUM          PIC 999.
               10  KT-COMP-NUM         PIC 999.
               10  KT-QTY-PER          PIC 999.
       01  KT-SUB                      PIC 9(3).
       01  WS-KIT-THIS                 PIC X   VALUE "N".
       01  WS-KIT-UNITS                PIC 9(7) VALUE 0.

      *UNITS TO PULL PER PRODUCT AND LOT - A LOT DRAWN BY SEVERAL
      *ORDERS IS ONE LINE. WHATEVER A PRODUCT'S LOTS DON'T COVER IS
      *UNTRACKED STOCK AND PRINTS AS "NO LOT".
       01  PL-MAX-PULLS                PIC 9(3) VALUE 500.
       01  PL-PULL-COUNT               PIC 9(3) VALUE 0.
       01  PL-PULL-TABLE.
           05  PL-ENTRY OCCURS 500 TIMES.
               10  PL-PRO-NUM          PIC 999.
               10  PL-LOT-NUM          PIC X(6).
               10  PL-EXPIRY           PIC 9(8).
               10  PL-UNITS            PIC 9(7).
       01  PL-SUB                      PIC 9(3).
       01  WS-PL-SLOT                  PIC 9(3) VALUE 0.
       01  WS-LOT-UNITS                PIC 9(7) VALUE 0.

      *CONTROL-BREAK FIELDS FOR THE PER-CUSTOMER SLIPS - SAME SHAPE
      *AS THE INVOICING STEP'S GROUPING.
       01  WS-CUR-CUSTOMER             PIC 9(5) VALUE 0.
       01  WS-CUR-SHIP-TO              PIC XXX VALUE SPACES.
       01  WS-FIRST-RECORD             PIC X VALUE "Y".
       01  WS-CUSTOMER-OPEN            PIC X VALUE "N".
       01  WS-SHIP-TO-OPEN             PIC X VALUE "N".
       01  WS-SLIP-COUNT               PIC 9(4) VALUE 0.

      *THE PARTNERS THAT TAKE SHIP NOTICES, AND THEIR ITEM NUMBERS
      *FOR OUR PRODUCTS. THE EXTRACT IS IN CUSTOMER ORDER, SO A
      *PARTNER'S FILE OPENS AT ITS FIRST SLIP AND CLOSES AT THE NEXT
      *CUSTOMER'S. A REHEARSAL PUTS EVERY PARTNER'S NOTICES IN ONE
      *TEST FILE.
       01  PT-MAX-PARTNERS             PIC 99 VALUE 20.
       01  PT-PARTNER-COUNT            PIC 99 VALUE 0.
       01  PT-PARTNER-TABLE.
           05  PT-ENTRY OCCURS 20 TIMES.
               10  PT-T-PARTNER-ID     PIC X(6).
               10  PT-T-CUS-NUM        PIC 9(5).
               10  PT-T-ASN-NAME       PIC X(12).
       01  PT-SUB                      PIC 99.

       01  XT-MAX-ITEMS                PIC 9(4) VALUE 1000.
       01  XT-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  XT-ITEM-TABLE.
           05  XT-ENTRY OCCURS 1000 TIMES.
               10  XT-CUS-NUM          PIC 9(5).
               10  XT-ITEM             PIC X(15).
               10  XT-PRO-NUM          PIC 999.
       01  XT-SUB                      PIC 9(4).

       01  WS-EDI-SLOT                 PIC 99 VALUE 0.
       01  WS-EDI-OPEN-SLOT            PIC 99 VALUE 0.
       01  WS-EDI-TEST-OPENED          PIC X VALUE "N".
       01  WS-CUR-EDI-ORDER            PIC X(6) VALUE SPACES.
       01  WS-CUR-PO-NUM               PIC X(22) VALUE SPACES.
       01  WS-ORDER-OPEN               PIC X VALUE "N".
       01  WS-ORDER-UNITS              PIC 9(7) VALUE 0.
       01  WS-ASN-FILE-TOTALS.
           05  WS-ASN-SHIPMENTS        PIC 9(5) VALUE 0.
           05  WS-ASN-ORDERS           PIC 9(5) VALUE 0.
           05  WS-ASN-LINES            PIC 9(5) VALUE 0.
           05  WS-ASN-UNITS            PIC 9(9) VALUE 0.

      *THE ADVANCE SHIP NOTICE FILE LAYOUT (TO THE PARTNER):
      *  FILE      "I"  PARTNER 2-7, DATE 8-15, CONTROL NUMBER 16-24
      *  SHIPMENT  "S"  SLIP 2-5, DATE 6-13, CUSTOMER 14-18, SHIP-TO
      *                 19-22 ("MAIN" FOR THE MAIN ADDRESS), NAME
      *                 23-47, ADDRESS 48-72, STATE 73-74
      *  ORDER     "O"  OUR EDI ORDER 2-7 (BLANK FOR LINES NOT
      *                 ORDERED ELECTRONICALLY), THEIR PO 8-29
      *  LINE      "L"  ORDER 2-7, PRODUCT 8-10, THEIR ITEM 11-25,
      *                 QTY 26-28, DESCRIPTION 29-55
      *  TRAILER   "T"  SHIPMENTS 2-6, ORDERS 7-11, LINES 12-16,
      *                 UNITS 17-25
       01  EF-FILE-HEADER.
           05                          PIC X     VALUE "I".
           05  EF-PARTNER-ID           PIC X(6).
           05  EF-DATE                 PIC 9(8).
           05  EF-CONTROL-NUM          PIC 9(9).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  EH-SHIPMENT.
           05                          PIC X     VALUE "S".
           05  EH-SLIP-NUM             PIC 9(4).
           05  EH-DATE                 PIC 9(8).
           05  EH-CUS-NUM              PIC 9(5).
           05  EH-SHIP-TO              PIC X(4).
           05  EH-NAME                 PIC X(25).
           05  EH-ADDRESS              PIC X(25).
           05  EH-STATE                PIC XX.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  EN-ORDER.
           05                          PIC X     VALUE "O".
           05  EN-ORDER-NUM            PIC X(6).
           05  EN-PO-NUM               PIC X(22).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  ED-ASN-LINE.
           05                          PIC X     VALUE "L".
           05  ED-ORDER-NUM            PIC X(6).
           05  ED-PRO-NUM              PIC 999.
           05  ED-ITEM                 PIC X(15).
           05  ED-QTY                  PIC 999.
           05  ED-PRO-DES              PIC X(27).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  ET-FILE-TRAILER.
           05                          PIC X     VALUE "T".
           05  ET-SHIPMENTS            PIC 9(5).
           05  ET-ORDERS               PIC 9(5).
           05  ET-LINES                PIC 9(5).
           05  ET-UNITS                PIC 9(9).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  HL-PICK-HEADING.
           05  HL-DATE.
               10 HL-MO                PIC Z9/.
           05  PD-UNITS                PIC ZZZZZZ9.
           05                          PIC X(6)  VALUE " UNITS".

       01  PL-LOT-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  PL-LOT-TAG              PIC X(4)  VALUE "LOT ".
           05  PL-LOT-OUT              PIC X(6).
           05  PL-EXPIRY-TAG           PIC X(6)  VALUE "  EXP ".
           05  PL-EXPIRY-OUT           PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05                          PIC X(6)  VALUE "PULL  ".
           05  PL-UNITS-OUT            PIC ZZZZZZ9.

       01  SH-SLIP-HEADING.
           05                          PIC X(13) VALUE
               "PACKING SLIP ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SH-CUS-NAME             PIC X(25).

       01  SA-SHIP-TO-LINE.
           05                          PIC X(9)  VALUE "SHIP TO: ".
           05  SA-CODE                 PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SA-NAME                 PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SA-ADDRESS              PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SA-STATE                PIC XX.

       01  SD-SLIP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-PRO-NUM              PIC ZZ9.
               MOVE "INVSRTDT.TXT" TO WS-INVSRTD-NAME
               MOVE "PICKLSTT.TXT" TO WS-PICK-NAME
               MOVE "PACKSLPT.TXT" TO WS-SLIP-NAME
               MOVE "LOTDRWT.TXT" TO WS-LOTDRW-NAME
               MOVE "EDIORDST.TXT" TO WS-EDIORDS-NAME
               MOVE "EDISENTT.TXT" TO ES-SENT-NAME
               DISPLAY "PICKLIST - TEST RUN - REHEARSAL DOCUMENTS"
           END-IF
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-KITS
           PERFORM 160-LOAD-EDI-PARTNERS
           PERFORM 200-CONSOLIDATE-PICKS
           PERFORM 250-CONSOLIDATE-LOTS
           PERFORM 300-PRINT-PICK-LIST
           PERFORM 400-PACKING-SLIPS
           CLOSE PICK-FILE
           MOVE SPACES TO PK-PRINT-RECORD
           WRITE PK-PRINT-RECORD.

      *NO FILE MEANS NO KITS - EVERY LINE PICKS AS BILLED. A ZERO
      *OR BLANK QUANTITY PER KIT READS AS ONE.
       150-LOAD-KITS.
           OPEN INPUT KIT-COMPONENT-FILE
           IF KC-FILE-STATUS = "00"
               PERFORM UNTIL KC-FILE-STATUS NOT = "00"
                   READ KIT-COMPONENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KT-COMP-COUNT < KT-MAX-COMPS
                               ADD 1 TO KT-COMP-COUNT
                               MOVE KC-KIT-NUM TO
                                   KT-KIT-NUM(KT-COMP-COUNT)
                               MOVE KC-COMP-NUM TO
                                   KT-COMP-NUM(KT-COMP-COUNT)
                               IF KC-QTY-PER NUMERIC
                                       AND KC-QTY-PER > 0
                                   MOVE KC-QTY-PER TO
                                       KT-QTY-PER(KT-COMP-COUNT)
                               ELSE
                                   MOVE 1 TO
                                       KT-QTY-PER(KT-COMP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-COMPONENT-FILE
           END-IF.

      *PARTNERS WHO TAKE SHIP NOTICES HAVE A FILE NAME IN COLS 48-59
      *OF THEIR EDIPART.TXT ENTRY. THEIR ITEM CROSS-REFERENCE PUTS
      *THEIR OWN ITEM NUMBERS ON THE LINES.
       160-LOAD-EDI-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF PT-FILE-STATUS = "00"
               PERFORM UNTIL PT-FILE-STATUS NOT = "00"
                   READ PARTNER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PT-CUS-NUM-X NUMERIC
                                   AND PT-ASN-NAME NOT = SPACES
                                   AND PT-PARTNER-COUNT <
                                       PT-MAX-PARTNERS
                               ADD 1 TO PT-PARTNER-COUNT
                               MOVE PT-PARTNER-ID TO
                                   PT-T-PARTNER-ID(PT-PARTNER-COUNT)
                               MOVE PT-CUS-NUM TO
                                   PT-T-CUS-NUM(PT-PARTNER-COUNT)
                               MOVE PT-ASN-NAME TO
                                   PT-T-ASN-NAME(PT-PARTNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           IF PT-PARTNER-COUNT > 0
               OPEN INPUT XREF-FILE
               IF XR-FILE-STATUS = "00"
                   PERFORM UNTIL XR-FILE-STATUS NOT = "00"
                       READ XREF-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF XR-CUS-NUM-X NUMERIC
                                       AND XR-PRO-NUM-X NUMERIC
                                       AND XT-ITEM-COUNT < XT-MAX-ITEMS
                                   ADD 1 TO XT-ITEM-COUNT
                                   MOVE XR-CUS-NUM TO
                                       XT-CUS-NUM(XT-ITEM-COUNT)
                                   MOVE XR-ITEM TO
                                       XT-ITEM(XT-ITEM-COUNT)
                                   MOVE XR-PRO-NUM TO
                                       XT-PRO-NUM(XT-ITEM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
               PERFORM 990-EDI-NEXT-CONTROL
           END-IF.

       200-CONSOLIDATE-PICKS.
           OPEN INPUT SORTED-EXTRACT-FILE
           IF SE-FILE-STATUS = "00"
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF SE-PRO-NUM > 0
                                   AND SE-DROP-SHIP NOT = "D"
                               PERFORM 210-ADD-PICK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "NO " TO EOD.

      *A KIT LINE PULLS ITS QUANTITY TIMES EACH COMPONENT'S QUANTITY
      *PER KIT; ANY OTHER LINE PULLS ITSELF.
       210-ADD-PICK.
           MOVE "N" TO WS-KIT-THIS
           PERFORM VARYING KT-SUB FROM 1 BY 1
                   UNTIL KT-SUB > KT-COMP-COUNT
               IF KT-KIT-NUM(KT-SUB) = SE-PRO-NUM
                   MOVE "Y" TO WS-KIT-THIS
                   COMPUTE WS-KIT-UNITS =
                       SE-QTY * KT-QTY-PER(KT-SUB)
                   ADD WS-KIT-UNITS TO PK-UNITS(KT-COMP-NUM(KT-SUB))
                   IF PK-DES(KT-COMP-NUM(KT-SUB)) = SPACES
                       MOVE "KIT COMPONENT" TO
                           PK-DES(KT-COMP-NUM(KT-SUB))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KIT-THIS = "N"
               ADD SE-QTY TO PK-UNITS(SE-PRO-NUM)
               MOVE SE-PRO-DES TO PK-DES(SE-PRO-NUM)
           END-IF.

      *NO DRAW FILE MEANS NOTHING BILLED CAME OUT OF A LOT - THE
      *PICK LIST PRINTS AS IT ALWAYS DID.
       250-CONSOLIDATE-LOTS.
           OPEN INPUT LOT-DRAW-FILE
           IF DW-FILE-STATUS = "00"
               PERFORM UNTIL DW-FILE-STATUS NOT = "00"
                   READ LOT-DRAW-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 260-ADD-LOT-PULL
                   END-READ
               END-PERFORM
               CLOSE LOT-DRAW-FILE
           END-IF.

       260-ADD-LOT-PULL.
           MOVE 0 TO WS-PL-SLOT
           PERFORM VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-PULL-COUNT
               IF PL-PRO-NUM(PL-SUB) = DW-PRO-NUM
                       AND PL-LOT-NUM(PL-SUB) = DW-LOT-NUM
                   MOVE PL-SUB TO WS-PL-SLOT
               END-IF
           END-PERFORM
           IF WS-PL-SLOT = 0 AND PL-PULL-COUNT < PL-MAX-PULLS
               ADD 1 TO PL-PULL-COUNT
               MOVE PL-PULL-COUNT TO WS-PL-SLOT
               MOVE DW-PRO-NUM TO PL-PRO-NUM(WS-PL-SLOT)
               MOVE DW-LOT-NUM TO PL-LOT-NUM(WS-PL-SLOT)
               MOVE DW-EXPIRY TO PL-EXPIRY(WS-PL-SLOT)
               MOVE 0 TO PL-UNITS(WS-PL-SLOT)
           END-IF
           IF WS-PL-SLOT > 0
               ADD DW-QTY TO PL-UNITS(WS-PL-SLOT)
           END-IF.

       300-PRINT-PICK-LIST.
           MOVE "Y" TO WS-FIRST-RECORD
           PERFORM VARYING PK-SUB FROM 1 BY 1
                   MOVE PK-DES(PK-SUB) TO PD-PRO-DES
                   MOVE PK-UNITS(PK-SUB) TO PD-UNITS
                   WRITE PK-PRINT-RECORD FROM PD-PICK-LINE AFTER 1
                   PERFORM 310-PRINT-LOTS
               END-IF
           END-PERFORM
           IF WS-FIRST-RECORD = "Y"
               WRITE PK-PRINT-RECORD FROM NL-NONE-LINE AFTER 1
           END-IF.

       310-PRINT-LOTS.
           MOVE 0 TO WS-LOT-UNITS
           PERFORM VARYING PL-SUB FROM 1 BY 1
                   UNTIL PL-SUB > PL-PULL-COUNT
               IF PL-PRO-NUM(PL-SUB) = PK-SUB
                   MOVE PL-LOT-NUM(PL-SUB) TO PL-LOT-OUT
                   IF PL-EXPIRY(PL-SUB) > 0
                       MOVE PL-EXPIRY(PL-SUB) TO PL-EXPIRY-OUT
                   ELSE
                       MOVE "NONE" TO PL-EXPIRY-OUT
                   END-IF
                   MOVE PL-UNITS(PL-SUB) TO PL-UNITS-OUT
                   WRITE PK-PRINT-RECORD FROM PL-LOT-LINE AFTER 1
                   ADD PL-UNITS(PL-SUB) TO WS-LOT-UNITS
               END-IF
           END-PERFORM
           IF WS-LOT-UNITS > 0 AND WS-LOT-UNITS < PK-UNITS(PK-SUB)
               MOVE SPACES TO PL-LOT-TAG
                              PL-EXPIRY-TAG
                              PL-EXPIRY-OUT
               MOVE "NO LOT" TO PL-LOT-OUT
               COMPUTE PL-UNITS-OUT =
                   PK-UNITS(PK-SUB) - WS-LOT-UNITS
               WRITE PK-PRINT-RECORD FROM PL-LOT-LINE AFTER 1
               MOVE "LOT " TO PL-LOT-TAG
               MOVE "  EXP " TO PL-EXPIRY-TAG
           END-IF.

      *ONE SLIP PER CUSTOMER - THE EXTRACT IS ALREADY IN CUSTOMER
      *ORDER FROM THE INVOICING SORT, SO A PLAIN CONTROL BREAK DOES
      *IT. NO PRICES ANYWHERE: THE FLOOR PICKS, IT DOESN'T BILL.
       400-PACKING-SLIPS.
           MOVE "Y" TO WS-FIRST-RECORD
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT SHIP-TO-FILE
           IF ST-FILE-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-OPEN
           END-IF
           OPEN INPUT SORTED-EXTRACT-FILE
           IF SE-FILE-STATUS = "00"
               MOVE "NO " TO EOD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF SE-DROP-SHIP NOT = "D"
                               PERFORM 410-ONE-SLIP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTED-EXTRACT-FILE
           END-IF
           IF WS-EDI-OPEN-SLOT > 0
               PERFORM 550-ASN-CLOSE-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF
           DISPLAY "PICKLIST - " WS-SLIP-COUNT
               " PACKING SLIPS PRODUCED".

       410-ONE-SLIP-LINE.
           IF WS-FIRST-RECORD = "Y"
                   OR SE-CUS-NUM NOT = WS-CUR-CUSTOMER
                   OR SE-SHIP-TO NOT = WS-CUR-SHIP-TO
               MOVE "N" TO WS-FIRST-RECORD
               MOVE SE-CUS-NUM TO WS-CUR-CUSTOMER
               MOVE SE-SHIP-TO TO WS-CUR-SHIP-TO
               ADD 1 TO WS-SLIP-COUNT
               MOVE SE-CUS-NUM TO SH-CUS-NUM
               IF SE-CUS-NUM = 0
                   MOVE TM-WATERMARK TO SL-PRINT-RECORD
                   WRITE SL-PRINT-RECORD AFTER 1
               END-IF
               IF SE-CUS-NUM > 0
                   PERFORM 420-SHIP-TO-ADDRESS
               END-IF
               MOVE SPACES TO SL-PRINT-RECORD
               WRITE SL-PRINT-RECORD
               PERFORM 500-ASN-SHIPMENT
           END-IF
           MOVE SE-PRO-NUM TO SD-PRO-NUM
           MOVE SE-PRO-DES TO SD-PRO-DES
           MOVE SE-QTY TO SD-QTY
           WRITE SL-PRINT-RECORD FROM SD-SLIP-LINE AFTER 1
           IF WS-EDI-SLOT > 0
               IF SE-EDI-ORDER-NUM NOT = WS-CUR-EDI-ORDER
                       OR WS-ORDER-OPEN = "N"
                   PERFORM 510-ASN-ORDER
               END-IF
               PERFORM 520-ASN-LINE
           END-IF.

      *THE BRANCH THE SHIP-TO CODE NAMES, OR THE MAIN ADDRESS WHEN
      *THERE IS NO CODE - OR WHEN THE CODE ISN'T ON FILE, WHICH THE
      *TRANSACTION RUN HAS ALREADY FLAGGED.
       420-SHIP-TO-ADDRESS.
           MOVE SPACES TO SA-CODE
                          SA-NAME
                          SA-ADDRESS
                          SA-STATE
           IF SE-SHIP-TO NOT = SPACES AND WS-SHIP-TO-OPEN = "Y"
               MOVE SE-CUS-NUM TO ST-CUS-NUM
               MOVE SE-SHIP-TO TO ST-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SE-SHIP-TO TO SA-CODE
                       MOVE ST-NAME TO SA-NAME
                       MOVE ST-ADDRESS TO SA-ADDRESS
                       MOVE ST-STATE TO SA-STATE
               END-READ
           END-IF
           IF SA-CODE = SPACES AND WS-CUSTOMER-OPEN = "Y"
               MOVE SE-CUS-NUM TO CU-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "MAIN" TO SA-CODE
                       MOVE CU-NAME TO SA-NAME
                       MOVE CU-ADDRESS TO SA-ADDRESS
                       MOVE CU-STATE TO SA-STATE
               END-READ
           END-IF
           IF SA-CODE NOT = SPACES
               WRITE SL-PRINT-RECORD FROM SA-SHIP-TO-LINE AFTER 1
           END-IF.

      *A PARTNER'S CUSTOMER GETS A SHIP NOTICE FOR EACH PACKING SLIP.
      *THE FILE OPENS AT THE CUSTOMER'S FIRST SLIP; THE ADDRESS IS
      *THE ONE THE SLIP PRINTED.
       500-ASN-SHIPMENT.
           IF WS-ORDER-OPEN = "Y"
               PERFORM 530-ASN-CLOSE-ORDER
           END-IF
           MOVE 0 TO WS-EDI-SLOT
           IF SE-CUS-NUM > 0
               PERFORM VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-PARTNER-COUNT
                   IF PT-T-CUS-NUM(PT-SUB) = SE-CUS-NUM
                       MOVE PT-SUB TO WS-EDI-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EDI-OPEN-SLOT > 0
                   AND WS-EDI-OPEN-SLOT NOT = WS-EDI-SLOT
               PERFORM 550-ASN-CLOSE-FILE
           END-IF
           IF WS-EDI-SLOT > 0
               IF WS-EDI-OPEN-SLOT = 0
                   PERFORM 540-ASN-OPEN-FILE
               END-IF
               MOVE WS-SLIP-COUNT TO EH-SLIP-NUM
               MOVE WS-DATE TO EH-DATE
               MOVE SE-CUS-NUM TO EH-CUS-NUM
               MOVE SA-CODE TO EH-SHIP-TO
               MOVE SA-NAME TO EH-NAME
               MOVE SA-ADDRESS TO EH-ADDRESS
               MOVE SA-STATE TO EH-STATE
               WRITE EA-RECORD FROM EH-SHIPMENT
               ADD 1 TO WS-ASN-SHIPMENTS
           END-IF.

      *THE CUSTOMER'S PO FROM THE REGISTER EDIIN.CBL KEEPS - BLANK
      *FOR LINES THAT WERE NEVER ORDERED ELECTRONICALLY.
       510-ASN-ORDER.
           IF WS-ORDER-OPEN = "Y"
               PERFORM 530-ASN-CLOSE-ORDER
           END-IF
           MOVE SE-EDI-ORDER-NUM TO WS-CUR-EDI-ORDER
           MOVE SPACES TO WS-CUR-PO-NUM
           IF SE-EDI-ORDER-NUM NOT = SPACES
               OPEN INPUT EDI-ORDER-FILE
               IF EO-FILE-STATUS = "00"
                   PERFORM UNTIL EO-FILE-STATUS NOT = "00"
                       READ EDI-ORDER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF EO-ORDER-NUM = SE-EDI-ORDER-NUM
                                   MOVE EO-PO-NUM TO WS-CUR-PO-NUM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EDI-ORDER-FILE
               END-IF
           END-IF
           MOVE WS-CUR-EDI-ORDER TO EN-ORDER-NUM
           MOVE WS-CUR-PO-NUM TO EN-PO-NUM
           WRITE EA-RECORD FROM EN-ORDER
           ADD 1 TO WS-ASN-ORDERS
           MOVE 0 TO WS-ORDER-UNITS
           MOVE "Y" TO WS-ORDER-OPEN.

      *THE CUSTOMER'S OWN ITEM NUMBER WHEN THE CROSS-REFERENCE HAS
      *ONE. A KIT SHIPS AS THE KIT THEY ORDERED, NOT ITS COMPONENTS.
       520-ASN-LINE.
           MOVE WS-CUR-EDI-ORDER TO ED-ORDER-NUM
           MOVE SE-PRO-NUM TO ED-PRO-NUM
           MOVE SPACES TO ED-ITEM
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-ITEM-COUNT
               IF XT-CUS-NUM(XT-SUB) = SE-CUS-NUM
                       AND XT-PRO-NUM(XT-SUB) = SE-PRO-NUM
                   MOVE XT-ITEM(XT-SUB) TO ED-ITEM
                   MOVE XT-ITEM-COUNT TO XT-SUB
               END-IF
           END-PERFORM
           MOVE SE-QTY TO ED-QTY
           MOVE SE-PRO-DES TO ED-PRO-DES
           WRITE EA-RECORD FROM ED-ASN-LINE
           ADD 1 TO WS-ASN-LINES
           ADD SE-QTY TO WS-ASN-UNITS
           ADD SE-QTY TO WS-ORDER-UNITS.

      *EACH ORDER SHIPPED GOES ON THE TRANSMISSION LOG UNDER THE
      *FILE'S CONTROL NUMBER, WITH THE UNITS SHIPPED AGAINST IT.
       530-ASN-CLOSE-ORDER.
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "D" TO ES-TYPE
           MOVE EF-PARTNER-ID TO ES-PARTNER-ID
           MOVE EF-CONTROL-NUM TO ES-CONTROL-NUM
           MOVE "ASN" TO ES-DOC-TYPE
           MOVE WS-CUR-EDI-ORDER TO ES-DOC-NUM
           MOVE WS-CUR-PO-NUM TO ES-PO-NUM
           MOVE WS-ORDER-UNITS TO ES-DOC-AMOUNT
           PERFORM 991-EDI-LOG-SENT
           MOVE "N" TO WS-ORDER-OPEN.

       540-ASN-OPEN-FILE.
           IF TEST-RUN
               MOVE "EDIASNT.TXT" TO WS-EDIASN-NAME
               IF WS-EDI-TEST-OPENED = "Y"
                   OPEN EXTEND EDI-ASN-FILE
               ELSE
                   OPEN OUTPUT EDI-ASN-FILE
                   MOVE "Y" TO WS-EDI-TEST-OPENED
               END-IF
           ELSE
               MOVE PT-T-ASN-NAME(WS-EDI-SLOT) TO WS-EDIASN-NAME
               OPEN OUTPUT EDI-ASN-FILE
           END-IF
           MOVE WS-EDI-SLOT TO WS-EDI-OPEN-SLOT
           INITIALIZE WS-ASN-FILE-TOTALS
           MOVE PT-T-PARTNER-ID(WS-EDI-SLOT) TO EF-PARTNER-ID
           MOVE WS-DATE TO EF-DATE
           MOVE ES-NEXT-CONTROL TO EF-CONTROL-NUM
           ADD 1 TO ES-NEXT-CONTROL
           WRITE EA-RECORD FROM EF-FILE-HEADER.

      *THE TRAILER CARRIES THE FILE'S CONTROL TOTALS, AND THE SAME
      *TOTALS GO ON THE TRANSMISSION LOG AGAINST ITS CONTROL NUMBER -
      *UNITS IN THE AMOUNT, SINCE A SHIP NOTICE CARRIES NO PRICES.
       550-ASN-CLOSE-FILE.
           IF WS-ORDER-OPEN = "Y"
               PERFORM 530-ASN-CLOSE-ORDER
           END-IF
           MOVE WS-ASN-SHIPMENTS TO ET-SHIPMENTS
           MOVE WS-ASN-ORDERS TO ET-ORDERS
           MOVE WS-ASN-LINES TO ET-LINES
           MOVE WS-ASN-UNITS TO ET-UNITS
           WRITE EA-RECORD FROM ET-FILE-TRAILER
           CLOSE EDI-ASN-FILE
           MOVE SPACES TO ES-SENT-RECORD
           MOVE "F" TO ES-TYPE
           MOVE EF-PARTNER-ID TO ES-PARTNER-ID
           MOVE EF-CONTROL-NUM TO ES-CONTROL-NUM
           MOVE "ASN" TO ES-DOC-TYPE
           MOVE WS-EDIASN-NAME TO ES-FILE-NAME
           MOVE WS-ASN-SHIPMENTS TO ES-DOC-COUNT
           MOVE WS-ASN-LINES TO ES-LINE-COUNT
           MOVE WS-ASN-UNITS TO ES-AMOUNT
           PERFORM 991-EDI-LOG-SENT
           MOVE 0 TO WS-EDI-OPEN-SLOT.

       COPY RUNLOGIO REPLACING
           ==RL-PGM-NAME== BY =="PICKLIST"==.

       COPY TESTMDIO.

       COPY EDISNTIO REPLACING
           ==ES-PGM-NAME== BY =="PICKLIST"==.
