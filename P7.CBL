           05  IR-CASE-PACK            PIC 999.
           05  IR-CASE-PACK-X REDEFINES IR-CASE-PACK
                                       PIC X(3).
      *COLUMNS 94-95 - SHIPPING WEIGHT PER UNIT IN WHOLE POUNDS (THE
      *CARRIERS BILL BY THE WHOLE POUND), FOR THE MANIFEST, THE BILL
      *OF LADING AND WEIGHT-BAND FREIGHT. BLANK LOADS AS ZERO - THE
      *PRODUCT SHIPS UNWEIGHED AND BILLS FREIGHT AT THE FLAT RATE.
           05  IR-SHIP-WEIGHT          PIC 99.
           05  IR-SHIP-WEIGHT-X REDEFINES IR-SHIP-WEIGHT
                                       PIC XX.

      *THE MASTER RECORD AS READ BACK FOR A DELETE - THE SALES-THIS-
      *PERIOD CHECK LOOKS AT MB-TOTAL BEFORE ANYTHING IS DROPPED.
      *WIPE WHAT'S ON EITHER FLOOR.
           05  MB-WH1-ON-HAND          PIC X(7).
           05  MB-WH2-ON-HAND          PIC X(7).
           05                          PIC X(3).
      *SO DOES WHATEVER IS IN TRANSIT BETWEEN THEM.
           05  MB-IN-TRANSIT           PIC X(7).
           05                          PIC X(2).

       01  DP-PENDING-LINE.
           05                          PIC X(21) VALUE
           05  DL-WH1-ON-HAND          PIC X(7).
           05  DL-WH2-ON-HAND          PIC X(7).
           05  DL-CASE-PACK            PIC 999.
           05  DL-IN-TRANSIT           PIC X(7).
           05  DL-SHIP-WEIGHT          PIC 99.

       01  DR-RECORD                   VALUE SPACES.
           05  DR-REC                  PIC X(63).
           ELSE
               MOVE ZEROS TO DL-CASE-PACK
           END-IF
           IF IR-SHIP-WEIGHT-X NUMERIC
               MOVE IR-SHIP-WEIGHT TO DL-SHIP-WEIGHT
           ELSE
               MOVE ZEROS TO DL-SHIP-WEIGHT
           END-IF
           MOVE SPACES TO DL-WH1-ON-HAND
           MOVE SPACES TO DL-WH2-ON-HAND
           MOVE SPACES TO DL-IN-TRANSIT.

      *ONE DETAIL DISPATCH FOR BOTH BUILD MODES, SO THE FEED'S
      *HEADER/TRAILER CHECK SITS IN FRONT OF WHICHEVER ONE RUNS.
                   END-IF
                   MOVE MB-WH1-ON-HAND TO DL-WH1-ON-HAND
                   MOVE MB-WH2-ON-HAND TO DL-WH2-ON-HAND
                   MOVE MB-IN-TRANSIT TO DL-IN-TRANSIT
                   MOVE DL-DETAIL-LINE TO SR-SORTED-RECORD
                   MOVE IR-PRO-NUM TO SR-ISAM-NUM
                   REWRITE SR-SORTED-RECORD
