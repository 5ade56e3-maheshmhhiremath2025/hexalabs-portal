      * INVENTORY-LIST.COB - Full stock status listing.
      *   Companion to INVENTORY-ISAM: opens the same STOCK-FILE for
      *   SEQUENTIAL access (instead of random READ by key) and prints
      *   every record in key order - one line per SKU per location
      *   per lot, with the lot's expiry date - with a grand total
      *   quantity, for full physical-inventory reconciliation.
      *
      * Compile: cobc -x -o inventory-list inventory-list.cob
      * Run:     ./inventory-list
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUS           PIC XX    VALUE "00".
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LL-LOC          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LL-LOT          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LL-DESC         PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LL-QTY          PIC ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LL-EXPIRY       PIC X(08).

       01  LISTING-TOTAL.
           05  FILLER          PIC X(24) VALUE "  GRAND TOTAL QTY   : ".
           OPEN INPUT STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "--------------------------------------------------"
                   "--------------".
           DISPLAY "  SKU       LOC  LOT         DESCRIPTION           "
                   "    QTY  EXPIRES".
           DISPLAY "--------------------------------------------------"
                   "--------------".

           PERFORM READ-STOCK.
           PERFORM LIST-RECORD UNTIL WS-EOF.

           DISPLAY "--------------------------------------------------"
                   "--------------".
           MOVE WS-GRAND-TOTAL TO LT-TOTAL.
           DISPLAY LISTING-TOTAL.
           DISPLAY "  SKUs LISTED        : " WS-COUNT.
       LIST-RECORD.
           MOVE SK-SKU  TO LL-SKU.
           MOVE SK-LOC  TO LL-LOC.
           MOVE SK-LOT  TO LL-LOT.
           MOVE SK-DESC TO LL-DESC.
           MOVE SK-QTY  TO LL-QTY.
           IF SK-EXPIRY-DATE = 0
               MOVE SPACES TO LL-EXPIRY
           ELSE
               MOVE SK-EXPIRY-DATE TO LL-EXPIRY
           END-IF.
           DISPLAY LISTING-LINE.

           ADD SK-QTY TO WS-GRAND-TOTAL.
