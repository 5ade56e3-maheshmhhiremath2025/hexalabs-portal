      *   vendor's SKUs go on order earlier - instead of every SKU's
      *   supplier living in someone's head.
      *
      *   The cross-reference also carries the price agreed with the
      *   vendor for the SKU; it goes out on the draft (catalogue
      *   PM-UNIT-COST when no contract price is on file) so the
      *   open order PO-APPROVE raises holds the price INVOICE-MATCH
      *   checks the vendor's bill against.
      *
      *   Stock reserved for customer orders (ORDER-ALLOC's
      *   ALLOC.DAT) is spoken for - it is taken off the quantity on
      *   hand before the reorder decision, so a SKU promised down to
      *   nothing goes on order even while it still sits on the
      *   shelf.  Lots past their expiry date are not counted as on
      *   hand either - they cannot be issued.
      *
      *   Ends with return code 4 when a draft went out naming no
      *   vendor - the buyer has to find a supplier before it can
      *   be approved.
      *
      * Compile: cobc -x -o purchase-order purchase-order.cob
      * Run:     ./purchase-order
      ******************************************************************
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OPEN-STATUS.

      *    Customer-order reservations from ORDER-ALLOC.
           SELECT ALLOC-FILE ASSIGN TO "ALLOC.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           05  PO-VENDOR-NAME  PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PO-LEAD-DAYS    PIC 9(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PO-UNIT-PRICE   PIC 9(05)V99.

       FD  VENDOR-MASTER.
       01  VENDOR-RECORD.
           05  VX-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  VX-VENDOR-ID    PIC 9(04).
           05  FILLER          PIC X(01).
           05  VX-UNIT-PRICE   PIC 9(05)V99.

      *    Must match USAGE-CALC's USAGE-RECORD layout exactly.
       FD  USAGE-FILE.
           05  OO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  OO-STATUS       PIC X(01).
           05  FILLER          PIC X(01).
           05  OO-UNIT-PRICE   PIC 9(05)V99.

      *    Must match ORDER-ALLOC's ALLOC-RECORD layout exactly.
       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05  AR-ORDER-NO     PIC 9(06).
           05  FILLER          PIC X(01).
           05  AR-LINE-NO      PIC 9(03).
           05  FILLER          PIC X(01).
           05  AR-CUST-NO      PIC X(08).
           05  FILLER          PIC X(01).
           05  AR-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  AR-PRIORITY     PIC 9(01).
           05  FILLER          PIC X(01).
           05  AR-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  AR-LOC          PIC X(03).
           05  FILLER          PIC X(01).
           05  AR-QTY          PIC 9(05).
           05  FILLER          PIC X(01).
           05  AR-ALLOC-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  AR-TICKET-SW    PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-REORDER-POINT    PIC 9(05) VALUE 20.
       01  WS-PO-NUMBER        PIC 9(05) VALUE 0.
       01  WS-PO-COUNT         PIC 9(04) VALUE 0.
       01  WS-NO-VENDOR-COUNT  PIC 9(04) VALUE 0.
       01  WS-VEND-STATUS      PIC XX    VALUE "00".
       01  WS-XREF-STATUS      PIC XX    VALUE "00".
       01  WS-XREF-EOF-SW      PIC X     VALUE "N".
           88  WS-XREF-EOF               VALUE "Y".
       01  WS-VENDOR-FOUND-SW  PIC X     VALUE "N".
           88  WS-VENDOR-FOUND           VALUE "Y".
       01  WS-AGREED-PRICE     PIC 9(05)V99 VALUE 0.

      *    Units consumed per day for the SKU being decided, used to
      *    push a slow vendor's trigger point up: a SKU must go on
           05  VENDOR-XREF-ENTRY OCCURS 50 TIMES INDEXED BY VX-IDX.
               10  VXT-SKU        PIC X(08).
               10  VXT-VENDOR-ID  PIC 9(04).
               10  VXT-UNIT-PRICE PIC 9(05)V99.
       01  WS-XREF-COUNT       PIC 9(03) VALUE 0.

       01  WS-OPEN-STATUS      PIC XX    VALUE "00".
       01  WS-ON-FOUND-SW      PIC X     VALUE "N".
           88  WS-ON-FOUND               VALUE "Y".

       01  WS-ALLOC-STATUS     PIC XX    VALUE "00".
       01  WS-ALLOC-EOF-SW     PIC X     VALUE "N".
           88  WS-ALLOC-EOF              VALUE "Y".
      *    Reserved quantity per SKU, summed across locations from
      *    ALLOC.DAT at startup.
       01  ALLOCATED-TABLE.
           05  ALLOCATED-ENTRY OCCURS 50 TIMES INDEXED BY AT-IDX.
               10  ATT-SKU        PIC X(08).
               10  ATT-QTY        PIC 9(07).
       01  WS-ALLOCATED-COUNT  PIC 9(03) VALUE 0.
       01  WS-ALLOCATED-QTY    PIC 9(07).
       01  WS-FREE-QTY         PIC 9(06).

      *    Reordering is decided on the company-wide total for a SKU,
      *    summed across its per-location records as the key-order
      *    scan walks them - what matters to the supplier is how much
       01  WS-CUR-SKU          PIC X(08).
       01  WS-CUR-DESC         PIC X(30).
       01  WS-SKU-QTY          PIC 9(06).
       01  WS-RUN-DATE         PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== DRAFT PURCHASE ORDER GENERATION ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-CONTROL-CARD.
           PERFORM OPEN-VENDOR-MASTER.
           PERFORM LOAD-VENDOR-XREF.
           PERFORM LOAD-USAGE-RATES.
           PERFORM LOAD-OPEN-ORDERS.
           PERFORM LOAD-ALLOCATIONS.
           PERFORM OPEN-FILES.

           PERFORM READ-STOCK.
           PERFORM CHECK-REORDER UNTIL WS-EOF.

           DISPLAY "DRAFT PURCHASE ORDERS WRITTEN: " WS-PO-COUNT.
           DISPLAY "DRAFTS WITH NO VENDOR        : " WS-NO-VENDOR-COUNT.

           CLOSE STOCK-FILE.
           CLOSE PRODUCT-MASTER.
           CLOSE VENDOR-MASTER.
           CLOSE PO-DRAFT-FILE.
           IF WS-NO-VENDOR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-CONTROL-CARD.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD-FILE.
           OPEN INPUT STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PO-DRAFT-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "ERROR opening PO-DRAFT-FILE: " WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-VEND-STATUS NOT = "00"
               DISPLAY "ERROR opening VENDOR-MASTER: " WS-VEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR opening VENDOR-XREF-FILE: "
                       WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-VENDOR-XREF UNTIL WS-XREF-EOF.
           OPEN OUTPUT VENDOR-XREF-FILE.
           MOVE "SKU00001" TO VX-SKU.
           MOVE 1001       TO VX-VENDOR-ID.
           MOVE 12.25      TO VX-UNIT-PRICE.
           WRITE VENDOR-XREF-RECORD.
           MOVE "SKU00002" TO VX-SKU.
           MOVE 1002       TO VX-VENDOR-ID.
           MOVE 3.60       TO VX-UNIT-PRICE.
           WRITE VENDOR-XREF-RECORD.
           MOVE "SKU00003" TO VX-SKU.
           MOVE 1002       TO VX-VENDOR-ID.
           MOVE 0          TO VX-UNIT-PRICE.
           WRITE VENDOR-XREF-RECORD.
           CLOSE VENDOR-XREF-FILE.

                   IF WS-XREF-COUNT = 50
                       DISPLAY "VENDOR XREF EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-XREF-COUNT
                   MOVE VX-SKU       TO VXT-SKU (WS-XREF-COUNT)
                   MOVE VX-VENDOR-ID TO VXT-VENDOR-ID (WS-XREF-COUNT)
      *            A cross-reference line written before contract
      *            prices were kept has no price - catalogue cost.
                   IF VX-UNIT-PRICE NOT NUMERIC
                       MOVE 0 TO VX-UNIT-PRICE
                   END-IF
                   MOVE VX-UNIT-PRICE
                       TO VXT-UNIT-PRICE (WS-XREF-COUNT)
           END-READ.

       LOAD-USAGE-RATES.
               IF WS-USAGE-STATUS NOT = "00"
                   DISPLAY "ERROR opening USAGE-FILE: "
                           WS-USAGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-USAGE-RATE UNTIL WS-USAGE-EOF
                   IF WS-USAGE-COUNT = 50
                       DISPLAY "USAGE TABLE EXCEEDS 50 SKUS - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-USAGE-COUNT
               IF WS-OPEN-STATUS NOT = "00"
                   DISPLAY "ERROR opening OPEN-ORDER-FILE: "
                           WS-OPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-OPEN-ORDER UNTIL WS-OPEN-EOF
               IF WS-ON-ORDER-COUNT = 50
                   DISPLAY "ON-ORDER TABLE EXCEEDS 50 SKUS - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ON-ORDER-COUNT
               END-IF
           END-PERFORM.

       LOAD-ALLOCATIONS.
      *    No ALLOC.DAT yet just means nothing is reserved.
           OPEN INPUT ALLOC-FILE.
           IF WS-ALLOC-STATUS NOT = "35"
               IF WS-ALLOC-STATUS NOT = "00"
                   DISPLAY "ERROR opening ALLOC-FILE: "
                           WS-ALLOC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ALLOCATION UNTIL WS-ALLOC-EOF
               CLOSE ALLOC-FILE
           END-IF.

       READ-ALLOCATION.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS-ALLOC-EOF-SW
               NOT AT END
                   PERFORM ADD-TO-ALLOCATED
           END-READ.

       ADD-TO-ALLOCATED.
           MOVE "N" TO WS-ON-FOUND-SW.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > WS-ALLOCATED-COUNT
               IF AR-SKU = ATT-SKU (AT-IDX)
                   ADD AR-QTY TO ATT-QTY (AT-IDX)
                   MOVE "Y" TO WS-ON-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-ON-FOUND
               IF WS-ALLOCATED-COUNT = 50
                   DISPLAY "ALLOCATED TABLE EXCEEDS 50 SKUS - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALLOCATED-COUNT
               MOVE AR-SKU TO ATT-SKU (WS-ALLOCATED-COUNT)
               MOVE AR-QTY TO ATT-QTY (WS-ALLOCATED-COUNT)
           END-IF.

       LOOKUP-ALLOCATED.
           MOVE 0 TO WS-ALLOCATED-QTY.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > WS-ALLOCATED-COUNT
               IF WS-CUR-SKU = ATT-SKU (AT-IDX)
                   MOVE ATT-QTY (AT-IDX) TO WS-ALLOCATED-QTY
               END-IF
           END-PERFORM.

       READ-STOCK.
           READ STOCK-FILE NEXT RECORD
               AT END
           END-READ.

       CHECK-REORDER.
      *    Gather one SKU's quantity across all of its per-location,
      *    per-lot records (they are adjacent in key order), then
      *    decide.
      *    The trigger point allows for the supplying vendor's lead
      *    time: stock must carry us through delivery, so a slow
      *    vendor's SKUs go on order earlier.  A SKU with no vendor
           END-IF.
      *    Stock already on order with the vendor counts toward the
      *    position - no draft for a SKU whose restock is simply in
      *    transit.  Stock reserved for customer orders does not:
      *    it is on the shelf but already promised.
           PERFORM LOOKUP-ON-ORDER.
           PERFORM LOOKUP-ALLOCATED.
           IF WS-ALLOCATED-QTY < WS-SKU-QTY
               COMPUTE WS-FREE-QTY = WS-SKU-QTY - WS-ALLOCATED-QTY
           ELSE
               MOVE 0 TO WS-FREE-QTY
           END-IF.
           COMPUTE WS-AVAIL-QTY = WS-FREE-QTY + WS-ON-ORDER-QTY.
           IF WS-AVAIL-QTY NOT > WS-EFF-REORDER-PT
               PERFORM WRITE-PO-DRAFT
           END-IF.

       ACCUMULATE-SKU-QTY.
           IF SK-EXPIRY-DATE = 0 OR SK-EXPIRY-DATE NOT < WS-RUN-DATE
               ADD SK-QTY TO WS-SKU-QTY
           END-IF.
           PERFORM READ-STOCK.

       LOOKUP-VENDOR.
      *    Cross-reference table first, then the vendor record by id.
           MOVE "N" TO WS-VENDOR-FOUND-SW.
           MOVE 0 TO WS-AGREED-PRICE.
           PERFORM VARYING VX-IDX FROM 1 BY 1
                   UNTIL VX-IDX > WS-XREF-COUNT
               IF WS-CUR-SKU = VXT-SKU (VX-IDX)
                   MOVE VXT-VENDOR-ID (VX-IDX) TO VN-VENDOR-ID
                   MOVE VXT-UNIT-PRICE (VX-IDX) TO WS-AGREED-PRICE
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-IF
           END-PERFORM.
               MOVE 0      TO PO-VENDOR-ID
               MOVE "NO VENDOR ON FILE" TO PO-VENDOR-NAME
               MOVE 0      TO PO-LEAD-DAYS
               ADD 1 TO WS-NO-VENDOR-COUNT
           END-IF.
      *    The vendor's contract price when one is on file, else the
      *    catalogue cost LOOKUP-PRODUCT-DESC just read.
           IF WS-AGREED-PRICE > 0
               MOVE WS-AGREED-PRICE TO PO-UNIT-PRICE
           ELSE
               MOVE PM-UNIT-COST    TO PO-UNIT-PRICE
           END-IF.
      *    Displayed before the WRITE - the record area is not
      *    guaranteed to survive one.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE WS-CUR-DESC TO PO-DESC
                   MOVE 0           TO PM-UNIT-COST
               NOT INVALID KEY
                   MOVE PM-DESC TO PO-DESC
           END-READ.
