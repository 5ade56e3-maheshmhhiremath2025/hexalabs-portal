      ******************************************************************
      * PO-RECEIVE.COB - Post vendor deliveries against open orders.
      *   Companion to PO-APPROVE: reads the receipts feed
      *   PORECV.DAT (PO number, SKU, quantity, date, lot number and
      *   expiry date - keyed in off the packing slips), matches
      *   each line to its POOPEN.DAT open order, and posts the
      *   received quantity into STOCK-FILE through the same
      *   validated and audited path INVENTORY-ISAM uses - the
      *   receipt is audited to AUDIT.LOG (operation RECEIPT) and the
      *   inventory value posts to the shared GL extract.
      *
      *   EXCEPT.RPT for the buyer, and a receipt with no open order
      *   (or the wrong SKU for its PO) is rejected outright.
      *
      *   Stock arrives at the WH1 receiving dock into the lot the
      *   slip names (blank for stock that is not lot-tracked); a
      *   lot never stocked there before gets its record created,
      *   with the slip's expiry date, the same way INVENTORY-ISAM's
      *   transfer-in does.  A lot already on file keeps the expiry
      *   it has - a slip that disagrees is flagged to EXCEPT.RPT,
      *   as is a lot that arrives already past its date (it still
      *   goes on the shelf, but fills no backorders).
      *
      *   An order the run closes leaves the open book but is
      *   appended to POCLOSED.DAT, so INVOICE-MATCH can still hold
      *   the vendor's invoice against what was ordered and received
      *   after the goods are all in.  Receipts credit 2050-RNI
      *   (received, not yet invoiced); the matched voucher clears it.
      *
      *   Each receipt also moves the SKU's PM-UNIT-COST to the
      *   weighted average of the stock already on hand (all
      *   locations) at the old cost and the delivery at the PO's
      *   price - see UPDATE-AVERAGE-COST.  The receipt is booked at
      *   what it cost us, so 2050-RNI clears to the penny; the
      *   rounding of the new average on the whole quantity on hand
      *   posts as a revaluation (source INV REVALUE) so GL inventory
      *   stays equal to INVENTORY-VALUE's total.  Every change is
      *   written to COSTHIST.DAT - old cost, new cost, quantity, PO.
      *
      *   A delivery of a SKU customers are waiting on fills their
      *   backorders (BACKORD.DAT, from ORDER-ALLOC) in the order
      *   they sit on the file, as far as the quantity received
      *   goes: each fill becomes a reservation at the dock on
      *   ALLOC.DAT, ticketed by the next ORDER-ALLOC run - see
      *   FILL-BACKORDERS.
      *
      *   Ends with return code 4 when anything went to EXCEPT.RPT -
      *   a rejected receipt, an over-receipt or a lot flag.
      *
      * Compile: cobc -x -o po-receive po-receive.cob
      * Run:     ./po-receive
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OPEN-STATUS.

      *    Orders closed by receipt, awaiting the vendor's invoice -
      *    same layout as POOPEN.DAT.  INVOICE-MATCH drops them once
      *    fully invoiced.
           SELECT CLOSED-ORDER-FILE ASSIGN TO "POCLOSED.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CLOSED-STATUS.

      *    DYNAMIC so the receipt still posts by key while the
      *    average-cost step can walk a SKU's locations for the
      *    quantity on hand - see TOTAL-ON-HAND.
           SELECT STOCK-FILE ASSIGN TO "STOCK.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS SK-KEY
               FILE STATUS   IS WS-STATUS.

               RECORD KEY    IS PM-SKU
               FILE STATUS   IS WS-PROD-STATUS.

      *    Cost-change history, appended across runs - one line per
      *    receipt that moved (or confirmed) a SKU's average cost.
           SELECT COST-HISTORY-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-STATUS.

      *    Open customer backorders - read at startup, filled from
      *    the receipts, and rewritten whole if any were filled.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-BACK-STATUS.

      *    ORDER-ALLOC's reservations - a filled backorder is
      *    appended as a new one.
           SELECT ALLOC-FILE ASSIGN TO "ALLOC.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ALLOC-STATUS.

      *    Appended to, not replaced - receipts land in the same
      *    audit trail and exceptions report INVENTORY-ISAM's own
      *    updates write, so one file still tells the whole story.
           05  RC-QTY          PIC 9(05).
           05  FILLER          PIC X(01).
           05  RC-DATE         PIC 9(08).
           05  FILLER          PIC X(01).
           05  RC-LOT          PIC X(10).
           05  FILLER          PIC X(01).
           05  RC-EXPIRY-DATE  PIC 9(08).

      *    Must match PO-APPROVE's OPEN-ORDER-RECORD layout exactly.
       FD  OPEN-ORDER-FILE.
           05  OO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OO-STATUS       PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OO-UNIT-PRICE   PIC 9(05)V99.

      *    Same layout as OPEN-ORDER-RECORD above.
       FD  CLOSED-ORDER-FILE.
       01  CLOSED-ORDER-RECORD.
           05  CO-PO-NUMBER    PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-VENDOR-ID    PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-ORDER-QTY    PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-RECD-QTY     PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-STATUS       PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CO-UNIT-PRICE   PIC 9(05)V99.

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           05  PM-SKU          PIC X(08).
           05  PM-DESC         PIC X(30).
      *    Moving weighted-average cost - rewritten on every receipt.
           05  PM-UNIT-COST    PIC 9(05)V99.

       FD  COST-HISTORY-FILE.
       01  COST-HISTORY-RECORD.
           05  CH-CHANGE-DATE  PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-PO-NUMBER    PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-RECV-QTY     PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-RECV-PRICE   PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
      *    On hand across all locations before the receipt.
           05  CH-ONHAND-QTY   PIC 9(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-OLD-COST     PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-NEW-COST     PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CH-REVALUE-AMT  PIC S9(07)V99.

      *    Must match ORDER-ALLOC's BACKORDER-RECORD layout exactly.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  BO-ORDER-NO     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-LINE-NO      PIC 9(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-CUST-NO      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-PRIORITY     PIC 9(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-QTY          PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-SHIP-LOC     PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BO-BACK-DATE    PIC 9(08).

      *    Must match ORDER-ALLOC's ALLOC-RECORD layout exactly.
       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05  AR-ORDER-NO     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-LINE-NO      PIC 9(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-CUST-NO      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-PRIORITY     PIC 9(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-LOC          PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-QTY          PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-ALLOC-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AR-TICKET-SW    PIC X(01).

      *    Must match INVENTORY-ISAM's AUDIT-RECORD layout exactly.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-LOT          PIC X(10).

      *    Must match INVENTORY-ISAM's EXCEPTION-RECORD layout.
       FD  EXCEPTION-RPT.
       WORKING-STORAGE SECTION.
       01  WS-RECV-STATUS      PIC XX    VALUE "00".
       01  WS-OPEN-STATUS      PIC XX    VALUE "00".
       01  WS-CLOSED-STATUS    PIC XX    VALUE "00".
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-PROD-STATUS      PIC XX    VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX    VALUE "00".
       01  WS-EXCEPT-STATUS    PIC XX    VALUE "00".
       01  WS-GL-STATUS        PIC XX    VALUE "00".
       01  WS-HIST-STATUS      PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-OPEN-EOF-SW      PIC X     VALUE "N".
       01  WS-APPLY-COUNT      PIC 9(04) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(04) VALUE 0.
       01  WS-OVER-COUNT       PIC 9(04) VALUE 0.
       01  WS-LOT-FLAG-COUNT   PIC 9(04) VALUE 0.
      *    Every receipt lands at the receiving dock.
       01  WS-RECV-LOC         PIC X(03) VALUE "WH1".
       01  WS-LOT-EXPIRED-SW   PIC X     VALUE "N".
           88  WS-LOT-EXPIRED            VALUE "Y".
       01  WS-ORDER-FOUND-SW   PIC X     VALUE "N".
           88  WS-ORDER-FOUND            VALUE "Y".
       01  WS-ORDER-IDX        PIC 9(03).

      *    Average-cost work fields - see PRICE-RECEIPT and
      *    UPDATE-AVERAGE-COST.
       01  WS-STOCK-EOF-SW     PIC X     VALUE "N".
           88  WS-STOCK-EOF              VALUE "Y".
       01  WS-STOCK-POSTED-SW  PIC X     VALUE "N".
           88  WS-STOCK-POSTED           VALUE "Y".
       01  WS-COST-FOUND-SW    PIC X     VALUE "N".
           88  WS-COST-FOUND             VALUE "Y".
       01  WS-ONHAND-QTY       PIC 9(07).
       01  WS-RECV-PRICE       PIC 9(05)V99.
       01  WS-OLD-COST         PIC 9(05)V99.
       01  WS-NEW-COST         PIC 9(05)V99.
       01  WS-OLD-VALUE        PIC 9(11)V99.
       01  WS-RECV-VALUE       PIC 9(11)V99.
       01  WS-REVALUE-AMT      PIC S9(07)V99.
       01  WS-COST-CHG-COUNT   PIC 9(04) VALUE 0.

      *    Backorder fill work fields - see FILL-BACKORDERS.
       01  WS-BACK-STATUS      PIC XX    VALUE "00".
       01  WS-ALLOC-STATUS     PIC XX    VALUE "00".
       01  WS-BACK-EOF-SW      PIC X     VALUE "N".
           88  WS-BACK-EOF               VALUE "Y".
       01  WS-FILL-LEFT        PIC 9(05).
       01  WS-FILL-QTY         PIC 9(05).
       01  WS-FILL-COUNT       PIC 9(04) VALUE 0.

      *    BACKORD.DAT in memory, in the order ORDER-ALLOC wrote it -
      *    allocation sequence.  A backorder filled in full drops to
      *    quantity zero and is not written back.
       01  BACKORDER-TABLE.
           05  BACKORDER-ENTRY OCCURS 200 TIMES INDEXED BY BT-IDX.
               10  BT-ORDER-NO    PIC 9(06).
               10  BT-LINE-NO     PIC 9(03).
               10  BT-CUST-NO     PIC X(08).
               10  BT-ORDER-DATE  PIC 9(08).
               10  BT-PRIORITY    PIC 9(01).
               10  BT-SKU         PIC X(08).
               10  BT-QTY         PIC 9(05).
               10  BT-SHIP-LOC    PIC X(03).
               10  BT-BACK-DATE   PIC 9(08).
       01  WS-BACK-COUNT       PIC 9(03) VALUE 0.

      *    The open-order book, held in memory between the receipt
      *    pass and the write-back - same small-table approach as
      *    CYCLE-COUNT's count sheet.
               10  OT-RECD-QTY    PIC 9(05).
               10  OT-ORDER-DATE  PIC 9(08).
               10  OT-STATUS      PIC X(01).
               10  OT-UNIT-PRICE  PIC 9(05)V99.
       01  WS-ORDER-COUNT      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "=== PURCHASE ORDER RECEIVING ===".

           PERFORM LOAD-OPEN-ORDERS.
           PERFORM LOAD-BACKORDERS.
           PERFORM OPEN-FILES.

           PERFORM READ-RECEIPT.
           PERFORM APPLY-RECEIPT UNTIL WS-EOF.

           PERFORM REWRITE-OPEN-ORDERS.
           IF WS-FILL-COUNT > 0
               PERFORM REWRITE-BACKORDERS
           END-IF.

           DISPLAY "RECEIPTS APPLIED : " WS-APPLY-COUNT.
           DISPLAY "RECEIPTS REJECTED: " WS-REJECT-COUNT.
           DISPLAY "OVER-RECEIPTS    : " WS-OVER-COUNT.
           DISPLAY "LOT FLAGS        : " WS-LOT-FLAG-COUNT.
           DISPLAY "COST CHANGES     : " WS-COST-CHG-COUNT.
           DISPLAY "BACKORDERS FILLED: " WS-FILL-COUNT.

      *    The feed is deltas - a rerun would put every delivery on
      *    the shelf twice and double-post the orders.  Run
           CLOSE AUDIT-LOG.
           CLOSE EXCEPTION-RPT.
           CLOSE GL-EXTRACT-FILE.
           CLOSE COST-HISTORY-FILE.
           CLOSE ALLOC-FILE.
           IF WS-REJECT-COUNT > 0 OR WS-OVER-COUNT > 0
                   OR WS-LOT-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-OPEN-ORDERS.
           IF WS-OPEN-STATUS = "35"
               DISPLAY "NO OPEN ORDERS ON FILE - POOPEN.DAT MISSING."
               DISPLAY "RUN PO-APPROVE FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR opening OPEN-ORDER-FILE: " WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-OPEN-ORDER UNTIL WS-OPEN-EOF.
           IF WS-ORDER-COUNT = 50
               DISPLAY "OPEN ORDER BOOK EXCEEDS 50 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE OO-RECD-QTY   TO OT-RECD-QTY (WS-ORDER-COUNT).
           MOVE OO-ORDER-DATE TO OT-ORDER-DATE (WS-ORDER-COUNT).
           MOVE OO-STATUS     TO OT-STATUS (WS-ORDER-COUNT).
      *    An order placed before prices were carried has none.
           IF OO-UNIT-PRICE NOT NUMERIC
               MOVE 0 TO OO-UNIT-PRICE
           END-IF.
           MOVE OO-UNIT-PRICE TO OT-UNIT-PRICE (WS-ORDER-COUNT).

       OPEN-FILES.
           OPEN INPUT RECEIPT-FILE.
           END-IF.
           IF WS-RECV-STATUS NOT = "00"
               DISPLAY "ERROR opening RECEIPT-FILE: " WS-RECV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PRODUCT-MASTER.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ALLOC-FILE.
           IF WS-ALLOC-STATUS = "35"
               OPEN OUTPUT ALLOC-FILE
           END-IF.
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "ERROR opening ALLOC-FILE: " WS-ALLOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND COST-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT COST-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR opening COST-HISTORY-FILE: "
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening AUDIT-LOG: " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXCEPTION-RPT: "
                       WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "SKU00001" TO RC-SKU.
           MOVE 20         TO RC-QTY.
           MOVE 20260828   TO RC-DATE.
           MOVE SPACES     TO RC-LOT.
           MOVE 0          TO RC-EXPIRY-DATE.
           WRITE RECEIPT-RECORD.
           MOVE 49999      TO RC-PO-NUMBER.
           MOVE "SKU00003" TO RC-SKU.
           MOVE 10         TO RC-QTY.
           MOVE 20260828   TO RC-DATE.
           MOVE SPACES     TO RC-LOT.
           MOVE 0          TO RC-EXPIRY-DATE.
           WRITE RECEIPT-RECORD.
           CLOSE RECEIPT-FILE.

                           RC-PO-NUMBER
               ELSE
                   PERFORM POST-RECEIPT-TO-ORDER
                   PERFORM PRICE-RECEIPT
                   PERFORM POST-RECEIPT-TO-STOCK
                   IF WS-STOCK-POSTED AND WS-COST-FOUND
                           AND RC-QTY > 0
                       PERFORM UPDATE-AVERAGE-COST
                   END-IF
                   IF WS-STOCK-POSTED AND NOT WS-LOT-EXPIRED
                       PERFORM FILL-BACKORDERS
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RECEIPT.
       POST-RECEIPT-TO-STOCK.
      *    The shelf side of the receipt: the same audited
      *    REWRITE path INVENTORY-ISAM's updates use, creating the
      *    lot's dock record if it has never been stocked there -
      *    exactly as a transfer-in would.
           MOVE "N" TO WS-STOCK-POSTED-SW.
           MOVE "N" TO WS-LOT-EXPIRED-SW.
           IF RC-EXPIRY-DATE NOT = 0 AND RC-EXPIRY-DATE < RC-DATE
               MOVE "Y" TO WS-LOT-EXPIRED-SW
               MOVE RC-SKU      TO EX-SKU
               MOVE WS-RECV-LOC TO EX-LOC
               MOVE "LOT RECEIVED ALREADY EXPIRED" TO EX-REASON
               MOVE RC-QTY      TO EX-QTY
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-LOT-FLAG-COUNT
           END-IF.
           MOVE RC-SKU      TO SK-SKU.
           MOVE WS-RECV-LOC TO SK-LOC.
           MOVE RC-LOT      TO SK-LOT.
           READ STOCK-FILE.
           IF WS-STATUS = "00"
               IF RC-EXPIRY-DATE NOT = SK-EXPIRY-DATE
                   MOVE RC-SKU      TO EX-SKU
                   MOVE WS-RECV-LOC TO EX-LOC
                   MOVE "LOT EXPIRY DIFFERS FROM FILE" TO EX-REASON
                   MOVE RC-QTY      TO EX-QTY
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-LOT-FLAG-COUNT
               END-IF
               MOVE SK-QTY TO AL-OLD-QTY
               ADD RC-QTY TO SK-QTY
               REWRITE STOCK-RECORD
                   MOVE SK-QTY TO AL-NEW-QTY
                   MOVE "RECEIPT" TO AL-OPERATION
                   PERFORM LOG-AUDIT
                   MOVE "Y" TO WS-STOCK-POSTED-SW
                   ADD 1 TO WS-APPLY-COUNT
                   DISPLAY "RECEIVED " RC-QTY " " RC-SKU
                           " ON PO " RC-PO-NUMBER " LOT " RC-LOT
               END-IF
           ELSE
               IF WS-STATUS = "23"
                   PERFORM LOOKUP-PRODUCT-DESC
                   MOVE RC-QTY         TO SK-QTY
                   MOVE RC-EXPIRY-DATE TO SK-EXPIRY-DATE
                   WRITE STOCK-RECORD
                   IF WS-STATUS NOT = "00"
                       DISPLAY "STOCK-FILE WRITE ERROR " WS-STATUS
                       MOVE SK-QTY TO AL-NEW-QTY
                       MOVE "RECEIPT" TO AL-OPERATION
                       PERFORM LOG-AUDIT
                       MOVE "Y" TO WS-STOCK-POSTED-SW
                       ADD 1 TO WS-APPLY-COUNT
                       DISPLAY "RECEIVED " RC-QTY " " RC-SKU
                               " ON PO " RC-PO-NUMBER " LOT " RC-LOT
                               " (NEW LOT)"
                   END-IF
               ELSE
                   DISPLAY "STOCK-FILE READ ERROR " WS-STATUS
               END-IF
           END-IF.

       PRICE-RECEIPT.
      *    What the delivery cost us and what the SKU stood at before
      *    it arrived.  The PO's agreed price is the receipt's cost;
      *    an order placed before prices were carried has none, so
      *    it comes in at the current average and leaves it where it
      *    is.  A SKU with no catalogue record has no average to
      *    keep and no value to post - INVENTORY-VALUE lists it at
      *    zero, and the GL has to agree.
           MOVE RC-SKU TO PM-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-COST-FOUND-SW
                   MOVE 0 TO WS-OLD-COST
                   MOVE 0 TO WS-RECV-PRICE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COST-FOUND-SW
                   MOVE PM-UNIT-COST TO WS-OLD-COST
                   IF OT-UNIT-PRICE (WS-ORDER-IDX) = 0
                       MOVE PM-UNIT-COST TO WS-RECV-PRICE
                   ELSE
                       MOVE OT-UNIT-PRICE (WS-ORDER-IDX)
                           TO WS-RECV-PRICE
                   END-IF
           END-READ.
           PERFORM TOTAL-ON-HAND.

       TOTAL-ON-HAND.
      *    The SKU's quantity on hand at every location and lot,
      *    taken before the receipt lands - the weight the old cost
      *    carries in the new average.
           MOVE 0 TO WS-ONHAND-QTY.
           MOVE "N" TO WS-STOCK-EOF-SW.
           MOVE RC-SKU     TO SK-SKU.
           MOVE LOW-VALUES TO SK-LOC.
           MOVE LOW-VALUES TO SK-LOT.
           START STOCK-FILE KEY NOT < SK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STOCK-EOF-SW
           END-START.
           PERFORM ADD-ON-HAND UNTIL WS-STOCK-EOF.

       ADD-ON-HAND.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STOCK-EOF-SW
               NOT AT END
                   IF SK-SKU NOT = RC-SKU
                       MOVE "Y" TO WS-STOCK-EOF-SW
                   ELSE
                       ADD SK-QTY TO WS-ONHAND-QTY
                   END-IF
           END-READ.

       UPDATE-AVERAGE-COST.
      *    New average = (on hand x old cost + received x receipt
      *    cost) / (on hand + received), rounded to the cent.  The
      *    receipt was booked at received x receipt cost; the stock
      *    on hand was already on the books at on hand x old cost.
      *    What the rounded average makes of the new total, less
      *    those two, is the revaluation - so GL inventory for the
      *    SKU is always its quantity on hand at PM-UNIT-COST.
           COMPUTE WS-OLD-VALUE  = WS-ONHAND-QTY * WS-OLD-COST.
           COMPUTE WS-RECV-VALUE = RC-QTY * WS-RECV-PRICE.
           COMPUTE WS-NEW-COST ROUNDED =
               (WS-OLD-VALUE + WS-RECV-VALUE)
                   / (WS-ONHAND-QTY + RC-QTY).
           COMPUTE WS-REVALUE-AMT =
               ((WS-ONHAND-QTY + RC-QTY) * WS-NEW-COST)
                   - WS-OLD-VALUE - WS-RECV-VALUE.

           MOVE RC-SKU TO PM-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "PRODUCT-MASTER READ ERROR "
                           WS-PROD-STATUS " FOR " RC-SKU
           END-READ.
           IF WS-PROD-STATUS = "00"
               MOVE WS-NEW-COST TO PM-UNIT-COST
               REWRITE PRODUCT-RECORD
               IF WS-PROD-STATUS NOT = "00"
                   DISPLAY "PRODUCT-MASTER REWRITE ERROR "
                           WS-PROD-STATUS " FOR " RC-SKU
               ELSE
                   PERFORM WRITE-COST-HISTORY
                   IF WS-REVALUE-AMT NOT = 0
                       PERFORM POST-REVALUATION
                   END-IF
               END-IF
           END-IF.

       WRITE-COST-HISTORY.
           MOVE WS-CURRENT-DATE TO CH-CHANGE-DATE.
           MOVE RC-SKU          TO CH-SKU.
           MOVE RC-PO-NUMBER    TO CH-PO-NUMBER.
           MOVE RC-QTY          TO CH-RECV-QTY.
           MOVE WS-RECV-PRICE   TO CH-RECV-PRICE.
           MOVE WS-ONHAND-QTY   TO CH-ONHAND-QTY.
           MOVE WS-OLD-COST     TO CH-OLD-COST.
           MOVE WS-NEW-COST     TO CH-NEW-COST.
           MOVE WS-REVALUE-AMT  TO CH-REVALUE-AMT.
           WRITE COST-HISTORY-RECORD.
           IF WS-NEW-COST NOT = WS-OLD-COST
               ADD 1 TO WS-COST-CHG-COUNT
               DISPLAY "AVG COST " RC-SKU " " WS-OLD-COST " -> "
                       WS-NEW-COST
           END-IF.

       POST-REVALUATION.
      *    An upward revaluation debits inventory and credits
      *    5210-REV (inventory revaluation), a downward one the
      *    reverse.  Its own GL-SOURCE, so GL-CLOSE shows it apart
      *    from the receipts.
           IF WS-REVALUE-AMT > 0
               MOVE WS-REVALUE-AMT TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-REVALUE-AMT
           END-IF.
           MOVE WS-CURRENT-DATE TO GL-POST-DATE.
           MOVE "1300-INV" TO GL-ACCOUNT.
           IF WS-REVALUE-AMT > 0
               MOVE "DR" TO GL-DRCR
           ELSE
               MOVE "CR" TO GL-DRCR
           END-IF.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE "INV REVALUE" TO GL-SOURCE.
           WRITE GL-RECORD.
      *    The record area is not guaranteed to survive a WRITE -
      *    the offsetting line is rebuilt in full.
           MOVE WS-CURRENT-DATE TO GL-POST-DATE.
           MOVE "5210-REV" TO GL-ACCOUNT.
           IF WS-REVALUE-AMT > 0
               MOVE "CR" TO GL-DRCR
           ELSE
               MOVE "DR" TO GL-DRCR
           END-IF.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE "INV REVALUE" TO GL-SOURCE.
           WRITE GL-RECORD.

       LOAD-BACKORDERS.
      *    No BACKORD.DAT just means no customer is waiting.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACK-STATUS NOT = "35"
               IF WS-BACK-STATUS NOT = "00"
                   DISPLAY "ERROR opening BACKORDER-FILE: "
                           WS-BACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-BACKORDER UNTIL WS-BACK-EOF
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
      *    A backorder past the table would be lost on rewrite -
      *    stop rather than forget a customer.
           READ BACKORDER-FILE
               AT END
                   MOVE "Y" TO WS-BACK-EOF-SW
               NOT AT END
                   IF WS-BACK-COUNT = 200
                       DISPLAY "BACKORDERS EXCEED 200 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BACK-COUNT
                   MOVE BO-ORDER-NO   TO BT-ORDER-NO (WS-BACK-COUNT)
                   MOVE BO-LINE-NO    TO BT-LINE-NO (WS-BACK-COUNT)
                   MOVE BO-CUST-NO    TO BT-CUST-NO (WS-BACK-COUNT)
                   MOVE BO-ORDER-DATE TO BT-ORDER-DATE (WS-BACK-COUNT)
                   MOVE BO-PRIORITY   TO BT-PRIORITY (WS-BACK-COUNT)
                   MOVE BO-SKU        TO BT-SKU (WS-BACK-COUNT)
                   MOVE BO-QTY        TO BT-QTY (WS-BACK-COUNT)
                   MOVE BO-SHIP-LOC   TO BT-SHIP-LOC (WS-BACK-COUNT)
                   MOVE BO-BACK-DATE  TO BT-BACK-DATE (WS-BACK-COUNT)
           END-READ.

       FILL-BACKORDERS.
      *    The units just received are the only ones certain to be
      *    free of earlier reservations, so they are what fills the
      *    backorders - oldest in sequence first, and only those
      *    not tied to another warehouse than the dock.
           MOVE RC-QTY TO WS-FILL-LEFT.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BACK-COUNT
                      OR WS-FILL-LEFT = 0
               IF BT-SKU (BT-IDX) = RC-SKU
                       AND BT-QTY (BT-IDX) > 0
                   IF BT-SHIP-LOC (BT-IDX) = SPACES
                           OR BT-SHIP-LOC (BT-IDX) = WS-RECV-LOC
                       PERFORM FILL-ONE-BACKORDER
                   END-IF
               END-IF
           END-PERFORM.

       FILL-ONE-BACKORDER.
           IF BT-QTY (BT-IDX) < WS-FILL-LEFT
               MOVE BT-QTY (BT-IDX) TO WS-FILL-QTY
           ELSE
               MOVE WS-FILL-LEFT    TO WS-FILL-QTY
           END-IF.
           MOVE BT-ORDER-NO (BT-IDX)   TO AR-ORDER-NO.
           MOVE BT-LINE-NO (BT-IDX)    TO AR-LINE-NO.
           MOVE BT-CUST-NO (BT-IDX)    TO AR-CUST-NO.
           MOVE BT-ORDER-DATE (BT-IDX) TO AR-ORDER-DATE.
           MOVE BT-PRIORITY (BT-IDX)   TO AR-PRIORITY.
           MOVE BT-SKU (BT-IDX)        TO AR-SKU.
           MOVE WS-RECV-LOC            TO AR-LOC.
           MOVE WS-FILL-QTY            TO AR-QTY.
           MOVE WS-CURRENT-DATE        TO AR-ALLOC-DATE.
           MOVE "N"                    TO AR-TICKET-SW.
      *    Displayed before the WRITE - the record area is not
      *    guaranteed to survive one.
           DISPLAY "BACKORDER FILLED " AR-ORDER-NO "-" AR-LINE-NO
                   " " AR-SKU " " AR-QTY.
           WRITE ALLOC-RECORD.
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "ERROR writing ALLOC-FILE: " WS-ALLOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SUBTRACT WS-FILL-QTY FROM BT-QTY (BT-IDX).
           SUBTRACT WS-FILL-QTY FROM WS-FILL-LEFT.
           ADD 1 TO WS-FILL-COUNT.

       REWRITE-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE.
           IF WS-BACK-STATUS NOT = "00"
               DISPLAY "ERROR rewriting BACKORDER-FILE: "
                       WS-BACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BACK-COUNT
               IF BT-QTY (BT-IDX) > 0
                   MOVE BT-ORDER-NO (BT-IDX)   TO BO-ORDER-NO
                   MOVE BT-LINE-NO (BT-IDX)    TO BO-LINE-NO
                   MOVE BT-CUST-NO (BT-IDX)    TO BO-CUST-NO
                   MOVE BT-ORDER-DATE (BT-IDX) TO BO-ORDER-DATE
                   MOVE BT-PRIORITY (BT-IDX)   TO BO-PRIORITY
                   MOVE BT-SKU (BT-IDX)        TO BO-SKU
                   MOVE BT-QTY (BT-IDX)        TO BO-QTY
                   MOVE BT-SHIP-LOC (BT-IDX)   TO BO-SHIP-LOC
                   MOVE BT-BACK-DATE (BT-IDX)  TO BO-BACK-DATE
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE BACKORDER-FILE.

       LOOKUP-PRODUCT-DESC.
           MOVE RC-SKU TO PM-SKU.
           READ PRODUCT-MASTER
      *    Orders this run closed are dropped, like the closed
      *    orders skipped at load, so the file stays bounded by
      *    genuinely open orders; a closed order's receipts are
      *    already on AUDIT.LOG, and the order itself moves to
      *    POCLOSED.DAT - written first, so a failure between the
      *    two files never loses it.
           PERFORM APPEND-CLOSED-ORDERS.
           OPEN OUTPUT OPEN-ORDER-FILE.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR rewriting OPEN-ORDER-FILE: "
                       WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING OO-IDX FROM 1 BY 1
                   MOVE OT-RECD-QTY (OO-IDX)   TO OO-RECD-QTY
                   MOVE OT-ORDER-DATE (OO-IDX) TO OO-ORDER-DATE
                   MOVE OT-STATUS (OO-IDX)     TO OO-STATUS
                   MOVE OT-UNIT-PRICE (OO-IDX) TO OO-UNIT-PRICE
                   WRITE OPEN-ORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPEN-ORDER-FILE.

       APPEND-CLOSED-ORDERS.
           OPEN EXTEND CLOSED-ORDER-FILE.
           IF WS-CLOSED-STATUS = "35"
               OPEN OUTPUT CLOSED-ORDER-FILE
           END-IF.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "ERROR opening CLOSED-ORDER-FILE: "
                       WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING OO-IDX FROM 1 BY 1
                   UNTIL OO-IDX > WS-ORDER-COUNT
               IF OT-STATUS (OO-IDX) = "C"
                   MOVE OT-PO-NUMBER (OO-IDX)  TO CO-PO-NUMBER
                   MOVE OT-SKU (OO-IDX)        TO CO-SKU
                   MOVE OT-VENDOR-ID (OO-IDX)  TO CO-VENDOR-ID
                   MOVE OT-ORDER-QTY (OO-IDX)  TO CO-ORDER-QTY
                   MOVE OT-RECD-QTY (OO-IDX)   TO CO-RECD-QTY
                   MOVE OT-ORDER-DATE (OO-IDX) TO CO-ORDER-DATE
                   MOVE OT-STATUS (OO-IDX)     TO CO-STATUS
                   MOVE OT-UNIT-PRICE (OO-IDX) TO CO-UNIT-PRICE
                   WRITE CLOSED-ORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE CLOSED-ORDER-FILE.

       LOG-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SK-SKU TO AL-SKU.
           MOVE SK-LOC TO AL-LOC.
           MOVE SK-LOT TO AL-LOT.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
               DELIMITED BY SIZE INTO AL-TIMESTAMP.
           WRITE AUDIT-RECORD.
           PERFORM POST-GL-ENTRY.

       POST-GL-ENTRY.
      *    The value side of the receipt just audited, as
      *    INVENTORY-ISAM posts its updates: received stock debits
      *    inventory - priced at what it cost us, WS-RECV-PRICE from
      *    PRICE-RECEIPT, not the old average.  The credit is the
      *    received-not-invoiced account, which INVOICE-MATCH's
      *    voucher clears at the same PO price when the vendor's
      *    bill is matched.  A SKU with no cost has no value to post.
           COMPUTE WS-QTY-DELTA = AL-NEW-QTY - AL-OLD-QTY.
           IF WS-QTY-DELTA NOT = 0 AND WS-RECV-PRICE NOT = 0
               MOVE WS-CURRENT-DATE TO GL-POST-DATE
               COMPUTE WS-GL-AMOUNT = WS-QTY-DELTA * WS-RECV-PRICE
               MOVE "1300-INV" TO GL-ACCOUNT
               MOVE "DR"       TO GL-DRCR
               MOVE WS-GL-AMOUNT TO GL-AMOUNT
      *        The record area is not guaranteed to survive a WRITE -
      *        the offsetting line is rebuilt in full.
               MOVE WS-CURRENT-DATE TO GL-POST-DATE
               MOVE "2050-RNI" TO GL-ACCOUNT
               MOVE "CR"       TO GL-DRCR
               MOVE WS-GL-AMOUNT TO GL-AMOUNT
               MOVE "INV RECEIPT" TO GL-SOURCE
