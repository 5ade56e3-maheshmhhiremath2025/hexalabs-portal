      *   quantity so the reorder run stops re-suggesting SKUs
      *   already on order.
      *
      *   Each open order carries the unit price agreed with the
      *   vendor (from the draft) - INVOICE-MATCH holds the vendor's
      *   invoice to it.
      *
      * Compile: cobc -x -o po-approve po-approve.cob
      * Run:     ./po-approve
      ******************************************************************
           05  PO-VENDOR-NAME  PIC X(20).
           05  FILLER          PIC X(01).
           05  PO-LEAD-DAYS    PIC 9(03).
           05  FILLER          PIC X(01).
           05  PO-UNIT-PRICE   PIC 9(05)V99.

      *    Layout shared with PO-RECEIVE, PURCHASE-ORDER and
      *    INVOICE-MATCH - must match their OPEN-ORDER-RECORD
      *    exactly.  Status "O" = open,
      *    "P" = partially received, "C" = closed.
       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD.
           05  OO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OO-STATUS       PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OO-UNIT-PRICE   PIC 9(05)V99.

       FD  PO-CTL-FILE.
       01  PO-CTL-RECORD.
       01  WS-APPROVE-COUNT    PIC 9(04) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(04) VALUE 0.
       01  WS-ORDER-DATE       PIC 9(08).
       01  WS-PRICE-ED         PIC ZZ,ZZ9.99.
       01  WS-CONFIRM          PIC X(01) VALUE "N".
           88  WS-CONFIRMED              VALUE "Y".

           IF WS-PO-STATUS = "35"
               DISPLAY "NO DRAFTS ON FILE - PODRAFT.DAT MISSING."
               DISPLAY "RUN PURCHASE-ORDER FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "ERROR opening PO-DRAFT-FILE: " WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR opening OPEN-ORDER-FILE: " WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-POCTL-STATUS NOT = "00"
               DISPLAY "ERROR opening PO-CTL-FILE: " WS-POCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PO-CTL-FILE.
           OPEN OUTPUT PO-CTL-FILE.
           IF WS-POCTL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting PO-CTL-FILE: " WS-POCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-PO-NUMBER TO PC-NEXT-PO.
           END-READ.

       APPROVE-OR-SKIP.
      *    A draft written before prices were carried has none -
      *    the order goes on the book at zero and INVOICE-MATCH
      *    holds its invoices for the buyer.
           IF PO-UNIT-PRICE NOT NUMERIC
               MOVE 0 TO PO-UNIT-PRICE
           END-IF.
           MOVE PO-UNIT-PRICE TO WS-PRICE-ED.
           DISPLAY "DRAFT: " PO-SKU " ORDER " PO-ORDER-QTY
                   " FROM " PO-VENDOR-NAME " AT " WS-PRICE-ED.
           DISPLAY "APPROVE (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRMED
           MOVE 0                 TO OO-RECD-QTY.
           MOVE WS-ORDER-DATE     TO OO-ORDER-DATE.
           MOVE "O"               TO OO-STATUS.
           MOVE PO-UNIT-PRICE     TO OO-UNIT-PRICE.
           DISPLAY "OPEN ORDER " OO-PO-NUMBER " PLACED FOR "
                   OO-SKU.
           WRITE OPEN-ORDER-RECORD.
