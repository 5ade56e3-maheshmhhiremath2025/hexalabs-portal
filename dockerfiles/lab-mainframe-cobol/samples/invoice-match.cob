      ******************************************************************
      * INVOICE-MATCH.COB - Vendor invoice three-way match.
      *   Companion to PO-APPROVE and PO-RECEIVE: each line of the
      *   vendor invoice feed INVOICE.DAT (invoice number, vendor,
      *   PO, SKU, quantity, unit price - keyed in off the vendor's
      *   bill) is held against its purchase order three ways -
      *   what we ordered and at what agreed price (the open order
      *   PO-APPROVE raised), what we actually received (PO-RECEIVE's
      *   running received quantity), and what the vendor is billing.
      *   Orders still open are read from POOPEN.DAT; orders PO-
      *   RECEIVE has closed are read from POCLOSED.DAT until they
      *   are fully invoiced.
      *
      *   A line that agrees - quantity billed to date within what
      *   was ordered and received, unit price within the tolerance
      *   on MATCHTOL.DAT - becomes an AP voucher on APVOUCH.DAT
      *   under a number from the persistent APCTL.DAT control, and
      *   its liability posts to the shared GL extract:
      *     DR 2050-RNI   the receipt's value (received, not yet
      *                   invoiced - the credit PO-RECEIVE posted)
      *     DR/CR 5300-PPV  price variance - what the vendor billed
      *                   over or under the PO price the receipt was
      *                   put on the books at
      *     CR 2000-AP    the invoice amount owed the vendor
      *
      *   Everything else is NOT vouchered and goes on MATCHEXC.RPT
      *   for the buyer: invoiced on a PO we never placed, vendor or
      *   SKU not the PO's, billed twice, billed past the ordered
      *   quantity or at a price over the agreed one (over-billed),
      *   billed for more than has arrived (under-received), or
      *   priced suspiciously under the PO.  Resolved lines are
      *   re-keyed into the feed for the next run.
      *
      *   Ends with return code 4 when invoice lines were held on
      *   MATCHEXC.RPT.
      *
      * Compile: cobc -x -o invoice-match invoice-match.cob
      * Run:     ./invoice-match
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-INV-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO "POOPEN.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OPEN-STATUS.

      *    Orders PO-RECEIVE has closed, kept here until invoiced -
      *    rewritten at end of run without the fully-invoiced ones.
           SELECT CLOSED-ORDER-FILE ASSIGN TO "POCLOSED.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CLOSED-STATUS.

      *    Every voucher ever raised - read at startup for what each
      *    order has already been billed, then appended to.
           SELECT VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-VOUCH-STATUS.

      *    Persistent next-voucher-number control, the same idea as
      *    PO-APPROVE's POCTL.DAT.
           SELECT AP-CTL-FILE ASSIGN TO "APCTL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-APCTL-STATUS.

           SELECT TOLERANCE-CARD-FILE ASSIGN TO "MATCHTOL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TOL-STATUS.

      *    Shared GL extract - the voucher's liability posts the
      *    same way PAYROLL's and PO-RECEIVE's entries do.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-STATUS.

           SELECT MATCH-EXCEPT-RPT ASSIGN TO "MATCHEXC.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One line per invoice line - a multi-line invoice repeats
      *    its invoice number.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  IV-INVOICE-NO   PIC X(10).
           05  FILLER          PIC X(01).
           05  IV-VENDOR-ID    PIC 9(04).
           05  FILLER          PIC X(01).
           05  IV-PO-NUMBER    PIC 9(05).
           05  FILLER          PIC X(01).
           05  IV-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  IV-QTY          PIC 9(05).
           05  FILLER          PIC X(01).
           05  IV-UNIT-PRICE   PIC 9(05)V99.
           05  FILLER          PIC X(01).
           05  IV-INV-DATE     PIC 9(08).

      *    Must match PO-APPROVE's OPEN-ORDER-RECORD layout exactly.
       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD.
           05  OO-PO-NUMBER    PIC 9(05).
           05  FILLER          PIC X(01).
           05  OO-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  OO-VENDOR-ID    PIC 9(04).
           05  FILLER          PIC X(01).
           05  OO-ORDER-QTY    PIC 9(05).
           05  FILLER          PIC X(01).
           05  OO-RECD-QTY     PIC 9(05).
           05  FILLER          PIC X(01).
           05  OO-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  OO-STATUS       PIC X(01).
           05  FILLER          PIC X(01).
           05  OO-UNIT-PRICE   PIC 9(05)V99.

      *    Must match PO-RECEIVE's CLOSED-ORDER-RECORD layout exactly.
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

      *    AV-AMOUNT is what the vendor is owed; AV-PRICE-VAR is the
      *    part of it posted to 5300-PPV.  AV-STATUS "O" = open for
      *    payment.
       FD  VOUCHER-FILE.
       01  VOUCHER-RECORD.
           05  AV-VOUCHER-NO   PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-VOUCHER-DATE PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-INVOICE-NO   PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-INVOICE-DATE PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-VENDOR-ID    PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-PO-NUMBER    PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-QTY          PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-INV-PRICE    PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-PO-PRICE     PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-AMOUNT       PIC 9(09)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-PRICE-VAR    PIC S9(09)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AV-STATUS       PIC X(01).

       FD  AP-CTL-FILE.
       01  AP-CTL-RECORD.
           05  AC-NEXT-VOUCHER PIC 9(06).

      *    Match tolerances, as percentages of the PO's agreed price
      *    and of the ordered / received quantity.
       FD  TOLERANCE-CARD-FILE.
       01  TOLERANCE-CARD.
           05  MT-PRICE-TOL-PCT PIC 9(02)V99.
           05  FILLER           PIC X(01).
           05  MT-QTY-TOL-PCT   PIC 9(02)V99.

      *    Shared GL extract line - must match PAYROLL's and
      *    INVENTORY-ISAM's GL-RECORD layout exactly.
       FD  GL-EXTRACT-FILE.
       01  GL-RECORD.
           05  GL-POST-DATE    PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  GL-ACCOUNT      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  GL-DRCR         PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  GL-AMOUNT       PIC 9(09)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  GL-SOURCE       PIC X(12).

       FD  MATCH-EXCEPT-RPT.
       01  MATCH-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS       PIC XX    VALUE "00".
       01  WS-OPEN-STATUS      PIC XX    VALUE "00".
       01  WS-CLOSED-STATUS    PIC XX    VALUE "00".
       01  WS-VOUCH-STATUS     PIC XX    VALUE "00".
       01  WS-APCTL-STATUS     PIC XX    VALUE "00".
       01  WS-TOL-STATUS       PIC XX    VALUE "00".
       01  WS-GL-STATUS        PIC XX    VALUE "00".
       01  WS-RPT-STATUS       PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-OPEN-EOF-SW      PIC X     VALUE "N".
           88  WS-OPEN-EOF               VALUE "Y".
       01  WS-CLOSED-EOF-SW    PIC X     VALUE "N".
           88  WS-CLOSED-EOF             VALUE "Y".
       01  WS-VOUCH-EOF-SW     PIC X     VALUE "N".
           88  WS-VOUCH-EOF              VALUE "Y".
       01  WS-ORDER-FOUND-SW   PIC X     VALUE "N".
           88  WS-ORDER-FOUND            VALUE "Y".
       01  WS-DUPLICATE-SW     PIC X     VALUE "N".
           88  WS-DUPLICATE              VALUE "Y".
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-ORDER-IDX        PIC 9(03).
       01  WS-SEARCH-PO        PIC 9(05).
       01  WS-NEXT-VOUCHER     PIC 9(06) VALUE 0.
       01  WS-PRICE-TOL-PCT    PIC 9(02)V99 VALUE 2.
       01  WS-QTY-TOL-PCT      PIC 9(02)V99 VALUE 0.
       01  WS-REASON           PIC X(30).
      *    Key of a vouchered invoice line - see ADD-VOUCHERED-ENTRY.
       01  WS-KEY-VENDOR-ID    PIC 9(04).
       01  WS-KEY-INVOICE-NO   PIC X(10).
       01  WS-KEY-PO-NUMBER    PIC 9(05).

      *    Limits for the line being matched - see CHECK-MATCH.
       01  WS-NEW-INVD-QTY     PIC 9(06).
       01  WS-ORDER-LIMIT      PIC 9(06).
       01  WS-RECD-LIMIT       PIC 9(06).
       01  WS-PRICE-HIGH       PIC 9(05)V99.
       01  WS-PRICE-LOW        PIC 9(05)V99.

       01  WS-INV-AMOUNT       PIC 9(09)V99.
       01  WS-RNI-AMOUNT       PIC 9(09)V99.
       01  WS-PRICE-VAR        PIC S9(09)V99.
       01  WS-GL-AMOUNT        PIC 9(09)V99.

       01  WS-READ-COUNT       PIC 9(04) VALUE 0.
       01  WS-VOUCHER-COUNT    PIC 9(04) VALUE 0.
       01  WS-EXCEPT-COUNT     PIC 9(04) VALUE 0.
       01  WS-VOUCHER-TOTAL    PIC 9(09)V99 VALUE 0.
       01  WS-EXCEPT-TOTAL     PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DISPLAY      PIC Z9.99.
       01  WS-QTY-PCT-DISPLAY  PIC Z9.99.

      *    Open and closed-awaiting-invoice orders, with what each
      *    has been billed to date from APVOUCH.DAT.  PT-CLOSED-SW
      *    "Y" = came from POCLOSED.DAT and goes back there.
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 200 TIMES INDEXED BY PT-IDX.
               10  PT-PO-NUMBER   PIC 9(05).
               10  PT-SKU         PIC X(08).
               10  PT-VENDOR-ID   PIC 9(04).
               10  PT-ORDER-QTY   PIC 9(05).
               10  PT-RECD-QTY    PIC 9(05).
               10  PT-ORDER-DATE  PIC 9(08).
               10  PT-STATUS      PIC X(01).
               10  PT-UNIT-PRICE  PIC 9(05)V99.
               10  PT-CLOSED-SW   PIC X(01).
               10  PT-INVD-QTY    PIC 9(06).
       01  WS-ORDER-COUNT      PIC 9(03) VALUE 0.

      *    Vendor invoice lines already vouchered against the orders
      *    above - a second copy of the same bill is never paid.
       01  VOUCHERED-TABLE.
           05  VOUCHERED-ENTRY OCCURS 500 TIMES INDEXED BY VS-IDX.
               10  VS-VENDOR-ID   PIC 9(04).
               10  VS-INVOICE-NO  PIC X(10).
               10  VS-PO-NUMBER   PIC 9(05).
       01  WS-VOUCHERED-COUNT  PIC 9(03) VALUE 0.

       01  EXCEPTION-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-INVOICE-NO  PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-VENDOR-ID   PIC 9(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-PO-NUMBER   PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-SKU         PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-QTY         PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-PRICE       PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-REASON      PIC X(30).

      *    The order side of the three-way view, under the invoice
      *    line it belongs to.
       01  ORDER-SIDE-LINE.
           05  FILLER         PIC X(14) VALUE "      ORDERED ".
           05  OS-ORDER-QTY   PIC ZZZZ9.
           05  FILLER         PIC X(10) VALUE "  RECEIVED".
           05  OS-RECD-QTY    PIC ZZZZZ9.
           05  FILLER         PIC X(10) VALUE "  BILLED  ".
           05  OS-INVD-QTY    PIC ZZZZZ9.
           05  FILLER         PIC X(11) VALUE "  PO PRICE ".
           05  OS-UNIT-PRICE  PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== VENDOR INVOICE THREE-WAY MATCH ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-TOLERANCE-CARD.
           PERFORM LOAD-OPEN-ORDERS.
           PERFORM LOAD-CLOSED-ORDERS.
           PERFORM LOAD-VOUCHER-HISTORY.
           PERFORM READ-AP-CONTROL.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM READ-INVOICE.
           PERFORM MATCH-INVOICE UNTIL WS-EOF.

           PERFORM WRITE-REPORT-TRAILER.
           PERFORM UPDATE-AP-CONTROL.
           PERFORM REWRITE-CLOSED-ORDERS.

           DISPLAY "INVOICE LINES READ : " WS-READ-COUNT.
           DISPLAY "VOUCHERED          : " WS-VOUCHER-COUNT.
           DISPLAY "MATCH EXCEPTIONS   : " WS-EXCEPT-COUNT.
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "*** " WS-EXCEPT-COUNT
                       " INVOICE LINES HELD - SEE MATCHEXC.RPT ***"
           END-IF.

      *    The feed is deltas - a rerun would voucher every matched
      *    line again (the duplicate check would catch it, but as a
      *    page of false exceptions).  Run completed normally, so
      *    empty it the way PO-RECEIVE clears PORECV.DAT; matched
      *    lines live on in APVOUCH.DAT, held lines on MATCHEXC.RPT.
           CLOSE INVOICE-FILE.
           OPEN OUTPUT INVOICE-FILE.
           CLOSE INVOICE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE GL-EXTRACT-FILE.
           CLOSE MATCH-EXCEPT-RPT.
           IF WS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-TOLERANCE-CARD.
           OPEN INPUT TOLERANCE-CARD-FILE.
           IF WS-TOL-STATUS = "35"
               PERFORM LOAD-TOLERANCE-CARD
               OPEN INPUT TOLERANCE-CARD-FILE
           END-IF.
           IF WS-TOL-STATUS NOT = "00"
               DISPLAY "ERROR opening TOLERANCE-CARD-FILE: "
                       WS-TOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TOLERANCE-CARD-FILE.
           IF WS-TOL-STATUS = "00"
               MOVE MT-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
               MOVE MT-QTY-TOL-PCT   TO WS-QTY-TOL-PCT
           END-IF.
           CLOSE TOLERANCE-CARD-FILE.

       LOAD-TOLERANCE-CARD.
      *    One-time seed of MATCHTOL.DAT: two percent either way on
      *    price, no slack on quantity.  Change the card on disk,
      *    not here.
           OPEN OUTPUT TOLERANCE-CARD-FILE.
           MOVE SPACES TO TOLERANCE-CARD.
           MOVE 2.00 TO MT-PRICE-TOL-PCT.
           MOVE 0    TO MT-QTY-TOL-PCT.
           WRITE TOLERANCE-CARD.
           CLOSE TOLERANCE-CARD-FILE.

       LOAD-OPEN-ORDERS.
      *    No POOPEN.DAT just means nothing is on order; invoices
      *    can still match orders already closed.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPEN-STATUS = "35"
               MOVE "Y" TO WS-OPEN-EOF-SW
           ELSE
               IF WS-OPEN-STATUS NOT = "00"
                   DISPLAY "ERROR opening OPEN-ORDER-FILE: "
                           WS-OPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-OPEN-ORDER UNTIL WS-OPEN-EOF
               CLOSE OPEN-ORDER-FILE
           END-IF.

       READ-OPEN-ORDER.
           READ OPEN-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-OPEN-EOF-SW
               NOT AT END
                   PERFORM ADD-ORDER-ENTRY
                   MOVE OO-PO-NUMBER  TO PT-PO-NUMBER (WS-ORDER-COUNT)
                   MOVE OO-SKU        TO PT-SKU (WS-ORDER-COUNT)
                   MOVE OO-VENDOR-ID  TO PT-VENDOR-ID (WS-ORDER-COUNT)
                   MOVE OO-ORDER-QTY  TO PT-ORDER-QTY (WS-ORDER-COUNT)
                   MOVE OO-RECD-QTY   TO PT-RECD-QTY (WS-ORDER-COUNT)
                   MOVE OO-ORDER-DATE TO PT-ORDER-DATE (WS-ORDER-COUNT)
                   MOVE OO-STATUS     TO PT-STATUS (WS-ORDER-COUNT)
                   IF OO-UNIT-PRICE NOT NUMERIC
                       MOVE 0 TO OO-UNIT-PRICE
                   END-IF
                   MOVE OO-UNIT-PRICE TO PT-UNIT-PRICE (WS-ORDER-COUNT)
                   MOVE "N"           TO PT-CLOSED-SW (WS-ORDER-COUNT)
           END-READ.

       LOAD-CLOSED-ORDERS.
           OPEN INPUT CLOSED-ORDER-FILE.
           IF WS-CLOSED-STATUS = "35"
               MOVE "Y" TO WS-CLOSED-EOF-SW
           ELSE
               IF WS-CLOSED-STATUS NOT = "00"
                   DISPLAY "ERROR opening CLOSED-ORDER-FILE: "
                           WS-CLOSED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-CLOSED-ORDER UNTIL WS-CLOSED-EOF
               CLOSE CLOSED-ORDER-FILE
           END-IF.

       READ-CLOSED-ORDER.
           READ CLOSED-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-CLOSED-EOF-SW
               NOT AT END
                   PERFORM ADD-ORDER-ENTRY
                   MOVE CO-PO-NUMBER  TO PT-PO-NUMBER (WS-ORDER-COUNT)
                   MOVE CO-SKU        TO PT-SKU (WS-ORDER-COUNT)
                   MOVE CO-VENDOR-ID  TO PT-VENDOR-ID (WS-ORDER-COUNT)
                   MOVE CO-ORDER-QTY  TO PT-ORDER-QTY (WS-ORDER-COUNT)
                   MOVE CO-RECD-QTY   TO PT-RECD-QTY (WS-ORDER-COUNT)
                   MOVE CO-ORDER-DATE TO PT-ORDER-DATE (WS-ORDER-COUNT)
                   MOVE CO-STATUS     TO PT-STATUS (WS-ORDER-COUNT)
                   MOVE CO-UNIT-PRICE TO PT-UNIT-PRICE (WS-ORDER-COUNT)
                   MOVE "Y"           TO PT-CLOSED-SW (WS-ORDER-COUNT)
           END-READ.

       ADD-ORDER-ENTRY.
      *    An order past the table could never be matched - stop
      *    rather than hold every one of its invoices as unknown.
           IF WS-ORDER-COUNT = 200
               DISPLAY "ORDER TABLE EXCEEDS 200 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE 0 TO PT-INVD-QTY (WS-ORDER-COUNT).

       LOAD-VOUCHER-HISTORY.
      *    Only vouchers against orders still in the table matter -
      *    an order dropped from POCLOSED.DAT was fully invoiced, and
      *    any further bill for it is held as an unknown PO.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VOUCH-STATUS = "35"
               MOVE "Y" TO WS-VOUCH-EOF-SW
           ELSE
               IF WS-VOUCH-STATUS NOT = "00"
                   DISPLAY "ERROR opening VOUCHER-FILE: "
                           WS-VOUCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-VOUCHER-HISTORY UNTIL WS-VOUCH-EOF
               CLOSE VOUCHER-FILE
           END-IF.

       READ-VOUCHER-HISTORY.
           READ VOUCHER-FILE
               AT END
                   MOVE "Y" TO WS-VOUCH-EOF-SW
               NOT AT END
                   MOVE AV-PO-NUMBER TO WS-SEARCH-PO
                   PERFORM FIND-ORDER
                   IF WS-ORDER-FOUND
                       ADD AV-QTY TO PT-INVD-QTY (WS-ORDER-IDX)
                       MOVE AV-VENDOR-ID  TO WS-KEY-VENDOR-ID
                       MOVE AV-INVOICE-NO TO WS-KEY-INVOICE-NO
                       MOVE AV-PO-NUMBER  TO WS-KEY-PO-NUMBER
                       PERFORM ADD-VOUCHERED-ENTRY
                   END-IF
           END-READ.

       ADD-VOUCHERED-ENTRY.
           IF WS-VOUCHERED-COUNT = 500
               DISPLAY "VOUCHERED TABLE EXCEEDS 500 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-VOUCHERED-COUNT.
           MOVE WS-KEY-VENDOR-ID
               TO VS-VENDOR-ID (WS-VOUCHERED-COUNT).
           MOVE WS-KEY-INVOICE-NO
               TO VS-INVOICE-NO (WS-VOUCHERED-COUNT).
           MOVE WS-KEY-PO-NUMBER
               TO VS-PO-NUMBER (WS-VOUCHERED-COUNT).

       FIND-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SW.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-ORDER-COUNT
                      OR WS-ORDER-FOUND
               IF PT-PO-NUMBER (PT-IDX) = WS-SEARCH-PO
                   MOVE "Y" TO WS-ORDER-FOUND-SW
                   SET WS-ORDER-IDX TO PT-IDX
               END-IF
           END-PERFORM.

       READ-AP-CONTROL.
           OPEN INPUT AP-CTL-FILE.
           IF WS-APCTL-STATUS = "35"
               PERFORM LOAD-AP-CONTROL
               OPEN INPUT AP-CTL-FILE
           END-IF.
           IF WS-APCTL-STATUS NOT = "00"
               DISPLAY "ERROR opening AP-CTL-FILE: " WS-APCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AP-CTL-FILE.
           IF WS-APCTL-STATUS = "00"
               MOVE AC-NEXT-VOUCHER TO WS-NEXT-VOUCHER
           END-IF.
           CLOSE AP-CTL-FILE.

       LOAD-AP-CONTROL.
      *    One-time seed of APCTL.DAT.  From then on the control only
      *    ever moves forward as vouchers are raised.
           OPEN OUTPUT AP-CTL-FILE.
           MOVE 700001 TO AC-NEXT-VOUCHER.
           WRITE AP-CTL-RECORD.
           CLOSE AP-CTL-FILE.

       UPDATE-AP-CONTROL.
           OPEN OUTPUT AP-CTL-FILE.
           IF WS-APCTL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting AP-CTL-FILE: " WS-APCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-VOUCHER TO AC-NEXT-VOUCHER.
           WRITE AP-CTL-RECORD.
           CLOSE AP-CTL-FILE.

       OPEN-FILES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               PERFORM SEED-INVOICES
               OPEN INPUT INVOICE-FILE
           END-IF.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "ERROR opening INVOICE-FILE: " WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND VOUCHER-FILE.
           IF WS-VOUCH-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
           END-IF.
           IF WS-VOUCH-STATUS NOT = "00"
               DISPLAY "ERROR opening VOUCHER-FILE: " WS-VOUCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MATCH-EXCEPT-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening MATCH-EXCEPT-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEED-INVOICES.
      *    One-time seed of INVOICE.DAT so the demo runs standalone,
      *    against the receipt PO-RECEIVE's own seed posts: a bill
      *    for the 20 received on the first order at the agreed
      *    price, a second bill for 5 more that have not arrived,
      *    and a bill on a PO nobody placed.  Real invoice lines are
      *    keyed in off the vendors' bills between runs.
           OPEN OUTPUT INVOICE-FILE.
           MOVE SPACES      TO INVOICE-RECORD.
           MOVE "AC-104417" TO IV-INVOICE-NO.
           MOVE 1001        TO IV-VENDOR-ID.
           MOVE 50001       TO IV-PO-NUMBER.
           MOVE "SKU00001"  TO IV-SKU.
           MOVE 20          TO IV-QTY.
           MOVE 12.25       TO IV-UNIT-PRICE.
           MOVE 20260901    TO IV-INV-DATE.
           WRITE INVOICE-RECORD.
           MOVE SPACES      TO INVOICE-RECORD.
           MOVE "AC-104502" TO IV-INVOICE-NO.
           MOVE 1001        TO IV-VENDOR-ID.
           MOVE 50001       TO IV-PO-NUMBER.
           MOVE "SKU00001"  TO IV-SKU.
           MOVE 5           TO IV-QTY.
           MOVE 12.25       TO IV-UNIT-PRICE.
           MOVE 20260908    TO IV-INV-DATE.
           WRITE INVOICE-RECORD.
           MOVE SPACES      TO INVOICE-RECORD.
           MOVE "GW-778"    TO IV-INVOICE-NO.
           MOVE 1002        TO IV-VENDOR-ID.
           MOVE 49999       TO IV-PO-NUMBER.
           MOVE "SKU00003"  TO IV-SKU.
           MOVE 10          TO IV-QTY.
           MOVE 9.20        TO IV-UNIT-PRICE.
           MOVE 20260903    TO IV-INV-DATE.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.

       WRITE-REPORT-HEADER.
           MOVE "================================================"
               TO MATCH-REC.
           WRITE MATCH-REC.
           MOVE "  VENDOR INVOICE MATCH EXCEPTIONS" TO MATCH-REC.
           WRITE MATCH-REC.
           MOVE SPACES TO MATCH-REC.
           STRING "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.
           MOVE WS-PRICE-TOL-PCT TO WS-PCT-DISPLAY.
           MOVE WS-QTY-TOL-PCT   TO WS-QTY-PCT-DISPLAY.
           MOVE SPACES TO MATCH-REC.
           STRING "  PRICE TOLERANCE " WS-PCT-DISPLAY "%"
                  "   QUANTITY TOLERANCE " WS-QTY-PCT-DISPLAY "%"
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.
           MOVE "------------------------------------------------"
               TO MATCH-REC.
           WRITE MATCH-REC.
           MOVE SPACES TO MATCH-REC.
           STRING "  INVOICE    VEND PO    SKU        QTY     PRICE"
                  " REASON"
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.

       READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       MATCH-INVOICE.
      *    Only a clean three-way match is vouchered.  Every other
      *    outcome leaves the line unpaid and in front of the buyer.
           MOVE SPACES TO WS-REASON.
           MOVE IV-PO-NUMBER TO WS-SEARCH-PO.
           PERFORM FIND-ORDER.
           IF NOT WS-ORDER-FOUND
               MOVE "UNKNOWN PO - NOT ON ORDER FILE" TO WS-REASON
           ELSE
               PERFORM CHECK-MATCH
           END-IF.
           IF WS-REASON = SPACES
               PERFORM WRITE-VOUCHER
           ELSE
               PERFORM REPORT-MATCH-EXCEPTION
           END-IF.
           PERFORM READ-INVOICE.

       CHECK-MATCH.
      *    Quantity is judged on everything billed against the order
      *    so far, this line included - two bills for half each are
      *    fine, two bills for all of it are not.  The quantity
      *    tolerance stretches both the ordered and received limits;
      *    the price tolerance applies either side of the agreed
      *    price.
           COMPUTE WS-NEW-INVD-QTY =
               PT-INVD-QTY (WS-ORDER-IDX) + IV-QTY.
           COMPUTE WS-ORDER-LIMIT =
               PT-ORDER-QTY (WS-ORDER-IDX)
               * (100 + WS-QTY-TOL-PCT) / 100.
           COMPUTE WS-RECD-LIMIT =
               PT-RECD-QTY (WS-ORDER-IDX)
               * (100 + WS-QTY-TOL-PCT) / 100.
           COMPUTE WS-PRICE-HIGH ROUNDED =
               PT-UNIT-PRICE (WS-ORDER-IDX)
               * (100 + WS-PRICE-TOL-PCT) / 100.
           IF WS-PRICE-TOL-PCT < 100
               COMPUTE WS-PRICE-LOW ROUNDED =
                   PT-UNIT-PRICE (WS-ORDER-IDX)
                   * (100 - WS-PRICE-TOL-PCT) / 100
           ELSE
               MOVE 0 TO WS-PRICE-LOW
           END-IF.
           PERFORM CHECK-DUPLICATE-INVOICE.
           EVALUATE TRUE
               WHEN IV-VENDOR-ID NOT = PT-VENDOR-ID (WS-ORDER-IDX)
                   MOVE "VENDOR DOES NOT MATCH PO" TO WS-REASON
               WHEN IV-SKU NOT = PT-SKU (WS-ORDER-IDX)
                   MOVE "SKU DOES NOT MATCH PO" TO WS-REASON
               WHEN WS-DUPLICATE
                   MOVE "DUPLICATE - ALREADY VOUCHERED" TO WS-REASON
               WHEN IV-QTY = 0
                   MOVE "NO QUANTITY ON INVOICE LINE" TO WS-REASON
               WHEN PT-UNIT-PRICE (WS-ORDER-IDX) = 0
                   MOVE "NO AGREED PRICE ON PO" TO WS-REASON
               WHEN WS-NEW-INVD-QTY > WS-ORDER-LIMIT
                   MOVE "OVER-BILLED - QTY OVER ORDERED" TO WS-REASON
               WHEN WS-NEW-INVD-QTY > WS-RECD-LIMIT
                   MOVE "UNDER-RECEIVED - QTY NOT IN" TO WS-REASON
               WHEN IV-UNIT-PRICE > WS-PRICE-HIGH
                   MOVE "OVER-BILLED - PRICE OVER PO" TO WS-REASON
               WHEN IV-UNIT-PRICE < WS-PRICE-LOW
                   MOVE "PRICE UNDER PO - CHECK BILL" TO WS-REASON
           END-EVALUATE.

       CHECK-DUPLICATE-INVOICE.
           MOVE "N" TO WS-DUPLICATE-SW.
           PERFORM VARYING VS-IDX FROM 1 BY 1
                   UNTIL VS-IDX > WS-VOUCHERED-COUNT
                      OR WS-DUPLICATE
               IF VS-VENDOR-ID (VS-IDX) = IV-VENDOR-ID
                       AND VS-INVOICE-NO (VS-IDX) = IV-INVOICE-NO
                       AND VS-PO-NUMBER (VS-IDX) = IV-PO-NUMBER
                   MOVE "Y" TO WS-DUPLICATE-SW
               END-IF
           END-PERFORM.

       REPORT-MATCH-EXCEPTION.
           MOVE IV-INVOICE-NO TO EL-INVOICE-NO.
           MOVE IV-VENDOR-ID  TO EL-VENDOR-ID.
           MOVE IV-PO-NUMBER  TO EL-PO-NUMBER.
           MOVE IV-SKU        TO EL-SKU.
           MOVE IV-QTY        TO EL-QTY.
           MOVE IV-UNIT-PRICE TO EL-PRICE.
           MOVE WS-REASON     TO EL-REASON.
           MOVE EXCEPTION-LINE TO MATCH-REC.
           DISPLAY EXCEPTION-LINE.
           WRITE MATCH-REC.
           IF WS-ORDER-FOUND
               MOVE PT-ORDER-QTY (WS-ORDER-IDX)  TO OS-ORDER-QTY
               MOVE PT-RECD-QTY (WS-ORDER-IDX)   TO OS-RECD-QTY
               MOVE PT-INVD-QTY (WS-ORDER-IDX)   TO OS-INVD-QTY
               MOVE PT-UNIT-PRICE (WS-ORDER-IDX) TO OS-UNIT-PRICE
               MOVE ORDER-SIDE-LINE TO MATCH-REC
               WRITE MATCH-REC
           END-IF.
           ADD 1 TO WS-EXCEPT-COUNT.
           COMPUTE WS-EXCEPT-TOTAL =
               WS-EXCEPT-TOTAL + (IV-QTY * IV-UNIT-PRICE).

       WRITE-VOUCHER.
      *    PO-RECEIVE put the receipt on the books at the PO's
      *    agreed price - that is what 2050-RNI is cleared by.
      *    Whatever the vendor billed over or under it is the price
      *    variance.
           COMPUTE WS-INV-AMOUNT = IV-QTY * IV-UNIT-PRICE.
           COMPUTE WS-RNI-AMOUNT =
               IV-QTY * PT-UNIT-PRICE (WS-ORDER-IDX).
           COMPUTE WS-PRICE-VAR = WS-INV-AMOUNT - WS-RNI-AMOUNT.

           MOVE WS-NEXT-VOUCHER TO AV-VOUCHER-NO.
           MOVE WS-RUN-DATE     TO AV-VOUCHER-DATE.
           MOVE IV-INVOICE-NO   TO AV-INVOICE-NO.
           MOVE IV-INV-DATE     TO AV-INVOICE-DATE.
           MOVE IV-VENDOR-ID    TO AV-VENDOR-ID.
           MOVE IV-PO-NUMBER    TO AV-PO-NUMBER.
           MOVE IV-SKU          TO AV-SKU.
           MOVE IV-QTY          TO AV-QTY.
           MOVE IV-UNIT-PRICE   TO AV-INV-PRICE.
           MOVE PT-UNIT-PRICE (WS-ORDER-IDX) TO AV-PO-PRICE.
           MOVE WS-INV-AMOUNT   TO AV-AMOUNT.
           MOVE WS-PRICE-VAR    TO AV-PRICE-VAR.
           MOVE "O"             TO AV-STATUS.
      *    Displayed before the WRITE - the record area is not
      *    guaranteed to survive one.
           MOVE WS-INV-AMOUNT TO WS-TOTAL-DISPLAY.
           DISPLAY "VOUCHER " AV-VOUCHER-NO " INVOICE " AV-INVOICE-NO
                   " PO " AV-PO-NUMBER " " WS-TOTAL-DISPLAY.
           WRITE VOUCHER-RECORD.
           IF WS-VOUCH-STATUS NOT = "00"
               DISPLAY "ERROR writing VOUCHER-FILE: " WS-VOUCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NEXT-VOUCHER.
           ADD IV-QTY TO PT-INVD-QTY (WS-ORDER-IDX).
           MOVE IV-VENDOR-ID  TO WS-KEY-VENDOR-ID.
           MOVE IV-INVOICE-NO TO WS-KEY-INVOICE-NO.
           MOVE IV-PO-NUMBER  TO WS-KEY-PO-NUMBER.
           PERFORM ADD-VOUCHERED-ENTRY.
           PERFORM POST-VOUCHER-GL.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD WS-INV-AMOUNT TO WS-VOUCHER-TOTAL.

       POST-VOUCHER-GL.
      *    DR received-not-invoiced at the receipt's value, DR or CR
      *    the price variance, CR accounts payable for the bill - the
      *    three lines always balance.  The record area is not
      *    guaranteed to survive a WRITE, so each line is built in
      *    full.
           IF WS-RNI-AMOUNT NOT = 0
               MOVE "2050-RNI" TO GL-ACCOUNT
               MOVE "DR"       TO GL-DRCR
               MOVE WS-RNI-AMOUNT TO WS-GL-AMOUNT
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-PRICE-VAR > 0
               MOVE "5300-PPV" TO GL-ACCOUNT
               MOVE "DR"       TO GL-DRCR
               MOVE WS-PRICE-VAR TO WS-GL-AMOUNT
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-PRICE-VAR < 0
               MOVE "5300-PPV" TO GL-ACCOUNT
               MOVE "CR"       TO GL-DRCR
               COMPUTE WS-GL-AMOUNT = 0 - WS-PRICE-VAR
               PERFORM WRITE-GL-LINE
           END-IF.
           MOVE "2000-AP"  TO GL-ACCOUNT.
           MOVE "CR"       TO GL-DRCR.
           MOVE WS-INV-AMOUNT TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
      *    Caller has already set GL-ACCOUNT, GL-DRCR and
      *    WS-GL-AMOUNT.
           MOVE WS-RUN-DATE  TO GL-POST-DATE.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE "AP VOUCHER" TO GL-SOURCE.
           WRITE GL-RECORD.

       WRITE-REPORT-TRAILER.
           IF WS-EXCEPT-COUNT = 0
               MOVE "  (NONE)" TO MATCH-REC
               WRITE MATCH-REC
           END-IF.
           MOVE "------------------------------------------------"
               TO MATCH-REC.
           WRITE MATCH-REC.
           MOVE SPACES TO MATCH-REC.
           STRING "  INVOICE LINES READ     " WS-READ-COUNT
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.
           MOVE WS-VOUCHER-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO MATCH-REC.
           STRING "  VOUCHERED              " WS-VOUCHER-COUNT
                  "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.
           MOVE WS-EXCEPT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO MATCH-REC.
           STRING "  HELD - NOT VOUCHERED   " WS-EXCEPT-COUNT
                  "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO MATCH-REC.
           WRITE MATCH-REC.
           MOVE "================================================"
               TO MATCH-REC.
           WRITE MATCH-REC.

       REWRITE-CLOSED-ORDERS.
      *    Closed orders go back to POCLOSED.DAT until billed for
      *    everything received; then they drop off, so the file
      *    stays bounded by orders genuinely awaiting a bill.
           OPEN OUTPUT CLOSED-ORDER-FILE.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "ERROR rewriting CLOSED-ORDER-FILE: "
                       WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-ORDER-COUNT
               IF PT-CLOSED-SW (PT-IDX) = "Y"
                       AND PT-INVD-QTY (PT-IDX) < PT-RECD-QTY (PT-IDX)
                   MOVE PT-PO-NUMBER (PT-IDX)  TO CO-PO-NUMBER
                   MOVE PT-SKU (PT-IDX)        TO CO-SKU
                   MOVE PT-VENDOR-ID (PT-IDX)  TO CO-VENDOR-ID
                   MOVE PT-ORDER-QTY (PT-IDX)  TO CO-ORDER-QTY
                   MOVE PT-RECD-QTY (PT-IDX)   TO CO-RECD-QTY
                   MOVE PT-ORDER-DATE (PT-IDX) TO CO-ORDER-DATE
                   MOVE PT-STATUS (PT-IDX)     TO CO-STATUS
                   MOVE PT-UNIT-PRICE (PT-IDX) TO CO-UNIT-PRICE
                   WRITE CLOSED-ORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE CLOSED-ORDER-FILE.
