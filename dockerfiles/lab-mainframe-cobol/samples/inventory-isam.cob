      * INVENTORY-ISAM.COB - Daily stock movement processing.
      *   Applies the day's receipts, issues, and transfers from the
      *   STOCKTRN.DAT feed (one line per movement, as the floor
      *   reports them) to the indexed STOCK-FILE, keyed on SKU,
      *   location and lot - no more re-keying movements from a list
      *   by hand.
      *
      *   Every lot carries its expiry date (zero for stock that does
      *   not expire; a blank lot number for stock not lot-tracked).
      *   An issue or transfer naming no lot is drawn first-expired-
      *   first-out across the SKU's lots at the location, skipping
      *   lots already past their date - see LOAD-LOT-TABLE.  Naming
      *   a lot draws that lot only, expired or not, which is how a
      *   recalled or dead lot is pulled off the shelf.
      *
      *   Every WRITE/REWRITE against STOCK-FILE is mirrored to
      *   AUDIT-LOG (SKU, location, lot, before/after qty, operation,
      *   timestamp) so stock discrepancies can be reconciled after
      *   the fact - see LOG-AUDIT.  The log is appended across runs;
      *   STOCK-HISTORY lists it and the usage run reads it.
      *   applied vs. rejected lines.  TRANSFER-STOCK moves quantity
      *   between locations with an audit entry for each side.
      *
      *   The warehouse's confirmed picks against ORDER-ALLOC's pick
      *   tickets (PICKCONF.DAT - order, line, location, quantity
      *   picked) are applied after the day's movements through the
      *   same issue path, then their reservations are released from
      *   ALLOC.DAT.  A pick short of its reservation puts the
      *   balance back on BACKORD.DAT for the customer; a pick with
      *   no reservation, or more than was reserved, is rejected to
      *   EXCEPT.RPT.
      *
      *   Ends with return code 4 when anything was rejected or a
      *   pick came up short, so the night's stream shows EXCEPT.RPT
      *   has lines on it.
      *
      *   On first run STOCK-FILE is seeded with opening balances -
      *   see LOAD-STOCK; after that the file persists and only the
      *   transaction feed changes it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC so a movement still posts by key while the lot
      *    draw walks a SKU's lots at a location - see LOAD-LOT-TABLE.
           SELECT STOCK-FILE ASSIGN TO "STOCK.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS SK-KEY
               FILE STATUS   IS WS-STATUS.

      *    The day's stock movements as reported from the floor -
      *    type R/I/T, SKU, location, quantity, the receiving
      *    location for a transfer, and the lot (blank = first-
      *    expired-first-out for an issue or transfer).
           SELECT STOCK-TRAN-FILE ASSIGN TO "STOCKTRN.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TRAN-STATUS.
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-STATUS.

      *    Picks confirmed against ORDER-ALLOC's pick tickets -
      *    emptied after a normal run, like STOCKTRN.DAT.
           SELECT PICK-CONFIRM-FILE ASSIGN TO "PICKCONF.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PICK-STATUS.

      *    ORDER-ALLOC's outstanding reservations - read, relieved
      *    by the confirmed picks, and rewritten whole.
           SELECT ALLOC-FILE ASSIGN TO "ALLOC.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ALLOC-STATUS.

      *    Short-picked balances are appended for ORDER-ALLOC and
      *    PO-RECEIVE to fill.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-BACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Keyed on SKU, stock point and lot, so each warehouse's
      *    quantity of each lot is its own record - no more
      *    spreadsheets on the side to remember which location
      *    actually has the stock, or which lot it came from.
      *    SK-EXPIRY-DATE is YYYYMMDD, zero if the lot never expires.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       FD  STOCK-TRAN-FILE.
       01  STOCK-TRAN-RECORD.
           05  ST-QTY          PIC 9(05).
           05  FILLER          PIC X(01).
           05  ST-TO-LOC       PIC X(03).
           05  FILLER          PIC X(01).
           05  ST-LOT          PIC X(10).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-LOT          PIC X(10).

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RECORD.
           05  PM-SKU          PIC X(08).
           05  PM-DESC         PIC X(30).
      *    What a unit costs us to buy - the basis INVENTORY-VALUE
      *    prices stock on hand with.  A moving weighted average
      *    PO-RECEIVE recomputes on every delivery; the seed below
      *    is only the opening cost.
           05  PM-UNIT-COST    PIC 9(05)V99.

      *    Shared run-time control card, also read by PAYROLL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  GL-SOURCE       PIC X(12).

       FD  PICK-CONFIRM-FILE.
       01  PICK-CONFIRM-RECORD.
           05  PK-ORDER-NO     PIC 9(06).
           05  FILLER          PIC X(01).
           05  PK-LINE-NO      PIC 9(03).
           05  FILLER          PIC X(01).
           05  PK-LOC          PIC X(03).
           05  FILLER          PIC X(01).
           05  PK-PICK-QTY     PIC 9(05).

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

       WORKING-STORAGE SECTION.
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX    VALUE "00".
       01  WS-XFER-TO-LOC      PIC X(03).
       01  WS-XFER-QTY         PIC 9(05).
       01  WS-XFER-DESC        PIC X(30).
       01  WS-XFER-LOT         PIC X(10).
       01  WS-XFER-EXPIRY      PIC 9(08).

      *    Lot draw work fields - see LOAD-LOT-TABLE and DRAW-LOT.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-LOT-SKU          PIC X(08).
       01  WS-LOT-LOC          PIC X(03).
       01  WS-LOT-WANT         PIC X(10).
       01  WS-LOT-EOF-SW       PIC X     VALUE "N".
           88  WS-LOT-EOF                VALUE "Y".
       01  WS-LOT-FOUND-SW     PIC X     VALUE "N".
           88  WS-LOT-FOUND              VALUE "Y".
       01  WS-DRAW-OK-SW       PIC X     VALUE "N".
           88  WS-DRAW-OK                VALUE "Y".
       01  WS-LOT-AVAIL-QTY    PIC 9(07).
       01  WS-EXPIRED-QTY      PIC 9(07).
       01  WS-DRAW-LEFT        PIC 9(05).
       01  WS-DRAW-QTY         PIC 9(05).
       01  WS-DRAW-OPERATION   PIC X(07).
       01  WS-SORT-I           PIC 9(03).
       01  WS-SORT-J           PIC 9(03).

      *    The lots one issue or transfer may draw on, soonest expiry
      *    first.  LX-SORT-DATE is the expiry, or all nines for a lot
      *    that never expires so it goes last; ties go in lot order.
       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 50 TIMES INDEXED BY LX-IDX.
               10  LX-SORT-KEY.
                   15  LX-SORT-DATE   PIC 9(08).
                   15  LX-LOT         PIC X(10).
               10  LX-QTY         PIC 9(05).
       01  WS-LOT-COUNT        PIC 9(03) VALUE 0.
       01  LOT-HOLD.
           05  LH-SORT-KEY        PIC X(18).
           05  LH-QTY             PIC 9(05).

      *    Pick confirmation work fields - see APPLY-PICK-CONFIRMS.
       01  WS-PICK-STATUS      PIC XX    VALUE "00".
       01  WS-ALLOC-STATUS     PIC XX    VALUE "00".
       01  WS-BACK-STATUS      PIC XX    VALUE "00".
       01  WS-PICK-EOF-SW      PIC X     VALUE "N".
           88  WS-PICK-EOF               VALUE "Y".
       01  WS-ALLOC-EOF-SW     PIC X     VALUE "N".
           88  WS-ALLOC-EOF              VALUE "Y".
       01  WS-RESERVED-QTY     PIC 9(07).
       01  WS-SHORT-QTY        PIC 9(07).
       01  WS-PICK-SKU         PIC X(08).
       01  WS-PICK-APPLY-COUNT PIC 9(04) VALUE 0.
       01  WS-PICK-REJ-COUNT   PIC 9(04) VALUE 0.
       01  WS-PICK-SHORT-COUNT PIC 9(04) VALUE 0.

      *    ALLOC.DAT in memory while the picks relieve it - a
      *    released reservation drops to quantity zero and is not
      *    written back.
       01  RESERVE-TABLE.
           05  RESERVE-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10  RS-ORDER-NO    PIC 9(06).
               10  RS-LINE-NO     PIC 9(03).
               10  RS-CUST-NO     PIC X(08).
               10  RS-ORDER-DATE  PIC 9(08).
               10  RS-PRIORITY    PIC 9(01).
               10  RS-SKU         PIC X(08).
               10  RS-LOC         PIC X(03).
               10  RS-QTY         PIC 9(05).
               10  RS-ALLOC-DATE  PIC 9(08).
               10  RS-TICKET-SW   PIC X(01).
       01  WS-RESERVE-COUNT    PIC 9(03) VALUE 0.
       01  WS-HIT-SUB          PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== DAILY STOCK MOVEMENT PROCESSING ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-CONTROL-CARD.

           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening AUDIT-LOG: " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-RPT.
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXCEPTION-RPT: " WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-STOCK-TRAN.
           PERFORM APPLY-STOCK-TRAN UNTIL WS-TRAN-EOF.

           PERFORM APPLY-PICK-CONFIRMS.

      *    The feed is deltas against a stock file that now persists
      *    across runs - a rerun of the same feed would apply every
      *    movement twice.  Run completed normally, so empty it the

           DISPLAY "MOVEMENTS APPLIED : " WS-APPLY-COUNT.
           DISPLAY "MOVEMENTS REJECTED: " WS-TRAN-REJ-COUNT.
           DISPLAY "PICKS APPLIED     : " WS-PICK-APPLY-COUNT.
           DISPLAY "PICKS REJECTED    : " WS-PICK-REJ-COUNT.
           DISPLAY "PICKS SHORT       : " WS-PICK-SHORT-COUNT.
           IF WS-TRAN-REJ-COUNT > 0 OR WS-PICK-REJ-COUNT > 0
                   OR WS-PICK-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       APPLY-PICK-CONFIRMS.
      *    No PICKCONF.DAT just means nothing was picked since the
      *    last run; no ALLOC.DAT with picks waiting means they were
      *    picked against nothing - every one is rejected.
           OPEN INPUT PICK-CONFIRM-FILE.
           IF WS-PICK-STATUS NOT = "35"
               IF WS-PICK-STATUS NOT = "00"
                   DISPLAY "ERROR opening PICK-CONFIRM-FILE: "
                           WS-PICK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-RESERVATIONS
               PERFORM OPEN-BACKORDER-FILE
               PERFORM READ-PICK-CONFIRM
               PERFORM APPLY-PICK-CONFIRM UNTIL WS-PICK-EOF
               PERFORM REWRITE-RESERVATIONS
               CLOSE BACKORDER-FILE
      *        Applied picks live on in AUDIT.LOG - empty the feed
      *        the same way as STOCKTRN.DAT.
               CLOSE PICK-CONFIRM-FILE
               OPEN OUTPUT PICK-CONFIRM-FILE
               CLOSE PICK-CONFIRM-FILE
           END-IF.

       LOAD-RESERVATIONS.
           OPEN INPUT ALLOC-FILE.
           IF WS-ALLOC-STATUS NOT = "35"
               IF WS-ALLOC-STATUS NOT = "00"
                   DISPLAY "ERROR opening ALLOC-FILE: "
                           WS-ALLOC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-RESERVATION UNTIL WS-ALLOC-EOF
               CLOSE ALLOC-FILE
           END-IF.

       READ-RESERVATION.
      *    A reservation past the table would be lost on rewrite -
      *    stop rather than free stock an order is counting on.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS-ALLOC-EOF-SW
               NOT AT END
                   IF WS-RESERVE-COUNT = 500
                       DISPLAY "RESERVATIONS EXCEED 500 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RESERVE-COUNT
                   MOVE AR-ORDER-NO   TO RS-ORDER-NO (WS-RESERVE-COUNT)
                   MOVE AR-LINE-NO    TO RS-LINE-NO (WS-RESERVE-COUNT)
                   MOVE AR-CUST-NO    TO RS-CUST-NO (WS-RESERVE-COUNT)
                   MOVE AR-ORDER-DATE
                       TO RS-ORDER-DATE (WS-RESERVE-COUNT)
                   MOVE AR-PRIORITY   TO RS-PRIORITY (WS-RESERVE-COUNT)
                   MOVE AR-SKU        TO RS-SKU (WS-RESERVE-COUNT)
                   MOVE AR-LOC        TO RS-LOC (WS-RESERVE-COUNT)
                   MOVE AR-QTY        TO RS-QTY (WS-RESERVE-COUNT)
                   MOVE AR-ALLOC-DATE
                       TO RS-ALLOC-DATE (WS-RESERVE-COUNT)
                   MOVE AR-TICKET-SW
                       TO RS-TICKET-SW (WS-RESERVE-COUNT)
           END-READ.

       OPEN-BACKORDER-FILE.
           OPEN EXTEND BACKORDER-FILE.
           IF WS-BACK-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           IF WS-BACK-STATUS NOT = "00"
               DISPLAY "ERROR opening BACKORDER-FILE: " WS-BACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PICK-CONFIRM.
           READ PICK-CONFIRM-FILE
               AT END
                   MOVE "Y" TO WS-PICK-EOF-SW
           END-READ.

       APPLY-PICK-CONFIRM.
      *    The confirmation settles the order line at that location:
      *    the picked quantity is issued through APPLY-ISSUE-TRAN
      *    exactly as a keyed issue naming no lot would be - first-
      *    expired-first-out - and every reservation
      *    for the line there is released.  Picked short of what was
      *    reserved, the balance goes back on backorder.  A pick the
      *    issue path rejects (it would take the shelf negative)
      *    keeps its reservation for the floor to sort out.
           MOVE 0 TO WS-RESERVED-QTY.
           MOVE 0 TO WS-HIT-SUB.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
               IF RS-ORDER-NO (RS-IDX) = PK-ORDER-NO
                       AND RS-LINE-NO (RS-IDX) = PK-LINE-NO
                       AND RS-LOC (RS-IDX) = PK-LOC
                       AND RS-QTY (RS-IDX) > 0
                   ADD RS-QTY (RS-IDX) TO WS-RESERVED-QTY
                   SET WS-HIT-SUB TO RS-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HIT-SUB = 0
                   MOVE SPACES TO EX-SKU
                   MOVE "NO ALLOCATION FOR PICK" TO EX-REASON
                   PERFORM REJECT-PICK
               WHEN PK-PICK-QTY > WS-RESERVED-QTY
                   MOVE RS-SKU (WS-HIT-SUB) TO EX-SKU
                   MOVE "PICK EXCEEDS ALLOCATION" TO EX-REASON
                   PERFORM REJECT-PICK
               WHEN OTHER
                   MOVE RS-SKU (WS-HIT-SUB) TO WS-PICK-SKU
                   PERFORM ISSUE-PICKED-STOCK
           END-EVALUATE.
           PERFORM READ-PICK-CONFIRM.

       REJECT-PICK.
           MOVE PK-LOC      TO EX-LOC.
           MOVE PK-PICK-QTY TO EX-QTY.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-PICK-REJ-COUNT.
           DISPLAY "PICK REJECTED - ORDER " PK-ORDER-NO "-"
                   PK-LINE-NO " AT " PK-LOC.

       ISSUE-PICKED-STOCK.
      *    Nothing picked at all is still a confirmation - the whole
      *    reservation goes back on backorder with no issue.
           IF PK-PICK-QTY = 0
               MOVE "Y" TO WS-TRAN-OK-SW
           ELSE
               MOVE "I"          TO ST-TYPE
               MOVE WS-PICK-SKU  TO ST-SKU
               MOVE PK-LOC       TO ST-LOC
               MOVE PK-PICK-QTY  TO ST-QTY
               MOVE SPACES       TO ST-TO-LOC
               MOVE SPACES       TO ST-LOT
               MOVE "N" TO WS-TRAN-OK-SW
               PERFORM APPLY-ISSUE-TRAN
           END-IF.
           IF WS-TRAN-OK
               ADD 1 TO WS-PICK-APPLY-COUNT
               COMPUTE WS-SHORT-QTY = WS-RESERVED-QTY - PK-PICK-QTY
               IF WS-SHORT-QTY > 0
                   PERFORM BACKORDER-SHORT-PICK
               END-IF
               PERFORM VARYING RS-IDX FROM 1 BY 1
                       UNTIL RS-IDX > WS-RESERVE-COUNT
                   IF RS-ORDER-NO (RS-IDX) = PK-ORDER-NO
                           AND RS-LINE-NO (RS-IDX) = PK-LINE-NO
                           AND RS-LOC (RS-IDX) = PK-LOC
                       MOVE 0 TO RS-QTY (RS-IDX)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-PICK-REJ-COUNT
           END-IF.

       BACKORDER-SHORT-PICK.
      *    The reservation the line was picked against carries the
      *    order details the backorder needs.  A short pick is tied
      *    to no warehouse - the balance can come from anywhere.
           MOVE RS-ORDER-NO (WS-HIT-SUB)   TO BO-ORDER-NO.
           MOVE RS-LINE-NO (WS-HIT-SUB)    TO BO-LINE-NO.
           MOVE RS-CUST-NO (WS-HIT-SUB)    TO BO-CUST-NO.
           MOVE RS-ORDER-DATE (WS-HIT-SUB) TO BO-ORDER-DATE.
           MOVE RS-PRIORITY (WS-HIT-SUB)   TO BO-PRIORITY.
           MOVE RS-SKU (WS-HIT-SUB)        TO BO-SKU.
           MOVE WS-SHORT-QTY               TO BO-QTY.
           MOVE SPACES                     TO BO-SHIP-LOC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE            TO BO-BACK-DATE.
           WRITE BACKORDER-RECORD.
           ADD 1 TO WS-PICK-SHORT-COUNT.
           MOVE RS-SKU (WS-HIT-SUB) TO EX-SKU.
           MOVE PK-LOC              TO EX-LOC.
           MOVE "SHORT PICK - BACKORDERED" TO EX-REASON.
           MOVE WS-SHORT-QTY        TO EX-QTY.
           WRITE EXCEPTION-RECORD.

       REWRITE-RESERVATIONS.
           OPEN OUTPUT ALLOC-FILE.
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "ERROR rewriting ALLOC-FILE: " WS-ALLOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
               IF RS-QTY (RS-IDX) > 0
                   MOVE RS-ORDER-NO (RS-IDX)   TO AR-ORDER-NO
                   MOVE RS-LINE-NO (RS-IDX)    TO AR-LINE-NO
                   MOVE RS-CUST-NO (RS-IDX)    TO AR-CUST-NO
                   MOVE RS-ORDER-DATE (RS-IDX) TO AR-ORDER-DATE
                   MOVE RS-PRIORITY (RS-IDX)   TO AR-PRIORITY
                   MOVE RS-SKU (RS-IDX)        TO AR-SKU
                   MOVE RS-LOC (RS-IDX)        TO AR-LOC
                   MOVE RS-QTY (RS-IDX)        TO AR-QTY
                   MOVE RS-ALLOC-DATE (RS-IDX) TO AR-ALLOC-DATE
                   MOVE RS-TICKET-SW (RS-IDX)  TO AR-TICKET-SW
                   WRITE ALLOC-RECORD
               END-IF
           END-PERFORM.
           CLOSE ALLOC-FILE.

       OPEN-STOCK-FILE.
      *    STOCK-FILE persists across runs - only a first run with no
      *    file on disk gets the opening-balance seed.
           END-IF.
           IF WS-STATUS NOT = "00"
               PERFORM CHECK-STOCK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-TRAN-FILE: "
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    movements so the demo runs standalone: a receipt, an
      *    issue that dips below the reorder point, an issue that
      *    would go negative (rejected), and a WH2-to-WH1 transfer.
      *    The receipt names the lot it is added to; the issues and
      *    the transfer leave it blank and draw first-expired-first-
      *    out.
      *    Real movements are dropped in from the floor between runs.
           OPEN OUTPUT STOCK-TRAN-FILE.
           MOVE "R"        TO ST-TYPE.
           MOVE "WH1"      TO ST-LOC.
           MOVE 100        TO ST-QTY.
           MOVE SPACES     TO ST-TO-LOC.
           MOVE "SP2606B"  TO ST-LOT.
           WRITE STOCK-TRAN-RECORD.
           MOVE "I"        TO ST-TYPE.
           MOVE "SKU00001" TO ST-SKU.
           MOVE "WH1"      TO ST-LOC.
           MOVE 35         TO ST-QTY.
           MOVE SPACES     TO ST-TO-LOC.
           MOVE SPACES     TO ST-LOT.
           WRITE STOCK-TRAN-RECORD.
           MOVE "I"        TO ST-TYPE.
           MOVE "SKU00003" TO ST-SKU.
           MOVE "WH1"      TO ST-LOC.
           MOVE 100        TO ST-QTY.
           MOVE SPACES     TO ST-TO-LOC.
           MOVE SPACES     TO ST-LOT.
           WRITE STOCK-TRAN-RECORD.
           MOVE "T"        TO ST-TYPE.
           MOVE "SKU00002" TO ST-SKU.
           MOVE "WH2"      TO ST-LOC.
           MOVE 30         TO ST-QTY.
           MOVE "WH1"      TO ST-TO-LOC.
           MOVE SPACES     TO ST-LOT.
           WRITE STOCK-TRAN-RECORD.
           CLOSE STOCK-TRAN-FILE.

                   MOVE ST-LOC    TO WS-XFER-FROM-LOC
                   MOVE ST-TO-LOC TO WS-XFER-TO-LOC
                   MOVE ST-QTY    TO WS-XFER-QTY
                   MOVE ST-LOT    TO WS-XFER-LOT
                   PERFORM TRANSFER-STOCK
               WHEN OTHER
                   MOVE ST-SKU TO EX-SKU
           PERFORM READ-STOCK-TRAN.

       APPLY-RECEIPT-TRAN.
      *    A movement for a SKU/location/lot not on file is rejected -
      *    the transaction feed records movements of stock we track;
      *    new stock points and lots are created by receiving
      *    (PO-RECEIVE) or a transfer-in, not by the day's movement
      *    list.
           MOVE ST-SKU TO SK-SKU.
           MOVE ST-LOC TO SK-LOC.
           MOVE ST-LOT TO SK-LOT.
           READ STOCK-FILE.
           IF WS-STATUS = "00"
               COMPUTE WS-NEW-QTY = SK-QTY + ST-QTY
                       PERFORM LOG-AUDIT
                       MOVE "Y" TO WS-TRAN-OK-SW
                       DISPLAY "RECEIPT " ST-QTY " " SK-SKU
                               " AT " SK-LOC " LOT " SK-LOT
                   END-IF
               END-IF
           ELSE
           END-IF.

       APPLY-ISSUE-TRAN.
      *    The issue is checked against everything it may draw on -
      *    the named lot, or every unexpired lot at the location -
      *    and only then taken, lot by lot, soonest expiry first.
      *    Expired stock left behind when an issue falls short is
      *    called out on EXCEPT.RPT so the floor knows why.
           MOVE ST-SKU TO WS-LOT-SKU.
           MOVE ST-LOC TO WS-LOT-LOC.
           MOVE ST-LOT TO WS-LOT-WANT.
           PERFORM LOAD-LOT-TABLE.
           MOVE ST-SKU TO SK-SKU.
           MOVE ST-LOC TO SK-LOC.
           MOVE ST-LOT TO SK-LOT.
           IF NOT WS-LOT-FOUND
               MOVE "23" TO WS-STATUS
               PERFORM REJECT-UNKNOWN-STOCK
           ELSE
               COMPUTE WS-NEW-QTY = WS-LOT-AVAIL-QTY - ST-QTY
               PERFORM VALIDATE-STOCK-UPDATE
               IF WS-REJECTED
                   DISPLAY "ISSUE rejected for " SK-SKU
                   IF WS-EXPIRED-QTY > 0
                       MOVE "EXPIRED STOCK NOT ISSUED" TO EX-REASON
                       MOVE WS-EXPIRED-QTY TO WS-NEW-QTY
                       PERFORM WRITE-EXCEPTION
                   END-IF
               ELSE
                   MOVE ST-QTY  TO WS-DRAW-LEFT
                   MOVE "ISSUE" TO WS-DRAW-OPERATION
                   PERFORM DRAW-LOTS
                   IF WS-DRAW-OK
                       MOVE "Y" TO WS-TRAN-OK-SW
                   END-IF
               END-IF
           END-IF.

       LOAD-LOT-TABLE.
      *    Gathers the lots of WS-LOT-SKU at WS-LOT-LOC that a draw
      *    may take from into LOT-TABLE, soonest expiry first, with
      *    their total in WS-LOT-AVAIL-QTY.  WS-LOT-WANT names one
      *    lot, or is blank for all of them - then a lot past its
      *    expiry date is left out (its quantity is totalled in
      *    WS-EXPIRED-QTY instead), as is an empty one.  WS-LOT-FOUND
      *    says whether the SKU/location (and lot) is on file at all.
           MOVE 0   TO WS-LOT-COUNT.
           MOVE 0   TO WS-LOT-AVAIL-QTY.
           MOVE 0   TO WS-EXPIRED-QTY.
           MOVE "N" TO WS-LOT-FOUND-SW.
           MOVE "N" TO WS-LOT-EOF-SW.
           MOVE WS-LOT-SKU TO SK-SKU.
           MOVE WS-LOT-LOC TO SK-LOC.
           IF WS-LOT-WANT = SPACES
               MOVE LOW-VALUES TO SK-LOT
           ELSE
               MOVE WS-LOT-WANT TO SK-LOT
           END-IF.
           START STOCK-FILE KEY NOT < SK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-EOF-SW
           END-START.
           PERFORM READ-NEXT-LOT UNTIL WS-LOT-EOF.
           PERFORM SORT-LOT-PASS VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-LOT-COUNT.

       READ-NEXT-LOT.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-EOF-SW
               NOT AT END
                   IF SK-SKU NOT = WS-LOT-SKU
                           OR SK-LOC NOT = WS-LOT-LOC
                           OR (WS-LOT-WANT NOT = SPACES
                               AND SK-LOT NOT = WS-LOT-WANT)
                       MOVE "Y" TO WS-LOT-EOF-SW
                   ELSE
                       MOVE "Y" TO WS-LOT-FOUND-SW
                       PERFORM ADD-LOT-ENTRY
                   END-IF
           END-READ.

       ADD-LOT-ENTRY.
           IF WS-LOT-WANT = SPACES
                   AND SK-EXPIRY-DATE NOT = 0
                   AND SK-EXPIRY-DATE < WS-RUN-DATE
               ADD SK-QTY TO WS-EXPIRED-QTY
           ELSE
               IF SK-QTY > 0 OR WS-LOT-WANT NOT = SPACES
      *            A lot the draw cannot see would leave stock on
      *            the shelf the system says is not there - stop.
                   IF WS-LOT-COUNT = 50
                       DISPLAY "LOTS EXCEED 50 ENTRIES FOR "
                               SK-SKU " AT " SK-LOC " - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOT-COUNT
                   MOVE SK-LOT TO LX-LOT (WS-LOT-COUNT)
                   MOVE SK-QTY TO LX-QTY (WS-LOT-COUNT)
                   IF SK-EXPIRY-DATE = 0
                       MOVE 99999999 TO LX-SORT-DATE (WS-LOT-COUNT)
                   ELSE
                       MOVE SK-EXPIRY-DATE
                           TO LX-SORT-DATE (WS-LOT-COUNT)
                   END-IF
                   ADD SK-QTY TO WS-LOT-AVAIL-QTY
               END-IF
           END-IF.

       SORT-LOT-PASS.
      *    Straight exchange sort, as CYCLE-PLAN ranks its SKUs - a
      *    location rarely holds more than a handful of lots.
           PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                   UNTIL WS-SORT-J > WS-LOT-COUNT
               IF LX-SORT-KEY (WS-SORT-J) < LX-SORT-KEY (WS-SORT-I)
                   MOVE LOT-ENTRY (WS-SORT-I) TO LOT-HOLD
                   MOVE LOT-ENTRY (WS-SORT-J) TO LOT-ENTRY (WS-SORT-I)
                   MOVE LOT-HOLD TO LOT-ENTRY (WS-SORT-J)
               END-IF
           END-PERFORM.

       DRAW-LOTS.
      *    Takes WS-DRAW-LEFT from the lots in LOT-TABLE in order,
      *    each lot's change audited (and posted) on its own under
      *    WS-DRAW-OPERATION.  The caller has already checked the
      *    table holds enough; an I/O failure part way stops the
      *    draw with WS-DRAW-OK off and the lots already taken
      *    standing - each is on AUDIT.LOG.
           MOVE "Y" TO WS-DRAW-OK-SW.
           PERFORM DRAW-LOT VARYING LX-IDX FROM 1 BY 1
                   UNTIL LX-IDX > WS-LOT-COUNT
                      OR WS-DRAW-LEFT = 0
                      OR NOT WS-DRAW-OK.

       DRAW-LOT.
           MOVE WS-LOT-SKU    TO SK-SKU.
           MOVE WS-LOT-LOC    TO SK-LOC.
           MOVE LX-LOT (LX-IDX) TO SK-LOT.
           READ STOCK-FILE.
           IF WS-STATUS NOT = "00"
               PERFORM CHECK-STOCK-STATUS
               MOVE "N" TO WS-DRAW-OK-SW
           ELSE
               IF SK-QTY < WS-DRAW-LEFT
                   MOVE SK-QTY TO WS-DRAW-QTY
               ELSE
                   MOVE WS-DRAW-LEFT TO WS-DRAW-QTY
               END-IF
               MOVE SK-QTY TO AL-OLD-QTY
               SUBTRACT WS-DRAW-QTY FROM SK-QTY
               REWRITE STOCK-RECORD
               IF WS-STATUS NOT = "00"
                   PERFORM CHECK-STOCK-STATUS
                   MOVE "N" TO WS-DRAW-OK-SW
               ELSE
                   SUBTRACT WS-DRAW-QTY FROM WS-DRAW-LEFT
                   MOVE SK-QTY TO AL-NEW-QTY
                   MOVE WS-DRAW-OPERATION TO AL-OPERATION
                   PERFORM LOG-AUDIT
                   IF WS-DRAW-OPERATION = "XFEROUT"
                       MOVE SK-DESC        TO WS-XFER-DESC
                       MOVE SK-EXPIRY-DATE TO WS-XFER-EXPIRY
                       PERFORM TRANSFER-STOCK-IN
                   ELSE
                       DISPLAY "ISSUE   " WS-DRAW-QTY " " SK-SKU
                               " AT " SK-LOC " LOT " SK-LOT
                   END-IF
               END-IF
           END-IF.

       REJECT-UNKNOWN-STOCK.
           IF WS-STATUS = "23"
               MOVE ST-SKU TO EX-SKU
               MOVE ST-LOC TO EX-LOC
               IF ST-LOT = SPACES
                   MOVE "SKU/LOC NOT ON STOCK FILE" TO EX-REASON
               ELSE
                   MOVE "SKU/LOC/LOT NOT ON STOCK FILE" TO EX-REASON
               END-IF
               MOVE ST-QTY TO EX-QTY
               WRITE EXCEPTION-RECORD
           ELSE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD-FILE.
           END-IF.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-READ.

       LOAD-STOCK.
      *    One record per SKU per stock point per lot.  The 120
      *    SPROCKETs are genuinely split across two warehouses - the
      *    system now says so, instead of a spreadsheet on the side -
      *    and are lot-tracked with a shelf life; WIDGETs and FLANGEs
      *    are not (blank lot, no expiry).
           MOVE "SKU00001"       TO SK-SKU.
           MOVE "WH1"            TO SK-LOC.
           MOVE SPACES           TO SK-LOT.
           MOVE "WIDGET"         TO SK-DESC.
           MOVE 50               TO SK-QTY.
           MOVE 0                TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

           MOVE "SKU00002"       TO SK-SKU.
           MOVE "WH1"            TO SK-LOC.
           MOVE "SP2601A"        TO SK-LOT.
           MOVE "SPROCKET"       TO SK-DESC.
           MOVE 30               TO SK-QTY.
           MOVE 20261031         TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

           MOVE "SKU00002"       TO SK-SKU.
           MOVE "WH1"            TO SK-LOC.
           MOVE "SP2606B"        TO SK-LOT.
           MOVE "SPROCKET"       TO SK-DESC.
           MOVE 50               TO SK-QTY.
           MOVE 20270630         TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

           MOVE "SKU00002"       TO SK-SKU.
           MOVE "WH2"            TO SK-LOC.
           MOVE "SP2604C"        TO SK-LOT.
           MOVE "SPROCKET"       TO SK-DESC.
           MOVE 40               TO SK-QTY.
           MOVE 20270430         TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

           MOVE "SKU00003"       TO SK-SKU.
           MOVE "WH1"            TO SK-LOC.
           MOVE SPACES           TO SK-LOT.
           MOVE "FLANGE"         TO SK-DESC.
           MOVE 75               TO SK-QTY.
           MOVE 0                TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

      *    Not in PRODUCT.IDX - demonstrates the rejection path.
           MOVE "SKU00099"       TO SK-SKU.
           MOVE "WH1"            TO SK-LOC.
           MOVE SPACES           TO SK-LOT.
           MOVE "GIZMO"          TO SK-DESC.
           MOVE 10               TO SK-QTY.
           MOVE 0                TO SK-EXPIRY-DATE.
           PERFORM WRITE-STOCK-RECORD.

       WRITE-STOCK-RECORD.

       TRANSFER-STOCK.
      *    Moves WS-XFER-QTY of WS-XFER-SKU from one stock point to
      *    another - the lot named in WS-XFER-LOT, or first-expired-
      *    first-out across the unexpired lots when it is blank.  The
      *    outbound side goes through the same negative-quantity
      *    check as any other update; each lot moved keeps its lot
      *    number and expiry at the receiving warehouse, which gets
      *    the SKU+location+lot record created if it has never held
      *    that lot.  Each side of each lot writes its own audit
      *    entry (XFEROUT/XFERIN) so the trail balances.
           MOVE WS-XFER-SKU      TO WS-LOT-SKU.
           MOVE WS-XFER-FROM-LOC TO WS-LOT-LOC.
           MOVE WS-XFER-LOT      TO WS-LOT-WANT.
           PERFORM LOAD-LOT-TABLE.
           MOVE WS-XFER-SKU      TO SK-SKU.
           MOVE WS-XFER-FROM-LOC TO SK-LOC.
           MOVE WS-XFER-LOT      TO SK-LOT.
           IF NOT WS-LOT-FOUND
               MOVE "23" TO WS-STATUS
               PERFORM REJECT-XFER-ERROR
           ELSE
               COMPUTE WS-NEW-QTY = WS-LOT-AVAIL-QTY - WS-XFER-QTY
               PERFORM VALIDATE-STOCK-UPDATE
               IF WS-REJECTED
                   DISPLAY "TRANSFER rejected for " SK-SKU
                           " FROM " WS-XFER-FROM-LOC
               ELSE
                   MOVE WS-XFER-QTY TO WS-DRAW-LEFT
                   MOVE "XFEROUT"   TO WS-DRAW-OPERATION
                   PERFORM DRAW-LOTS
                   IF WS-DRAW-OK
                       MOVE "Y" TO WS-TRAN-OK-SW
                   END-IF
               END-IF
           END-IF.

       TRANSFER-STOCK-IN.
      *    The inbound side of one lot's share of a transfer - SK-LOT
      *    still names the lot DRAW-LOT just took it from.
           MOVE WS-XFER-SKU    TO SK-SKU.
           MOVE WS-XFER-TO-LOC TO SK-LOC.
           READ STOCK-FILE.
           IF WS-STATUS = "00"
               MOVE SK-QTY TO AL-OLD-QTY
               ADD WS-DRAW-QTY TO SK-QTY
               REWRITE STOCK-RECORD
               IF WS-STATUS NOT = "00"
                   PERFORM REJECT-XFER-ERROR
                   MOVE "N" TO WS-DRAW-OK-SW
               ELSE
                   MOVE SK-QTY TO AL-NEW-QTY
                   MOVE "XFERIN" TO AL-OPERATION
                   PERFORM LOG-AUDIT
                   DISPLAY "XFER  : " WS-DRAW-QTY " " WS-XFER-SKU
                           " " WS-XFER-FROM-LOC " -> " WS-XFER-TO-LOC
                           " LOT " SK-LOT
               END-IF
           ELSE
               IF WS-STATUS = "23"
                   MOVE WS-XFER-DESC   TO SK-DESC
                   MOVE WS-DRAW-QTY    TO SK-QTY
                   MOVE WS-XFER-EXPIRY TO SK-EXPIRY-DATE
                   WRITE STOCK-RECORD
                   IF WS-STATUS NOT = "00"
                       PERFORM REJECT-XFER-ERROR
                       MOVE "N" TO WS-DRAW-OK-SW
                   ELSE
                       MOVE 0 TO AL-OLD-QTY
                       MOVE SK-QTY TO AL-NEW-QTY
                       MOVE "XFERIN" TO AL-OPERATION
                       PERFORM LOG-AUDIT
                       DISPLAY "XFER  : " WS-DRAW-QTY " " WS-XFER-SKU
                               " " WS-XFER-FROM-LOC " -> "
                               WS-XFER-TO-LOC " LOT " SK-LOT
                               " (NEW LOCATION)"
                   END-IF
               ELSE
                   PERFORM REJECT-XFER-ERROR
                   MOVE "N" TO WS-DRAW-OK-SW
               END-IF
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SK-SKU TO AL-SKU.
           MOVE SK-LOC TO AL-LOC.
           MOVE SK-LOT TO AL-LOT.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
               DELIMITED BY SIZE INTO AL-TIMESTAMP.
           WRITE AUDIT-RECORD.
       POST-GL-ENTRY.
      *    The value side of the quantity change just audited: an
      *    increase debits inventory and credits the adjustment
      *    account, a decrease the reverse, priced at PM-UNIT-COST -
      *    the current moving average, read fresh for every post.
      *    A transfer's two sides post equal and opposite, netting
      *    to zero across locations.  A SKU with no catalogue cost
      *    has no value to post.
