      ******************************************************************
      * ORDER-ALLOC.COB - Customer order allocation and pick tickets.
      *   Reserves stock for the orders we have promised, so two
      *   orders can no longer both be told the last ten units are
      *   there.  Each run takes the new order lines keyed into
      *   CUSTORD.DAT (order, line, customer, order date, priority,
      *   SKU, quantity, optional ship-from warehouse) together with
      *   every line still on backorder, puts them in sequence - by
      *   priority then order date, or by order date alone, as the
      *   ALLOCCTL.DAT card says - and reserves each line against
      *   STOCK-FILE by SKU and location: what is on hand at the
      *   location less what earlier orders already hold there.
      *   Lots are not reserved - the pick is drawn first-expired-
      *   first-out when INVENTORY-ISAM applies it - but a lot past
      *   its expiry date cannot be picked, so it is not counted as
      *   on hand.
      *
      *   Reservations live on ALLOC.DAT (one line per order line
      *   per location) until INVENTORY-ISAM applies the warehouse's
      *   confirmed picks (PICKCONF.DAT) as audited issues and
      *   releases them.  Whatever a line cannot get goes to
      *   BACKORD.DAT, which PO-RECEIVE fills from the next delivery
      *   of the SKU and this run retries.
      *
      *   PICKTKT.RPT holds one pick ticket per warehouse for every
      *   reservation not yet ticketed - this run's and any
      *   PO-RECEIVE made filling backorders.  Rejected order lines
      *   and new backorders are listed on ALLOCEXC.RPT.
      *
      *   Ends with return code 4 when order lines were rejected or
      *   backordered.
      *
      * Compile: cobc -x -o order-alloc order-alloc.cob
      * Run:     ./order-alloc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ALLOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Allocation sequence card - maintained on disk like
      *    CYCLE-PLAN's ABCCTL.DAT.
           SELECT ALLOC-CARD-FILE ASSIGN TO "ALLOCCTL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CARD-STATUS.

      *    New order lines as keyed from the customer orders -
      *    emptied after a normal run, like PORECV.DAT.
           SELECT CUST-ORDER-FILE ASSIGN TO "CUSTORD.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ORDER-STATUS.

      *    Open backorders - read, retried, and rewritten whole.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-BACK-STATUS.

      *    Outstanding reservations - read, added to, and rewritten
      *    whole.
           SELECT ALLOC-FILE ASSIGN TO "ALLOC.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ALLOC-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STOCK.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS SK-KEY
               FILE STATUS   IS WS-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODUCT.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS PM-SKU
               FILE STATUS   IS WS-PROD-STATUS.

           SELECT PICK-TICKET-RPT ASSIGN TO "PICKTKT.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PICK-STATUS.

           SELECT ALLOC-EXCEPT-RPT ASSIGN TO "ALLOCEXC.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    AC-SEQUENCE "P" = priority (1 first) then order date;
      *    "D" = order date alone.
       FD  ALLOC-CARD-FILE.
       01  ALLOC-CARD.
           05  AC-SEQUENCE     PIC X(01).

      *    CU-SHIP-LOC blank = ship from any warehouse with stock.
       FD  CUST-ORDER-FILE.
       01  CUST-ORDER-RECORD.
           05  CU-ORDER-NO     PIC 9(06).
           05  FILLER          PIC X(01).
           05  CU-LINE-NO      PIC 9(03).
           05  FILLER          PIC X(01).
           05  CU-CUST-NO      PIC X(08).
           05  FILLER          PIC X(01).
           05  CU-ORDER-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  CU-PRIORITY     PIC 9(01).
           05  FILLER          PIC X(01).
           05  CU-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  CU-QTY          PIC 9(05).
           05  FILLER          PIC X(01).
           05  CU-SHIP-LOC     PIC X(03).

      *    The unfilled part of an order line.  BO-BACK-DATE is the
      *    day it first went short.  Must match PO-RECEIVE's and
      *    INVENTORY-ISAM's BACKORDER-RECORD layout exactly.
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

      *    One reservation - an order line's quantity held at one
      *    location.  AR-TICKET-SW "N" until a pick ticket has been
      *    printed for it.  Must match PO-RECEIVE's, INVENTORY-
      *    ISAM's and PURCHASE-ORDER's ALLOC-RECORD layout exactly.
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
           05  PM-UNIT-COST    PIC 9(05)V99.

       FD  PICK-TICKET-RPT.
       01  PICK-REC            PIC X(80).

       FD  ALLOC-EXCEPT-RPT.
       01  EXCEPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC XX    VALUE "00".
       01  WS-ORDER-STATUS     PIC XX    VALUE "00".
       01  WS-BACK-STATUS      PIC XX    VALUE "00".
       01  WS-ALLOC-STATUS     PIC XX    VALUE "00".
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-PROD-STATUS      PIC XX    VALUE "00".
       01  WS-PICK-STATUS      PIC XX    VALUE "00".
       01  WS-EXCEPT-STATUS    PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-FOUND-SW         PIC X     VALUE "N".
           88  WS-FOUND                  VALUE "Y".
       01  WS-REJECT-SW        PIC X     VALUE "N".
           88  WS-REJECTED               VALUE "Y".

       01  WS-RUN-DATE         PIC 9(08).
      *    From ALLOCCTL.DAT - see LOAD-ALLOC-CARD for the seed.
       01  WS-SEQUENCE         PIC X(01) VALUE "P".
           88  WS-BY-PRIORITY            VALUE "P".
           88  WS-BY-DATE                VALUE "D".

       01  WS-REMAIN-QTY       PIC 9(05).
       01  WS-AVAIL-QTY        PIC 9(07).
       01  WS-TAKE-QTY         PIC 9(05).
       01  WS-SORT-I           PIC 9(03).
       01  WS-SORT-J           PIC 9(03).
       01  WS-CUR-WHSE         PIC X(03).
       01  WS-REASON           PIC X(30).
       01  WS-TICKET-LINES     PIC 9(04).
       01  WS-NEW-COUNT        PIC 9(04) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(04) VALUE 0.
       01  WS-FILLED-COUNT     PIC 9(04) VALUE 0.
       01  WS-SHORT-COUNT      PIC 9(04) VALUE 0.
       01  WS-PICK-COUNT       PIC 9(04) VALUE 0.
       01  WS-RESERVED-UNITS   PIC 9(07) VALUE 0.

      *    Every SKU/location on STOCK-FILE in key order - its
      *    unexpired lots added together - with what the reservations
      *    already on file hold against it.
       01  STOCK-AVAIL-TABLE.
           05  STOCK-AVAIL-ENTRY OCCURS 500 TIMES INDEXED BY SA-IDX.
               10  SA-SKU         PIC X(08).
               10  SA-LOC         PIC X(03).
               10  SA-DESC        PIC X(30).
               10  SA-ON-HAND     PIC 9(07).
               10  SA-RESERVED    PIC 9(07).
       01  WS-STOCK-COUNT      PIC 9(03) VALUE 0.

      *    ALLOC.DAT in memory - the reservations on file plus those
      *    this run makes, written back whole at the end.
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

      *    The lines to allocate this run - backorders first as
      *    read, then the new lines - put in allocation sequence by
      *    SEQUENCE-ORDER-LINES on OL-SORT-KEY.  OL-SHORT-QTY is
      *    what the line could not get.
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 200 TIMES INDEXED BY OL-IDX.
               10  OL-SORT-KEY    PIC X(18).
               10  OL-ORDER-NO    PIC 9(06).
               10  OL-LINE-NO     PIC 9(03).
               10  OL-CUST-NO     PIC X(08).
               10  OL-ORDER-DATE  PIC 9(08).
               10  OL-PRIORITY    PIC 9(01).
               10  OL-SKU         PIC X(08).
               10  OL-SHIP-LOC    PIC X(03).
               10  OL-QTY         PIC 9(05).
               10  OL-SHORT-QTY   PIC 9(05).
               10  OL-BACK-DATE   PIC 9(08).
       01  WS-LINE-COUNT       PIC 9(03) VALUE 0.
       01  ORDER-LINE-HOLD.
           05  OH-SORT-KEY        PIC X(18).
           05  OH-ORDER-NO        PIC 9(06).
           05  OH-LINE-NO         PIC 9(03).
           05  OH-CUST-NO         PIC X(08).
           05  OH-ORDER-DATE      PIC 9(08).
           05  OH-PRIORITY        PIC 9(01).
           05  OH-SKU             PIC X(08).
           05  OH-SHIP-LOC        PIC X(03).
           05  OH-QTY             PIC 9(05).
           05  OH-SHORT-QTY       PIC 9(05).
           05  OH-BACK-DATE       PIC 9(08).

      *    Warehouses with picks to ticket, in the order first met.
       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-LOC         PIC X(03).
       01  WS-WHSE-COUNT       PIC 9(02) VALUE 0.

       01  PICK-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-ORDER-NO    PIC 9(06).
           05  FILLER         PIC X(01) VALUE "-".
           05  PL-LINE-NO     PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-CUST-NO     PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-SKU         PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-DESC        PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PL-QTY         PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE "PICKED ___".

       01  EXCEPTION-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-ORDER-NO    PIC 9(06).
           05  FILLER         PIC X(01) VALUE "-".
           05  EL-LINE-NO     PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-SKU         PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-QTY         PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-REASON      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== CUSTOMER ORDER ALLOCATION ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-ALLOC-CARD.
           PERFORM OPEN-EXCEPTION-RPT.
           PERFORM LOAD-STOCK.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-BACKORDERS.
           PERFORM LOAD-NEW-ORDERS.
           PERFORM SEQUENCE-ORDER-LINES.

           PERFORM ALLOCATE-LINE
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > WS-LINE-COUNT.

           PERFORM PRINT-PICK-TICKETS.

      *    Reservations are written before the backorders and the
      *    order feed is emptied last: a run that fails part way is
      *    rerun against a feed whose lines already on ALLOC.DAT or
      *    BACKORD.DAT are rejected as duplicates, never reserved
      *    twice.
           PERFORM REWRITE-RESERVATIONS.
           PERFORM REWRITE-BACKORDERS.
           OPEN OUTPUT CUST-ORDER-FILE.
           CLOSE CUST-ORDER-FILE.

           PERFORM WRITE-EXCEPTION-TRAILER.
           CLOSE ALLOC-EXCEPT-RPT.

           DISPLAY "NEW ORDER LINES     : " WS-NEW-COUNT.
           DISPLAY "LINES REJECTED      : " WS-REJECT-COUNT.
           DISPLAY "LINES FILLED        : " WS-FILLED-COUNT.
           DISPLAY "LINES BACKORDERED   : " WS-SHORT-COUNT.
           DISPLAY "UNITS RESERVED      : " WS-RESERVED-UNITS.
           DISPLAY "PICK LINES TICKETED : " WS-PICK-COUNT.
           IF WS-REJECT-COUNT > 0 OR WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ALLOC-CARD.
           OPEN INPUT ALLOC-CARD-FILE.
           IF WS-CARD-STATUS = "35"
               PERFORM LOAD-ALLOC-CARD
               OPEN INPUT ALLOC-CARD-FILE
           END-IF.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening ALLOC-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ALLOC-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               IF AC-SEQUENCE = "P" OR AC-SEQUENCE = "D"
                   MOVE AC-SEQUENCE TO WS-SEQUENCE
               END-IF
           END-IF.
           CLOSE ALLOC-CARD-FILE.

       LOAD-ALLOC-CARD.
      *    One-time seed of ALLOCCTL.DAT: allocate by priority, then
      *    oldest order first.  Change the card on disk, not here.
           OPEN OUTPUT ALLOC-CARD-FILE.
           MOVE "P" TO AC-SEQUENCE.
           WRITE ALLOC-CARD.
           CLOSE ALLOC-CARD-FILE.

       OPEN-EXCEPTION-RPT.
           OPEN OUTPUT ALLOC-EXCEPT-RPT.
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening ALLOC-EXCEPT-RPT: "
                       WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "================================================"
               TO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE SPACES TO EXCEPT-REC.
           STRING "  ORDER ALLOCATION EXCEPTIONS  " WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE "  ORDER-LINE  SKU          QTY  REASON"
               TO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE "------------------------------------------------"
               TO EXCEPT-REC.
           WRITE EXCEPT-REC.

       LOAD-STOCK.
           OPEN INPUT STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-STOCK.
           PERFORM ADD-STOCK-ENTRY UNTIL WS-EOF.
           CLOSE STOCK-FILE.

       READ-STOCK.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       ADD-STOCK-ENTRY.
      *    A location's lots are adjacent in key order - each one
      *    after the first adds to the entry the first started.
           IF WS-STOCK-COUNT = 0
                   OR SK-SKU NOT = SA-SKU (WS-STOCK-COUNT)
                   OR SK-LOC NOT = SA-LOC (WS-STOCK-COUNT)
      *        A location past the table could never be allocated
      *        from - stop rather than quietly backorder stock we
      *        hold.
               IF WS-STOCK-COUNT = 500
                   DISPLAY "STOCK TABLE EXCEEDS 500 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STOCK-COUNT
               MOVE SK-SKU  TO SA-SKU (WS-STOCK-COUNT)
               MOVE SK-LOC  TO SA-LOC (WS-STOCK-COUNT)
               MOVE SK-DESC TO SA-DESC (WS-STOCK-COUNT)
               MOVE 0       TO SA-ON-HAND (WS-STOCK-COUNT)
               MOVE 0       TO SA-RESERVED (WS-STOCK-COUNT)
           END-IF.
           IF SK-EXPIRY-DATE = 0 OR SK-EXPIRY-DATE NOT < WS-RUN-DATE
               ADD SK-QTY TO SA-ON-HAND (WS-STOCK-COUNT)
           END-IF.
           PERFORM READ-STOCK.

       LOAD-RESERVATIONS.
      *    No ALLOC.DAT yet just means nothing has been allocated.
           OPEN INPUT ALLOC-FILE.
           IF WS-ALLOC-STATUS NOT = "35"
               IF WS-ALLOC-STATUS NOT = "00"
                   DISPLAY "ERROR opening ALLOC-FILE: "
                           WS-ALLOC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-RESERVATION UNTIL WS-EOF
               CLOSE ALLOC-FILE
           END-IF.

       READ-RESERVATION.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM ADD-RESERVE-ENTRY
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
                   PERFORM HOLD-AGAINST-STOCK
           END-READ.

       ADD-RESERVE-ENTRY.
      *    A reservation past the table would be lost on rewrite and
      *    its stock handed to the next order - stop instead.
           IF WS-RESERVE-COUNT = 500
               DISPLAY "RESERVATIONS EXCEED 500 ENTRIES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RESERVE-COUNT.

       HOLD-AGAINST-STOCK.
      *    A reservation on file holds its quantity at its location.
      *    One whose location has gone from STOCK-FILE holds
      *    nothing this run can hand out - INVENTORY-ISAM will
      *    reject its pick.
           PERFORM VARYING SA-IDX FROM 1 BY 1
                   UNTIL SA-IDX > WS-STOCK-COUNT
               IF SA-SKU (SA-IDX) = AR-SKU
                       AND SA-LOC (SA-IDX) = AR-LOC
                   ADD AR-QTY TO SA-RESERVED (SA-IDX)
               END-IF
           END-PERFORM.

       LOAD-BACKORDERS.
      *    No BACKORD.DAT yet just means nothing is short.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACK-STATUS NOT = "35"
               IF WS-BACK-STATUS NOT = "00"
                   DISPLAY "ERROR opening BACKORDER-FILE: "
                           WS-BACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-BACKORDER UNTIL WS-EOF
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM ADD-ORDER-LINE
                   MOVE BO-ORDER-NO   TO OL-ORDER-NO (WS-LINE-COUNT)
                   MOVE BO-LINE-NO    TO OL-LINE-NO (WS-LINE-COUNT)
                   MOVE BO-CUST-NO    TO OL-CUST-NO (WS-LINE-COUNT)
                   MOVE BO-ORDER-DATE TO OL-ORDER-DATE (WS-LINE-COUNT)
                   MOVE BO-PRIORITY   TO OL-PRIORITY (WS-LINE-COUNT)
                   MOVE BO-SKU        TO OL-SKU (WS-LINE-COUNT)
                   MOVE BO-SHIP-LOC   TO OL-SHIP-LOC (WS-LINE-COUNT)
                   MOVE BO-QTY        TO OL-QTY (WS-LINE-COUNT)
                   MOVE BO-BACK-DATE  TO OL-BACK-DATE (WS-LINE-COUNT)
                   PERFORM BUILD-SORT-KEY
           END-READ.

       ADD-ORDER-LINE.
           IF WS-LINE-COUNT = 200
               DISPLAY "ORDER LINES EXCEED 200 ENTRIES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 0 TO OL-SHORT-QTY (WS-LINE-COUNT).

       BUILD-SORT-KEY.
      *    Priority (1 first), then order date, then order and line
      *    number so equal dates keep the order they were taken in -
      *    or, by date, the same without the priority.
           MOVE SPACES TO OL-SORT-KEY (WS-LINE-COUNT).
           IF WS-BY-PRIORITY
               STRING OL-PRIORITY (WS-LINE-COUNT)
                      OL-ORDER-DATE (WS-LINE-COUNT)
                      OL-ORDER-NO (WS-LINE-COUNT)
                      OL-LINE-NO (WS-LINE-COUNT)
                   DELIMITED BY SIZE INTO OL-SORT-KEY (WS-LINE-COUNT)
           ELSE
               STRING OL-ORDER-DATE (WS-LINE-COUNT)
                      OL-ORDER-NO (WS-LINE-COUNT)
                      OL-LINE-NO (WS-LINE-COUNT)
                   DELIMITED BY SIZE INTO OL-SORT-KEY (WS-LINE-COUNT)
           END-IF.

       LOAD-NEW-ORDERS.
           OPEN INPUT CUST-ORDER-FILE.
           IF WS-ORDER-STATUS = "35"
               PERFORM SEED-CUST-ORDERS
               OPEN INPUT CUST-ORDER-FILE
           END-IF.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR opening CUST-ORDER-FILE: "
                       WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-CUST-ORDER UNTIL WS-EOF.
           CLOSE PRODUCT-MASTER.
           CLOSE CUST-ORDER-FILE.

       SEED-CUST-ORDERS.
      *    One-time seed of CUSTORD.DAT so the demo runs standalone:
      *    a normal order, a rush order bigger than the stock so it
      *    splits across warehouses and backorders the rest, a line
      *    tied to one warehouse, and a SKU not in the catalogue to
      *    show the reject path.  Real orders are keyed in between
      *    runs.
           OPEN OUTPUT CUST-ORDER-FILE.
           MOVE SPACES     TO CUST-ORDER-RECORD.
           MOVE 100001     TO CU-ORDER-NO.
           MOVE 1          TO CU-LINE-NO.
           MOVE "CUST0001" TO CU-CUST-NO.
           MOVE 20260901   TO CU-ORDER-DATE.
           MOVE 5          TO CU-PRIORITY.
           MOVE "SKU00001" TO CU-SKU.
           MOVE 10         TO CU-QTY.
           MOVE SPACES     TO CU-SHIP-LOC.
           WRITE CUST-ORDER-RECORD.
           MOVE 100002     TO CU-ORDER-NO.
           MOVE 1          TO CU-LINE-NO.
           MOVE "CUST0002" TO CU-CUST-NO.
           MOVE 20260902   TO CU-ORDER-DATE.
           MOVE 1          TO CU-PRIORITY.
           MOVE "SKU00002" TO CU-SKU.
           MOVE 250        TO CU-QTY.
           MOVE SPACES     TO CU-SHIP-LOC.
           WRITE CUST-ORDER-RECORD.
           MOVE 100002     TO CU-ORDER-NO.
           MOVE 2          TO CU-LINE-NO.
           MOVE "CUST0002" TO CU-CUST-NO.
           MOVE 20260902   TO CU-ORDER-DATE.
           MOVE 1          TO CU-PRIORITY.
           MOVE "SKU00003" TO CU-SKU.
           MOVE 5          TO CU-QTY.
           MOVE "WH1"      TO CU-SHIP-LOC.
           WRITE CUST-ORDER-RECORD.
           MOVE 100003     TO CU-ORDER-NO.
           MOVE 1          TO CU-LINE-NO.
           MOVE "CUST0003" TO CU-CUST-NO.
           MOVE 20260901   TO CU-ORDER-DATE.
           MOVE 5          TO CU-PRIORITY.
           MOVE "SKU00099" TO CU-SKU.
           MOVE 4          TO CU-QTY.
           MOVE SPACES     TO CU-SHIP-LOC.
           WRITE CUST-ORDER-RECORD.
           CLOSE CUST-ORDER-FILE.

       READ-CUST-ORDER.
           READ CUST-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM VALIDATE-CUST-ORDER
                   IF WS-REJECTED
                       PERFORM REJECT-CUST-ORDER
                   ELSE
                       PERFORM TAKE-CUST-ORDER
                   END-IF
           END-READ.

       VALIDATE-CUST-ORDER.
      *    An order line already held on ALLOC.DAT or BACKORD.DAT,
      *    or keyed twice in the feed, is a duplicate - reserving it
      *    again would promise the customer twice.
           MOVE "N" TO WS-REJECT-SW.
           EVALUATE TRUE
               WHEN CU-QTY NOT NUMERIC OR CU-QTY = 0
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "ZERO OR INVALID QUANTITY" TO WS-REASON
               WHEN CU-ORDER-DATE NOT NUMERIC
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "INVALID ORDER DATE" TO WS-REASON
               WHEN OTHER
                   MOVE CU-SKU TO PM-SKU
                   READ PRODUCT-MASTER
                       INVALID KEY
                           MOVE "Y" TO WS-REJECT-SW
                           MOVE "SKU NOT IN PRODUCT MASTER"
                               TO WS-REASON
                   END-READ
           END-EVALUATE.
           IF NOT WS-REJECTED
               PERFORM CHECK-DUPLICATE-LINE
           END-IF.
           IF CU-PRIORITY NOT NUMERIC
               MOVE 9 TO CU-PRIORITY
           END-IF.

       CHECK-DUPLICATE-LINE.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
               IF RS-ORDER-NO (RS-IDX) = CU-ORDER-NO
                       AND RS-LINE-NO (RS-IDX) = CU-LINE-NO
                   MOVE "Y" TO WS-REJECT-SW
               END-IF
           END-PERFORM.
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-LINE-COUNT
               IF OL-ORDER-NO (OL-IDX) = CU-ORDER-NO
                       AND OL-LINE-NO (OL-IDX) = CU-LINE-NO
                   MOVE "Y" TO WS-REJECT-SW
               END-IF
           END-PERFORM.
           IF WS-REJECTED
               MOVE "DUPLICATE ORDER LINE" TO WS-REASON
           END-IF.

       REJECT-CUST-ORDER.
           MOVE CU-ORDER-NO TO EL-ORDER-NO.
           MOVE CU-LINE-NO  TO EL-LINE-NO.
           MOVE CU-SKU      TO EL-SKU.
           IF CU-QTY NUMERIC
               MOVE CU-QTY  TO EL-QTY
           ELSE
               MOVE 0       TO EL-QTY
           END-IF.
           MOVE WS-REASON   TO EL-REASON.
           DISPLAY "REJECTED " EXCEPTION-LINE.
           MOVE EXCEPTION-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC.
           ADD 1 TO WS-REJECT-COUNT.

       TAKE-CUST-ORDER.
           PERFORM ADD-ORDER-LINE.
           MOVE CU-ORDER-NO   TO OL-ORDER-NO (WS-LINE-COUNT).
           MOVE CU-LINE-NO    TO OL-LINE-NO (WS-LINE-COUNT).
           MOVE CU-CUST-NO    TO OL-CUST-NO (WS-LINE-COUNT).
           MOVE CU-ORDER-DATE TO OL-ORDER-DATE (WS-LINE-COUNT).
           MOVE CU-PRIORITY   TO OL-PRIORITY (WS-LINE-COUNT).
           MOVE CU-SKU        TO OL-SKU (WS-LINE-COUNT).
           MOVE CU-SHIP-LOC   TO OL-SHIP-LOC (WS-LINE-COUNT).
           MOVE CU-QTY        TO OL-QTY (WS-LINE-COUNT).
           MOVE 0             TO OL-BACK-DATE (WS-LINE-COUNT).
           PERFORM BUILD-SORT-KEY.

       SEQUENCE-ORDER-LINES.
      *    Straight exchange sort on OL-SORT-KEY, lowest first - the
      *    same approach as CYCLE-PLAN's ranking.
           PERFORM SORT-PASS VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-LINE-COUNT.

       SORT-PASS.
           PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                   UNTIL WS-SORT-J > WS-LINE-COUNT
               IF OL-SORT-KEY (WS-SORT-J) < OL-SORT-KEY (WS-SORT-I)
                   MOVE ORDER-LINE-ENTRY (WS-SORT-I)
                       TO ORDER-LINE-HOLD
                   MOVE ORDER-LINE-ENTRY (WS-SORT-J)
                       TO ORDER-LINE-ENTRY (WS-SORT-I)
                   MOVE ORDER-LINE-HOLD
                       TO ORDER-LINE-ENTRY (WS-SORT-J)
               END-IF
           END-PERFORM.

       ALLOCATE-LINE.
      *    Locations are taken in key order until the line is filled;
      *    a line tied to a ship-from warehouse only looks there.
      *    What is left over is the line's backorder.
           MOVE OL-QTY (OL-IDX) TO WS-REMAIN-QTY.
           PERFORM VARYING SA-IDX FROM 1 BY 1
                   UNTIL SA-IDX > WS-STOCK-COUNT
                      OR WS-REMAIN-QTY = 0
               IF SA-SKU (SA-IDX) = OL-SKU (OL-IDX)
                   IF OL-SHIP-LOC (OL-IDX) = SPACES
                           OR SA-LOC (SA-IDX) = OL-SHIP-LOC (OL-IDX)
                       PERFORM RESERVE-AT-LOCATION
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-REMAIN-QTY TO OL-SHORT-QTY (OL-IDX).
           IF WS-REMAIN-QTY = 0
               ADD 1 TO WS-FILLED-COUNT
           ELSE
               ADD 1 TO WS-SHORT-COUNT
               IF OL-BACK-DATE (OL-IDX) = 0
                   MOVE WS-RUN-DATE TO OL-BACK-DATE (OL-IDX)
               END-IF
               MOVE OL-ORDER-NO (OL-IDX) TO EL-ORDER-NO
               MOVE OL-LINE-NO (OL-IDX)  TO EL-LINE-NO
               MOVE OL-SKU (OL-IDX)      TO EL-SKU
               MOVE WS-REMAIN-QTY        TO EL-QTY
               MOVE "SHORT - BACKORDERED" TO EL-REASON
               MOVE EXCEPTION-LINE TO EXCEPT-REC
               WRITE EXCEPT-REC
           END-IF.

       RESERVE-AT-LOCATION.
      *    Free stock is what is on hand less what is already held.
      *    Issues keyed straight into STOCKTRN.DAT can leave a
      *    location holding less than its reservations - then it
      *    has nothing free, not a negative amount.
           IF SA-RESERVED (SA-IDX) < SA-ON-HAND (SA-IDX)
               COMPUTE WS-AVAIL-QTY =
                   SA-ON-HAND (SA-IDX) - SA-RESERVED (SA-IDX)
           ELSE
               MOVE 0 TO WS-AVAIL-QTY
           END-IF.
           IF WS-AVAIL-QTY > 0
               IF WS-AVAIL-QTY < WS-REMAIN-QTY
                   MOVE WS-AVAIL-QTY  TO WS-TAKE-QTY
               ELSE
                   MOVE WS-REMAIN-QTY TO WS-TAKE-QTY
               END-IF
               ADD WS-TAKE-QTY TO SA-RESERVED (SA-IDX)
               SUBTRACT WS-TAKE-QTY FROM WS-REMAIN-QTY
               ADD WS-TAKE-QTY TO WS-RESERVED-UNITS
               PERFORM ADD-RESERVE-ENTRY
               MOVE OL-ORDER-NO (OL-IDX)
                   TO RS-ORDER-NO (WS-RESERVE-COUNT)
               MOVE OL-LINE-NO (OL-IDX)
                   TO RS-LINE-NO (WS-RESERVE-COUNT)
               MOVE OL-CUST-NO (OL-IDX)
                   TO RS-CUST-NO (WS-RESERVE-COUNT)
               MOVE OL-ORDER-DATE (OL-IDX)
                   TO RS-ORDER-DATE (WS-RESERVE-COUNT)
               MOVE OL-PRIORITY (OL-IDX)
                   TO RS-PRIORITY (WS-RESERVE-COUNT)
               MOVE OL-SKU (OL-IDX)  TO RS-SKU (WS-RESERVE-COUNT)
               MOVE SA-LOC (SA-IDX)  TO RS-LOC (WS-RESERVE-COUNT)
               MOVE WS-TAKE-QTY      TO RS-QTY (WS-RESERVE-COUNT)
               MOVE WS-RUN-DATE
                   TO RS-ALLOC-DATE (WS-RESERVE-COUNT)
               MOVE "N" TO RS-TICKET-SW (WS-RESERVE-COUNT)
           END-IF.

       PRINT-PICK-TICKETS.
      *    One ticket per warehouse, covering every reservation not
      *    yet ticketed, so the pickers walk one building at a time.
           OPEN OUTPUT PICK-TICKET-RPT.
           IF WS-PICK-STATUS NOT = "00"
               DISPLAY "ERROR opening PICK-TICKET-RPT: " WS-PICK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
               IF RS-TICKET-SW (RS-IDX) NOT = "Y"
                   PERFORM NOTE-WAREHOUSE
               END-IF
           END-PERFORM.
           PERFORM VARYING WH-IDX FROM 1 BY 1
                   UNTIL WH-IDX > WS-WHSE-COUNT
               MOVE WH-LOC (WH-IDX) TO WS-CUR-WHSE
               PERFORM PRINT-WAREHOUSE-TICKET
           END-PERFORM.
           IF WS-WHSE-COUNT = 0
               MOVE "  NO NEW PICKS THIS RUN" TO PICK-REC
               WRITE PICK-REC
           END-IF.
           CLOSE PICK-TICKET-RPT.

       NOTE-WAREHOUSE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WH-IDX FROM 1 BY 1
                   UNTIL WH-IDX > WS-WHSE-COUNT
               IF WH-LOC (WH-IDX) = RS-LOC (RS-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-WHSE-COUNT = 20
                   DISPLAY "WAREHOUSE TABLE EXCEEDS 20 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WHSE-COUNT
               MOVE RS-LOC (RS-IDX) TO WH-LOC (WS-WHSE-COUNT)
           END-IF.

       PRINT-WAREHOUSE-TICKET.
           MOVE "================================================"
               TO PICK-REC.
           WRITE PICK-REC.
           MOVE SPACES TO PICK-REC.
           STRING "  PICK TICKET - WAREHOUSE " WS-CUR-WHSE
                  "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PICK-REC.
           WRITE PICK-REC.
           MOVE "  ORDER-LINE  CUSTOMER  SKU       DESCRIPTION"
               TO PICK-REC.
           WRITE PICK-REC.
           MOVE "------------------------------------------------"
               TO PICK-REC.
           WRITE PICK-REC.
           MOVE 0 TO WS-TICKET-LINES.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
               IF RS-LOC (RS-IDX) = WS-CUR-WHSE
                       AND RS-TICKET-SW (RS-IDX) NOT = "Y"
                   PERFORM PRINT-PICK-LINE
               END-IF
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO PICK-REC.
           WRITE PICK-REC.
           MOVE SPACES TO PICK-REC.
           STRING "  PICK LINES: " WS-TICKET-LINES
                  "   CONFIRM PICKED QTY TO PICKCONF.DAT"
               DELIMITED BY SIZE INTO PICK-REC.
           WRITE PICK-REC.
           MOVE SPACES TO PICK-REC.
           WRITE PICK-REC.

       PRINT-PICK-LINE.
           MOVE RS-ORDER-NO (RS-IDX) TO PL-ORDER-NO.
           MOVE RS-LINE-NO (RS-IDX)  TO PL-LINE-NO.
           MOVE RS-CUST-NO (RS-IDX)  TO PL-CUST-NO.
           MOVE RS-SKU (RS-IDX)      TO PL-SKU.
           MOVE RS-QTY (RS-IDX)      TO PL-QTY.
           MOVE SPACES TO PL-DESC.
           PERFORM VARYING SA-IDX FROM 1 BY 1
                   UNTIL SA-IDX > WS-STOCK-COUNT
               IF SA-SKU (SA-IDX) = RS-SKU (RS-IDX)
                       AND SA-LOC (SA-IDX) = RS-LOC (RS-IDX)
                   MOVE SA-DESC (SA-IDX) TO PL-DESC
               END-IF
           END-PERFORM.
           DISPLAY WS-CUR-WHSE " " PICK-LINE.
           MOVE PICK-LINE TO PICK-REC.
           WRITE PICK-REC.
           MOVE "Y" TO RS-TICKET-SW (RS-IDX).
           ADD 1 TO WS-TICKET-LINES.
           ADD 1 TO WS-PICK-COUNT.

       REWRITE-RESERVATIONS.
           OPEN OUTPUT ALLOC-FILE.
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "ERROR rewriting ALLOC-FILE: " WS-ALLOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVE-COUNT
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
           END-PERFORM.
           CLOSE ALLOC-FILE.

       REWRITE-BACKORDERS.
      *    Written in allocation sequence, so PO-RECEIVE fills the
      *    backorders in the same order this run would have.
           OPEN OUTPUT BACKORDER-FILE.
           IF WS-BACK-STATUS NOT = "00"
               DISPLAY "ERROR rewriting BACKORDER-FILE: "
                       WS-BACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-LINE-COUNT
               IF OL-SHORT-QTY (OL-IDX) > 0
                   MOVE OL-ORDER-NO (OL-IDX)   TO BO-ORDER-NO
                   MOVE OL-LINE-NO (OL-IDX)    TO BO-LINE-NO
                   MOVE OL-CUST-NO (OL-IDX)    TO BO-CUST-NO
                   MOVE OL-ORDER-DATE (OL-IDX) TO BO-ORDER-DATE
                   MOVE OL-PRIORITY (OL-IDX)   TO BO-PRIORITY
                   MOVE OL-SKU (OL-IDX)        TO BO-SKU
                   MOVE OL-SHORT-QTY (OL-IDX)  TO BO-QTY
                   MOVE OL-SHIP-LOC (OL-IDX)   TO BO-SHIP-LOC
                   MOVE OL-BACK-DATE (OL-IDX)  TO BO-BACK-DATE
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE BACKORDER-FILE.

       WRITE-EXCEPTION-TRAILER.
           MOVE "------------------------------------------------"
               TO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE SPACES TO EXCEPT-REC.
           STRING "  NEW LINES: " WS-NEW-COUNT
                  "  REJECTED: " WS-REJECT-COUNT
                  "  FILLED: " WS-FILLED-COUNT
                  "  BACKORDERED: " WS-SHORT-COUNT
               DELIMITED BY SIZE INTO EXCEPT-REC.
           WRITE EXCEPT-REC.
           MOVE "================================================"
               TO EXCEPT-REC.
           WRITE EXCEPT-REC.
