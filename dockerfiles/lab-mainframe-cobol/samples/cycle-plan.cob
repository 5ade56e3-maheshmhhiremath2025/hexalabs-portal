      ******************************************************************
      * CYCLE-PLAN.COB - ABC classification and cycle-count schedule.
      *   Companion to CYCLE-COUNT: decides what gets counted, so
      *   the counters stop counting whatever happens to be keyed.
      *
      *   Every SKU in PRODUCT-MASTER is ranked by annual dollar
      *   usage - its SKUUSAGE.DAT rate per day (from USAGE-CALC)
      *   times 365 times PM-UNIT-COST - and classed A, B or C at the
      *   cumulative-value cut-offs on ABCCTL.DAT.  The same card
      *   sets how often each class is counted (seeded A monthly,
      *   B quarterly, C yearly).
      *
      *   LASTCNT.DAT holds the last-counted date of every SKU/
      *   location on STOCK-FILE.  Each run first rolls in the counts
      *   CYCLE-COUNT reconciled since last time (CNTDONE.DAT, then
      *   emptied), then writes today's worksheet straight to
      *   PHYSCNT.DAT - one line per lot of every SKU/location due,
      *   grouped by warehouse for the walk, counted quantity zero
      *   for the counter to fill in - for CYCLE-COUNT to reconcile.
      *   A location is scheduled as a whole: all its lots are
      *   counted together.  A
      *   location never counted is due the day it first appears.
      *   The worksheet stops at WS-SHEET-MAX lines, the most
      *   CYCLE-COUNT can hold; due locations that do not fit are
      *   deferred - left uncounted, so still due on the next run -
      *   and counted on the report.
      *
      *   CNTCOVER.RPT shows the ranking, today's worksheet, and
      *   every location that fell behind schedule - due before
      *   today and still not counted - with how many days late.
      *
      *   Ends with return code 4 when locations are behind their
      *   count schedule.
      *
      * Compile: cobc -x -o cycle-plan cycle-plan.cob
      * Run:     ./cycle-plan
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABC-CARD-FILE ASSIGN TO "ABCCTL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CARD-STATUS.

           SELECT USAGE-FILE ASSIGN TO "SKUUSAGE.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-USAGE-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODUCT.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS PM-SKU
               FILE STATUS   IS WS-PROD-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STOCK.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS SK-KEY
               FILE STATUS   IS WS-STATUS.

      *    Last-counted date per SKU/location - rewritten whole each
      *    run, dropping locations no longer on STOCK-FILE.
           SELECT LAST-COUNT-FILE ASSIGN TO "LASTCNT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LAST-STATUS.

      *    Counts CYCLE-COUNT reconciled since the last run.
           SELECT COUNT-DONE-FILE ASSIGN TO "CNTDONE.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DONE-STATUS.

      *    Today's worksheet, in the count sheet CYCLE-COUNT reads.
           SELECT PHYS-COUNT-FILE ASSIGN TO "PHYSCNT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-COUNT-STATUS.

           SELECT COVERAGE-RPT ASSIGN TO "CNTCOVER.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Cut-offs are cumulative percentages of total annual dollar
      *    usage; intervals are days between counts of a location.
       FD  ABC-CARD-FILE.
       01  ABC-CARD.
           05  AB-A-CUTOFF-PCT PIC 9(03).
           05  FILLER          PIC X(01).
           05  AB-B-CUTOFF-PCT PIC 9(03).
           05  FILLER          PIC X(01).
           05  AB-A-DAYS       PIC 9(03).
           05  FILLER          PIC X(01).
           05  AB-B-DAYS       PIC 9(03).
           05  FILLER          PIC X(01).
           05  AB-C-DAYS       PIC 9(03).

      *    Must match USAGE-CALC's USAGE-RECORD layout exactly.
       FD  USAGE-FILE.
       01  USAGE-RECORD.
           05  SU-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  SU-TOTAL-USED   PIC 9(07).
           05  FILLER          PIC X(01).
           05  SU-DAYS         PIC 9(04).
           05  FILLER          PIC X(01).
           05  SU-PER-DAY      PIC 9(03)V99.

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           05  PM-SKU          PIC X(08).
           05  PM-DESC         PIC X(30).
           05  PM-UNIT-COST    PIC 9(05)V99.

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

      *    LC-ADDED-DATE is when the location was first scheduled -
      *    a location never counted is due from that day.
       FD  LAST-COUNT-FILE.
       01  LAST-COUNT-RECORD.
           05  LC-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  LC-LOC          PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  LC-CLASS        PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  LC-LAST-COUNTED PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  LC-ADDED-DATE   PIC 9(08).

      *    Must match CYCLE-COUNT's COUNT-DONE-RECORD layout exactly.
       FD  COUNT-DONE-FILE.
       01  COUNT-DONE-RECORD.
           05  CD-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  CD-LOC          PIC X(03).
           05  FILLER          PIC X(01).
           05  CD-COUNT-DATE   PIC 9(08).

      *    Must match CYCLE-COUNT's PHYS-COUNT-RECORD layout exactly.
       FD  PHYS-COUNT-FILE.
       01  PHYS-COUNT-RECORD.
           05  PC-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PC-LOC          PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PC-COUNT-QTY    PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PC-COUNT-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PC-LOT          PIC X(10).

       FD  COVERAGE-RPT.
       01  COVERAGE-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC XX    VALUE "00".
       01  WS-USAGE-STATUS     PIC XX    VALUE "00".
       01  WS-PROD-STATUS      PIC XX    VALUE "00".
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-LAST-STATUS      PIC XX    VALUE "00".
       01  WS-DONE-STATUS      PIC XX    VALUE "00".
       01  WS-COUNT-STATUS     PIC XX    VALUE "00".
       01  WS-RPT-STATUS       PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-USAGE-EOF-SW     PIC X     VALUE "N".
           88  WS-USAGE-EOF              VALUE "Y".
       01  WS-PROD-EOF-SW      PIC X     VALUE "N".
           88  WS-PROD-EOF               VALUE "Y".
       01  WS-LAST-EOF-SW      PIC X     VALUE "N".
           88  WS-LAST-EOF               VALUE "Y".
       01  WS-DONE-EOF-SW      PIC X     VALUE "N".
           88  WS-DONE-EOF               VALUE "Y".
       01  WS-FOUND-SW         PIC X     VALUE "N".
           88  WS-FOUND                  VALUE "Y".

       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-DAYS         PIC 9(07).

      *    From ABCCTL.DAT - see LOAD-ABC-CARD for the seed.
       01  WS-A-CUTOFF-PCT     PIC 9(03) VALUE 80.
       01  WS-B-CUTOFF-PCT     PIC 9(03) VALUE 95.
       01  WS-A-DAYS           PIC 9(03) VALUE 30.
       01  WS-B-DAYS           PIC 9(03) VALUE 91.
       01  WS-C-DAYS           PIC 9(03) VALUE 365.

       01  WS-PER-DAY          PIC 9(03)V99.
       01  WS-TOTAL-VALUE      PIC 9(11)V99 VALUE 0.
       01  WS-CUM-VALUE        PIC 9(11)V99 VALUE 0.
       01  WS-CUM-PCT          PIC 9(03)V9.
       01  WS-SEARCH-SKU       PIC X(08).
       01  WS-SEARCH-LOC       PIC X(03).
       01  WS-HIT-SUB          PIC 9(03) VALUE 0.
       01  WS-SORT-I           PIC 9(03).
       01  WS-SORT-J           PIC 9(03).
       01  WS-CLASS-SUB        PIC 9(01).
       01  WS-INTERVAL-DAYS    PIC 9(03).
       01  WS-DUE-DAYS         PIC 9(07).
       01  WS-OVERDUE-DAYS     PIC S9(07).
       01  WS-CUR-WHSE         PIC X(03).
       01  WS-WORKSHEET-COUNT  PIC 9(04) VALUE 0.
      *    PHYSCNT.DAT lines written, against CYCLE-COUNT's 50-entry
      *    COUNT-TABLE - the two must agree.
       01  WS-SHEET-MAX        PIC 9(03) VALUE 50.
       01  WS-SHEET-LINES      PIC 9(03) VALUE 0.
       01  WS-LOT-LINES        PIC 9(03) VALUE 0.
       01  WS-DEFERRED-COUNT   PIC 9(04) VALUE 0.
       01  WS-SHEET-FULL-SW    PIC X     VALUE "N".
           88  WS-SHEET-FULL             VALUE "Y".
       01  WS-BEHIND-COUNT     PIC 9(04) VALUE 0.
       01  WS-DONE-COUNT       PIC 9(04) VALUE 0.

      *    Date-to-day-number work fields - see DATE-TO-DAYS.  The
      *    day number is only ever used as a difference of two, so
      *    its origin does not matter.
       01  WS-DT-DATE         PIC 9(08).
       01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
           05  WS-DT-YYYY     PIC 9(04).
           05  WS-DT-MM       PIC 9(02).
           05  WS-DT-DD       PIC 9(02).
       01  WS-DT-YEAR         PIC 9(04).
       01  WS-DT-MONTH        PIC 9(02).
       01  WS-DT-Q4           PIC 9(04).
       01  WS-DT-Q100         PIC 9(04).
       01  WS-DT-Q400         PIC 9(04).
       01  WS-DT-MTERM        PIC 9(04).
       01  WS-DT-MDAYS        PIC 9(04).
       01  WS-DT-DAYS         PIC 9(07).

      *    SKUUSAGE.DAT loaded at startup - one entry per SKU with
      *    recorded outbound movement.
       01  USAGE-TABLE.
           05  USAGE-ENTRY OCCURS 50 TIMES INDEXED BY US-IDX.
               10  UST-SKU        PIC X(08).
               10  UST-PER-DAY    PIC 9(03)V99.
       01  WS-USAGE-COUNT      PIC 9(03) VALUE 0.

      *    Every catalogue SKU with its annual dollar usage, ranked
      *    highest first by RANK-SKUS, then classed.
       01  SKU-CLASS-TABLE.
           05  SKU-CLASS-ENTRY OCCURS 200 TIMES INDEXED BY SC-IDX.
               10  SC-SKU         PIC X(08).
               10  SC-VALUE       PIC 9(11)V99.
               10  SC-CUM-PCT     PIC 9(03)V9.
               10  SC-CLASS       PIC X(01).
       01  WS-SKU-COUNT        PIC 9(03) VALUE 0.
       01  SKU-CLASS-HOLD.
           05  SH-SKU             PIC X(08).
           05  SH-VALUE           PIC 9(11)V99.
           05  SH-CUM-PCT         PIC 9(03)V9.
           05  SH-CLASS           PIC X(01).

      *    Every SKU/location, from LASTCNT.DAT plus anything new on
      *    STOCK-FILE.  LT-ON-FILE "Y" = still on STOCK-FILE.
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY OCCURS 500 TIMES INDEXED BY LT-IDX.
               10  LT-SKU         PIC X(08).
               10  LT-LOC         PIC X(03).
               10  LT-CLASS       PIC X(01).
               10  LT-LAST-COUNTED PIC 9(08).
               10  LT-ADDED-DATE  PIC 9(08).
               10  LT-ON-FILE     PIC X(01).
               10  LT-OVERDUE     PIC S9(07).
       01  WS-LOCATION-COUNT   PIC 9(03) VALUE 0.

      *    Every lot on STOCK-FILE, in key order - the worksheet
      *    lists each lot of a location due.
       01  STOCK-LOT-TABLE.
           05  STOCK-LOT-ENTRY OCCURS 500 TIMES INDEXED BY SL-IDX.
               10  SL-SKU         PIC X(08).
               10  SL-LOC         PIC X(03).
               10  SL-LOT         PIC X(10).
       01  WS-STOCK-LOT-COUNT  PIC 9(03) VALUE 0.

      *    Warehouses in the order first met on STOCK-FILE - the
      *    worksheet is walked one warehouse at a time.
       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-LOC         PIC X(03).
       01  WS-WHSE-COUNT       PIC 9(02) VALUE 0.

      *    Locations, due today and behind schedule, per class A/B/C.
       01  CLASS-TOTALS.
           05  CLASS-TOTAL-ENTRY OCCURS 3 TIMES.
               10  CL-LOCATIONS   PIC 9(04).
               10  CL-DUE         PIC 9(04).
               10  CL-BEHIND      PIC 9(04).
       01  WS-CLASS-LETTERS    PIC X(03) VALUE "ABC".

       01  RANK-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RL-RANK        PIC ZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RL-SKU         PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RL-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RL-CUM-PCT     PIC ZZ9.9.
           05  FILLER         PIC X(03) VALUE "%  ".
           05  RL-CLASS       PIC X(01).

       01  LOCATION-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LL-LOC         PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LL-SKU         PIC X(08).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  LL-CLASS       PIC X(01).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  LL-LAST        PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LL-OVERDUE     PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  LL-NOTE        PIC X(09).

       01  CLASS-LINE.
           05  FILLER         PIC X(08) VALUE "  CLASS ".
           05  CS-CLASS       PIC X(01).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  CS-LOCATIONS   PIC ZZZ9.
           05  FILLER         PIC X(13) VALUE " LOCATIONS   ".
           05  CS-DUE         PIC ZZZ9.
           05  FILLER         PIC X(13) VALUE " DUE TODAY   ".
           05  CS-BEHIND      PIC ZZZ9.
           05  FILLER         PIC X(16) VALUE " BEHIND SCHEDULE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== ABC CLASSIFICATION AND COUNT SCHEDULE ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DT-DAYS TO WS-RUN-DAYS.
           INITIALIZE CLASS-TOTALS.

           PERFORM READ-ABC-CARD.
           PERFORM LOAD-USAGE-RATES.
           PERFORM LOAD-PRODUCTS.
           PERFORM RANK-SKUS.
           PERFORM CLASSIFY-SKUS.

           PERFORM LOAD-LAST-COUNTS.
           PERFORM APPLY-COUNTS-DONE.
           PERFORM SCAN-STOCK.

           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-RANKING.
           PERFORM WRITE-WORKSHEET.
           PERFORM WRITE-BEHIND-SCHEDULE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE PHYS-COUNT-FILE.
           CLOSE COVERAGE-RPT.

           PERFORM REWRITE-LAST-COUNTS.

      *    The reconciled counts are now in LASTCNT.DAT - empty the
      *    feed the way PO-RECEIVE clears PORECV.DAT.
           OPEN OUTPUT COUNT-DONE-FILE.
           CLOSE COUNT-DONE-FILE.

           DISPLAY "SKUS CLASSIFIED      : " WS-SKU-COUNT.
           DISPLAY "COUNTS ROLLED IN     : " WS-DONE-COUNT.
           DISPLAY "LOCATIONS SCHEDULED  : " WS-LOCATION-COUNT.
           DISPLAY "ON TODAY'S WORKSHEET : " WS-WORKSHEET-COUNT.
           IF WS-DEFERRED-COUNT > 0
               DISPLAY "DEFERRED, SHEET FULL : " WS-DEFERRED-COUNT
           END-IF.
           IF WS-BEHIND-COUNT > 0
               DISPLAY "*** " WS-BEHIND-COUNT
                       " LOCATIONS BEHIND SCHEDULE - SEE CNTCOVER.RPT"
                       " ***"
           END-IF.
           IF WS-BEHIND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ABC-CARD.
           OPEN INPUT ABC-CARD-FILE.
           IF WS-CARD-STATUS = "35"
               PERFORM LOAD-ABC-CARD
               OPEN INPUT ABC-CARD-FILE
           END-IF.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening ABC-CARD-FILE: " WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ABC-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               MOVE AB-A-CUTOFF-PCT TO WS-A-CUTOFF-PCT
               MOVE AB-B-CUTOFF-PCT TO WS-B-CUTOFF-PCT
               MOVE AB-A-DAYS       TO WS-A-DAYS
               MOVE AB-B-DAYS       TO WS-B-DAYS
               MOVE AB-C-DAYS       TO WS-C-DAYS
           END-IF.
           CLOSE ABC-CARD-FILE.

       LOAD-ABC-CARD.
      *    One-time seed of ABCCTL.DAT: the top 80% of dollar usage
      *    is A, the next 15% B, the rest C; A counted monthly, B
      *    quarterly, C yearly.  Change the card on disk, not here.
           OPEN OUTPUT ABC-CARD-FILE.
           MOVE SPACES TO ABC-CARD.
           MOVE 80  TO AB-A-CUTOFF-PCT.
           MOVE 95  TO AB-B-CUTOFF-PCT.
           MOVE 30  TO AB-A-DAYS.
           MOVE 91  TO AB-B-DAYS.
           MOVE 365 TO AB-C-DAYS.
           WRITE ABC-CARD.
           CLOSE ABC-CARD-FILE.

       LOAD-USAGE-RATES.
      *    No SKUUSAGE.DAT yet just means USAGE-CALC hasn't run -
      *    nothing has a usage value and everything is class C
      *    until it has.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS = "35"
               MOVE "Y" TO WS-USAGE-EOF-SW
           ELSE
               IF WS-USAGE-STATUS NOT = "00"
                   DISPLAY "ERROR opening USAGE-FILE: "
                           WS-USAGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-USAGE-RATE UNTIL WS-USAGE-EOF
               CLOSE USAGE-FILE
           END-IF.

       READ-USAGE-RATE.
           READ USAGE-FILE
               AT END
                   MOVE "Y" TO WS-USAGE-EOF-SW
               NOT AT END
                   IF WS-USAGE-COUNT = 50
                       DISPLAY "USAGE TABLE EXCEEDS 50 SKUS - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE SU-SKU     TO UST-SKU (WS-USAGE-COUNT)
                   MOVE SU-PER-DAY TO UST-PER-DAY (WS-USAGE-COUNT)
           END-READ.

       LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PRODUCT UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-MASTER.

       READ-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
               NOT AT END
                   PERFORM ADD-SKU-VALUE
           END-READ.

       ADD-SKU-VALUE.
      *    A SKU past the table would never be classed or counted -
      *    stop rather than leave part of the catalogue unplanned.
           IF WS-SKU-COUNT = 200
               DISPLAY "CATALOGUE EXCEEDS 200 SKUS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PER-DAY.
           PERFORM VARYING US-IDX FROM 1 BY 1
                   UNTIL US-IDX > WS-USAGE-COUNT
               IF PM-SKU = UST-SKU (US-IDX)
                   MOVE UST-PER-DAY (US-IDX) TO WS-PER-DAY
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SKU-COUNT.
           MOVE PM-SKU TO SC-SKU (WS-SKU-COUNT).
           COMPUTE SC-VALUE (WS-SKU-COUNT) =
               WS-PER-DAY * 365 * PM-UNIT-COST.
           ADD SC-VALUE (WS-SKU-COUNT) TO WS-TOTAL-VALUE.

       RANK-SKUS.
      *    Straight exchange sort, highest annual value first - the
      *    catalogue is small enough that nothing cleverer is worth
      *    it.
           PERFORM SORT-PASS VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SKU-COUNT.

       SORT-PASS.
           PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                   UNTIL WS-SORT-J > WS-SKU-COUNT
               IF SC-VALUE (WS-SORT-J) > SC-VALUE (WS-SORT-I)
                   MOVE SKU-CLASS-ENTRY (WS-SORT-I) TO SKU-CLASS-HOLD
                   MOVE SKU-CLASS-ENTRY (WS-SORT-J)
                       TO SKU-CLASS-ENTRY (WS-SORT-I)
                   MOVE SKU-CLASS-HOLD TO SKU-CLASS-ENTRY (WS-SORT-J)
               END-IF
           END-PERFORM.

       CLASSIFY-SKUS.
      *    A SKU's class is set by the cumulative share of value
      *    ranked ahead of it, so the top SKU is always A however
      *    much of the total it carries alone.  A SKU with no usage
      *    value is C whatever the cut-offs say.
           MOVE 0 TO WS-CUM-VALUE.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SKU-COUNT
               IF WS-TOTAL-VALUE = 0
                   MOVE 0 TO WS-CUM-PCT
               ELSE
                   COMPUTE WS-CUM-PCT =
                       WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               END-IF
               EVALUATE TRUE
                   WHEN SC-VALUE (SC-IDX) = 0
                       MOVE "C" TO SC-CLASS (SC-IDX)
                   WHEN WS-CUM-PCT < WS-A-CUTOFF-PCT
                       MOVE "A" TO SC-CLASS (SC-IDX)
                   WHEN WS-CUM-PCT < WS-B-CUTOFF-PCT
                       MOVE "B" TO SC-CLASS (SC-IDX)
                   WHEN OTHER
                       MOVE "C" TO SC-CLASS (SC-IDX)
               END-EVALUATE
               ADD SC-VALUE (SC-IDX) TO WS-CUM-VALUE
               IF WS-TOTAL-VALUE = 0
                   MOVE 0 TO SC-CUM-PCT (SC-IDX)
               ELSE
                   COMPUTE SC-CUM-PCT (SC-IDX) ROUNDED =
                       WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               END-IF
           END-PERFORM.

       LOAD-LAST-COUNTS.
      *    No LASTCNT.DAT yet just means nothing has been scheduled -
      *    every location is added as new by SCAN-STOCK.
           OPEN INPUT LAST-COUNT-FILE.
           IF WS-LAST-STATUS = "35"
               MOVE "Y" TO WS-LAST-EOF-SW
           ELSE
               IF WS-LAST-STATUS NOT = "00"
                   DISPLAY "ERROR opening LAST-COUNT-FILE: "
                           WS-LAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-LAST-COUNT UNTIL WS-LAST-EOF
               CLOSE LAST-COUNT-FILE
           END-IF.

       READ-LAST-COUNT.
           READ LAST-COUNT-FILE
               AT END
                   MOVE "Y" TO WS-LAST-EOF-SW
               NOT AT END
                   MOVE LC-SKU TO WS-SEARCH-SKU
                   MOVE LC-LOC TO WS-SEARCH-LOC
                   MOVE LC-ADDED-DATE TO WS-DT-DATE
                   PERFORM ADD-LOCATION
                   MOVE LC-LAST-COUNTED
                       TO LT-LAST-COUNTED (WS-LOCATION-COUNT)
           END-READ.

       APPLY-COUNTS-DONE.
      *    The latest count date wins - a sheet keyed late must not
      *    wind a location's last count backwards.
           OPEN INPUT COUNT-DONE-FILE.
           IF WS-DONE-STATUS = "35"
               MOVE "Y" TO WS-DONE-EOF-SW
           ELSE
               IF WS-DONE-STATUS NOT = "00"
                   DISPLAY "ERROR opening COUNT-DONE-FILE: "
                           WS-DONE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-COUNT-DONE UNTIL WS-DONE-EOF
               CLOSE COUNT-DONE-FILE
           END-IF.

       READ-COUNT-DONE.
           READ COUNT-DONE-FILE
               AT END
                   MOVE "Y" TO WS-DONE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DONE-COUNT
                   MOVE CD-SKU TO WS-SEARCH-SKU
                   MOVE CD-LOC TO WS-SEARCH-LOC
                   PERFORM FIND-LOCATION
                   IF NOT WS-FOUND
                       MOVE CD-COUNT-DATE TO WS-DT-DATE
                       PERFORM ADD-LOCATION
                       MOVE WS-LOCATION-COUNT TO WS-HIT-SUB
                   END-IF
                   IF CD-COUNT-DATE > LT-LAST-COUNTED (WS-HIT-SUB)
                       MOVE CD-COUNT-DATE
                           TO LT-LAST-COUNTED (WS-HIT-SUB)
                   END-IF
           END-READ.

       SCAN-STOCK.
      *    Marks every SKU/location still on STOCK-FILE, adds the new
      *    ones (due today), and stamps each with its SKU's class.
           OPEN INPUT STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-STOCK.
           PERFORM MARK-STOCK-LOCATION UNTIL WS-EOF.
           CLOSE STOCK-FILE.

       READ-STOCK.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       MARK-STOCK-LOCATION.
           MOVE SK-SKU TO WS-SEARCH-SKU.
           MOVE SK-LOC TO WS-SEARCH-LOC.
           PERFORM FIND-LOCATION.
           IF NOT WS-FOUND
               MOVE WS-RUN-DATE TO WS-DT-DATE
               PERFORM ADD-LOCATION
               MOVE WS-LOCATION-COUNT TO WS-HIT-SUB
           END-IF.
           MOVE "Y" TO LT-ON-FILE (WS-HIT-SUB).
           MOVE "C" TO LT-CLASS (WS-HIT-SUB).
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SKU-COUNT
               IF SC-SKU (SC-IDX) = SK-SKU
                   MOVE SC-CLASS (SC-IDX) TO LT-CLASS (WS-HIT-SUB)
               END-IF
           END-PERFORM.
           PERFORM NOTE-WAREHOUSE.
      *    A lot past the table would be left off the count sheet -
      *    stop rather than never count it.
           IF WS-STOCK-LOT-COUNT = 500
               DISPLAY "STOCK LOT TABLE EXCEEDS 500 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STOCK-LOT-COUNT.
           MOVE SK-SKU TO SL-SKU (WS-STOCK-LOT-COUNT).
           MOVE SK-LOC TO SL-LOC (WS-STOCK-LOT-COUNT).
           MOVE SK-LOT TO SL-LOT (WS-STOCK-LOT-COUNT).
           PERFORM READ-STOCK.

       NOTE-WAREHOUSE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WH-IDX FROM 1 BY 1
                   UNTIL WH-IDX > WS-WHSE-COUNT
               IF WH-LOC (WH-IDX) = SK-LOC
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
               MOVE SK-LOC TO WH-LOC (WS-WHSE-COUNT)
           END-IF.

       FIND-LOCATION.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0   TO WS-HIT-SUB.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LOCATION-COUNT
                      OR WS-FOUND
               IF LT-SKU (LT-IDX) = WS-SEARCH-SKU
                       AND LT-LOC (LT-IDX) = WS-SEARCH-LOC
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-HIT-SUB TO LT-IDX
               END-IF
           END-PERFORM.

       ADD-LOCATION.
      *    Caller has set WS-SEARCH-SKU/LOC and the added date in
      *    WS-DT-DATE.  A location past the table would never be
      *    scheduled - stop rather than quietly never count it.
           IF WS-LOCATION-COUNT = 500
               DISPLAY "LOCATION TABLE EXCEEDS 500 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOCATION-COUNT.
           MOVE WS-SEARCH-SKU TO LT-SKU (WS-LOCATION-COUNT).
           MOVE WS-SEARCH-LOC TO LT-LOC (WS-LOCATION-COUNT).
           MOVE "C"           TO LT-CLASS (WS-LOCATION-COUNT).
           MOVE 0             TO LT-LAST-COUNTED (WS-LOCATION-COUNT).
           MOVE WS-DT-DATE    TO LT-ADDED-DATE (WS-LOCATION-COUNT).
           MOVE "N"           TO LT-ON-FILE (WS-LOCATION-COUNT).
           MOVE 0             TO LT-OVERDUE (WS-LOCATION-COUNT).

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT PHYS-COUNT-FILE.
           IF WS-COUNT-STATUS NOT = "00"
               DISPLAY "ERROR opening PHYS-COUNT-FILE: "
                       WS-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COVERAGE-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening COVERAGE-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "================================================"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE "  CYCLE COUNT PLAN AND COVERAGE" TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE SPACES TO COVERAGE-REC.
           STRING "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE SPACES TO COVERAGE-REC.
           STRING "  A UNDER " WS-A-CUTOFF-PCT "%  B UNDER "
                  WS-B-CUTOFF-PCT "%  -  COUNT EVERY A "
                  WS-A-DAYS " B " WS-B-DAYS " C " WS-C-DAYS " DAYS"
               DELIMITED BY SIZE INTO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE "------------------------------------------------"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.

       WRITE-RANKING.
           MOVE "  ABC RANKING BY ANNUAL DOLLAR USAGE:"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE "  RANK  SKU          ANNUAL USAGE $  CUM %  CLASS"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SKU-COUNT
               SET WS-SORT-I TO SC-IDX
               MOVE WS-SORT-I           TO RL-RANK
               MOVE SC-SKU (SC-IDX)     TO RL-SKU
               MOVE SC-VALUE (SC-IDX)   TO RL-VALUE
               MOVE SC-CUM-PCT (SC-IDX) TO RL-CUM-PCT
               MOVE SC-CLASS (SC-IDX)   TO RL-CLASS
               MOVE RANK-LINE TO COVERAGE-REC
               WRITE COVERAGE-REC
           END-PERFORM.
           MOVE SPACES TO COVERAGE-REC.
           WRITE COVERAGE-REC.

       WRITE-WORKSHEET.
      *    One pass per warehouse so the counters' sheet walks one
      *    building at a time; each pass also works out every
      *    location's lateness for the behind-schedule listing.
           MOVE "  TODAY'S WORKSHEET (PHYSCNT.DAT):" TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE "  LOC  SKU       CLASS  LAST CNT  DAYS LATE"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           PERFORM VARYING WH-IDX FROM 1 BY 1
                   UNTIL WH-IDX > WS-WHSE-COUNT
               MOVE WH-LOC (WH-IDX) TO WS-CUR-WHSE
               PERFORM SCHEDULE-WAREHOUSE
           END-PERFORM.
           IF WS-WORKSHEET-COUNT = 0
               MOVE "  (NOTHING DUE TODAY)" TO COVERAGE-REC
               WRITE COVERAGE-REC
           END-IF.
           IF WS-DEFERRED-COUNT > 0
               MOVE SPACES TO COVERAGE-REC
               STRING "  " WS-DEFERRED-COUNT
                      " DUE LOCATIONS DEFERRED - WORKSHEET FULL AT "
                      WS-SHEET-MAX " LINES"
                   DELIMITED BY SIZE INTO COVERAGE-REC
               WRITE COVERAGE-REC
           END-IF.
           MOVE SPACES TO COVERAGE-REC.
           WRITE COVERAGE-REC.

       SCHEDULE-WAREHOUSE.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LOCATION-COUNT
               IF LT-LOC (LT-IDX) = WS-CUR-WHSE
                       AND LT-ON-FILE (LT-IDX) = "Y"
                   PERFORM SCHEDULE-LOCATION
               END-IF
           END-PERFORM.

       SCHEDULE-LOCATION.
      *    Due on the day the class interval runs out after the last
      *    count - or, never counted, on the day it was first
      *    scheduled.  Due before today is behind schedule.
           EVALUATE LT-CLASS (LT-IDX)
               WHEN "A"
                   MOVE 1 TO WS-CLASS-SUB
                   MOVE WS-A-DAYS TO WS-INTERVAL-DAYS
               WHEN "B"
                   MOVE 2 TO WS-CLASS-SUB
                   MOVE WS-B-DAYS TO WS-INTERVAL-DAYS
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
                   MOVE WS-C-DAYS TO WS-INTERVAL-DAYS
           END-EVALUATE.
           IF LT-LAST-COUNTED (LT-IDX) = 0
               MOVE LT-ADDED-DATE (LT-IDX) TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               MOVE WS-DT-DAYS TO WS-DUE-DAYS
           ELSE
               MOVE LT-LAST-COUNTED (LT-IDX) TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-DUE-DAYS = WS-DT-DAYS + WS-INTERVAL-DAYS
           END-IF.
           COMPUTE WS-OVERDUE-DAYS = WS-RUN-DAYS - WS-DUE-DAYS.
           MOVE WS-OVERDUE-DAYS TO LT-OVERDUE (LT-IDX).
           ADD 1 TO CL-LOCATIONS (WS-CLASS-SUB).
           IF WS-OVERDUE-DAYS NOT < 0
               ADD 1 TO CL-DUE (WS-CLASS-SUB)
               IF WS-OVERDUE-DAYS > 0
                   ADD 1 TO CL-BEHIND (WS-CLASS-SUB)
               END-IF
               PERFORM COUNT-LOCATION-LOTS
               IF NOT WS-SHEET-FULL
                  AND WS-SHEET-LINES + WS-LOT-LINES > WS-SHEET-MAX
                   MOVE "Y" TO WS-SHEET-FULL-SW
               END-IF
               IF WS-SHEET-FULL
                   ADD 1 TO WS-DEFERRED-COUNT
               ELSE
                   PERFORM WRITE-WORKSHEET-LINE
               END-IF
           END-IF.

       COUNT-LOCATION-LOTS.
      *    Once one location does not fit, every later one waits
      *    too, so the sheet keeps to its warehouse walk order.
           MOVE 0 TO WS-LOT-LINES.
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-STOCK-LOT-COUNT
               IF SL-SKU (SL-IDX) = LT-SKU (LT-IDX)
                       AND SL-LOC (SL-IDX) = LT-LOC (LT-IDX)
                   ADD 1 TO WS-LOT-LINES
               END-IF
           END-PERFORM.

       WRITE-WORKSHEET-LINE.
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-STOCK-LOT-COUNT
               IF SL-SKU (SL-IDX) = LT-SKU (LT-IDX)
                       AND SL-LOC (SL-IDX) = LT-LOC (LT-IDX)
                   MOVE LT-SKU (LT-IDX) TO PC-SKU
                   MOVE LT-LOC (LT-IDX) TO PC-LOC
                   MOVE 0               TO PC-COUNT-QTY
                   MOVE WS-RUN-DATE     TO PC-COUNT-DATE
                   MOVE SL-LOT (SL-IDX) TO PC-LOT
                   WRITE PHYS-COUNT-RECORD
                   ADD 1 TO WS-SHEET-LINES
               END-IF
           END-PERFORM.
           ADD 1 TO WS-WORKSHEET-COUNT.
           PERFORM BUILD-LOCATION-LINE.
           MOVE LOCATION-LINE TO COVERAGE-REC.
           WRITE COVERAGE-REC.

       BUILD-LOCATION-LINE.
           MOVE LT-LOC (LT-IDX)   TO LL-LOC.
           MOVE LT-SKU (LT-IDX)   TO LL-SKU.
           MOVE LT-CLASS (LT-IDX) TO LL-CLASS.
           IF LT-LAST-COUNTED (LT-IDX) = 0
               MOVE "NEVER"  TO LL-LAST
           ELSE
               MOVE LT-LAST-COUNTED (LT-IDX) TO LL-LAST
           END-IF.
           IF LT-OVERDUE (LT-IDX) > 0
               MOVE LT-OVERDUE (LT-IDX) TO LL-OVERDUE
               MOVE "BEHIND"  TO LL-NOTE
           ELSE
               MOVE 0         TO LL-OVERDUE
               MOVE SPACES    TO LL-NOTE
           END-IF.

       WRITE-BEHIND-SCHEDULE.
           MOVE "  LOCATIONS BEHIND SCHEDULE:" TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           MOVE "  LOC  SKU       CLASS  LAST CNT  DAYS LATE"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LOCATION-COUNT
               IF LT-ON-FILE (LT-IDX) = "Y"
                       AND LT-OVERDUE (LT-IDX) > 0
                   PERFORM BUILD-LOCATION-LINE
                   MOVE LOCATION-LINE TO COVERAGE-REC
                   DISPLAY LOCATION-LINE
                   WRITE COVERAGE-REC
                   ADD 1 TO WS-BEHIND-COUNT
               END-IF
           END-PERFORM.
           IF WS-BEHIND-COUNT = 0
               MOVE "  (NONE - EVERY LOCATION ON SCHEDULE)"
                   TO COVERAGE-REC
               WRITE COVERAGE-REC
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE "------------------------------------------------"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 3
               MOVE WS-CLASS-LETTERS (WS-CLASS-SUB:1) TO CS-CLASS
               MOVE CL-LOCATIONS (WS-CLASS-SUB) TO CS-LOCATIONS
               MOVE CL-DUE (WS-CLASS-SUB)       TO CS-DUE
               MOVE CL-BEHIND (WS-CLASS-SUB)    TO CS-BEHIND
               MOVE CLASS-LINE TO COVERAGE-REC
               WRITE COVERAGE-REC
           END-PERFORM.
           MOVE "================================================"
               TO COVERAGE-REC.
           WRITE COVERAGE-REC.

       REWRITE-LAST-COUNTS.
      *    Locations gone from STOCK-FILE drop off here.
           OPEN OUTPUT LAST-COUNT-FILE.
           IF WS-LAST-STATUS NOT = "00"
               DISPLAY "ERROR rewriting LAST-COUNT-FILE: "
                       WS-LAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LOCATION-COUNT
               IF LT-ON-FILE (LT-IDX) = "Y"
                   MOVE LT-SKU (LT-IDX)          TO LC-SKU
                   MOVE LT-LOC (LT-IDX)          TO LC-LOC
                   MOVE LT-CLASS (LT-IDX)        TO LC-CLASS
                   MOVE LT-LAST-COUNTED (LT-IDX) TO LC-LAST-COUNTED
                   MOVE LT-ADDED-DATE (LT-IDX)   TO LC-ADDED-DATE
                   WRITE LAST-COUNT-RECORD
               END-IF
           END-PERFORM.
           CLOSE LAST-COUNT-FILE.

       DATE-TO-DAYS.
      *    YYYYMMDD in WS-DT-DATE to a running day number in
      *    WS-DT-DAYS.  March-based year, so the leap day falls at
      *    the end of the year and the month lengths from March on
      *    follow the 153/5 pattern.  DIVIDE ... GIVING truncates,
      *    which is the integer division every term needs.
           MOVE WS-DT-YYYY TO WS-DT-YEAR.
           MOVE WS-DT-MM   TO WS-DT-MONTH.
           IF WS-DT-MONTH < 3
               SUBTRACT 1 FROM WS-DT-YEAR
               ADD 12 TO WS-DT-MONTH
           END-IF.
           DIVIDE WS-DT-YEAR BY 4   GIVING WS-DT-Q4.
           DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-Q100.
           DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-Q400.
           COMPUTE WS-DT-MTERM = 153 * (WS-DT-MONTH - 3) + 2.
           DIVIDE WS-DT-MTERM BY 5 GIVING WS-DT-MDAYS.
           COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-Q4
                              - WS-DT-Q100 + WS-DT-Q400
                              + WS-DT-MDAYS + WS-DT-DD.
