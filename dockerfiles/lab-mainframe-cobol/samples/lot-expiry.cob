      ******************************************************************
      * LOT-EXPIRY.COB - Expired and near-expiry stock report.
      *   Companion to INVENTORY-ISAM: walks STOCK-FILE in key order
      *   and lists every lot still on the shelf whose expiry date
      *   has passed, or falls within the warning window on
      *   EXPCTL.DAT (seeded 30 days), soonest first.  Expired lots
      *   are stock the first-expired-first-out issue will no longer
      *   touch - they sit on the shelf, still on the books, until
      *   someone pulls them with an issue naming the lot or writes
      *   them off on a count.  Near-expiry lots are the ones to push
      *   out, or move to the warehouse that will use them first.
      *
      *   Each lot is valued at PM-UNIT-COST, the same moving average
      *   INVENTORY-VALUE prices stock with, so the report says what
      *   the write-off would cost.  Lots that never expire (expiry
      *   zero) and empty lots are not listed.
      *
      *   Output goes to EXPIRY.RPT; the expired section is also
      *   shown on the console.
      *
      *   Ends with return code 4 when any expired lot is still on
      *   the shelf.
      *
      * Compile: cobc -x -o lot-expiry lot-expiry.cob
      * Run:     ./lot-expiry
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Warning window card - maintained on disk like CYCLE-PLAN's
      *    ABCCTL.DAT.
           SELECT EXPIRY-CARD-FILE ASSIGN TO "EXPCTL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CARD-STATUS.

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

           SELECT EXPIRY-RPT ASSIGN TO "EXPIRY.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Days ahead of today a lot's expiry must fall within to be
      *    listed as near expiry.
       FD  EXPIRY-CARD-FILE.
       01  EXPIRY-CARD.
           05  EC-WARN-DAYS    PIC 9(03).

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

       FD  EXPIRY-RPT.
       01  EXPIRY-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC XX    VALUE "00".
       01  WS-STATUS           PIC XX    VALUE "00".
       01  WS-PROD-STATUS      PIC XX    VALUE "00".
       01  WS-RPT-STATUS       PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-DAYS         PIC 9(07).
       01  WS-WARN-DAYS        PIC 9(03) VALUE 30.
       01  WS-DAYS-LEFT        PIC S9(07).
       01  WS-SORT-I           PIC 9(03).
       01  WS-SORT-J           PIC 9(03).
       01  WS-SECTION          PIC X(01).
       01  WS-SECTION-LOTS     PIC 9(04).
       01  WS-SECTION-QTY      PIC 9(07).
       01  WS-SECTION-VALUE    PIC 9(10)V99.
       01  WS-EXPIRED-LOTS     PIC 9(04) VALUE 0.
       01  WS-NEAR-LOTS        PIC 9(04) VALUE 0.

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

      *    Every lot to list, expired ("E") or near expiry ("N"),
      *    put soonest-expiry first by SORT-PASS.
       01  EXPIRY-TABLE.
           05  EXPIRY-ENTRY OCCURS 500 TIMES INDEXED BY EX-IDX.
               10  ET-SORT-KEY.
                   15  ET-EXPIRY-DATE PIC 9(08).
                   15  ET-SKU         PIC X(08).
                   15  ET-LOC         PIC X(03).
                   15  ET-LOT         PIC X(10).
               10  ET-STATE       PIC X(01).
               10  ET-DAYS-LEFT   PIC S9(07).
               10  ET-QTY         PIC 9(05).
               10  ET-VALUE       PIC 9(09)V99.
       01  WS-EXPIRY-COUNT     PIC 9(03) VALUE 0.
       01  EXPIRY-HOLD.
           05  EH-SORT-KEY        PIC X(29).
           05  EH-STATE           PIC X(01).
           05  EH-DAYS-LEFT       PIC S9(07).
           05  EH-QTY             PIC 9(05).
           05  EH-VALUE           PIC 9(09)V99.

       01  EXPIRY-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-LOC          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-SKU          PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-LOT          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-EXPIRY       PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-DAYS-LEFT    PIC -ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-QTY          PIC ZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.

       01  SECTION-TOTAL-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  ST-LOTS         PIC ZZZ9.
           05  FILLER          PIC X(06) VALUE " LOTS ".
           05  FILLER          PIC X(26) VALUE SPACES.
           05  ST-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  ST-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== EXPIRED AND NEAR-EXPIRY STOCK ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DT-DAYS TO WS-RUN-DAYS.

           PERFORM READ-EXPIRY-CARD.
           PERFORM OPEN-FILES.

           PERFORM READ-STOCK.
           PERFORM CHECK-LOT UNTIL WS-EOF.
           PERFORM SORT-PASS VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EXPIRY-COUNT.

           PERFORM WRITE-REPORT-HEADER.
           MOVE "E" TO WS-SECTION.
           MOVE "  EXPIRED - NO LONGER ISSUED, PULL OR WRITE OFF:"
               TO EXPIRY-REC.
           PERFORM WRITE-SECTION.
           MOVE WS-SECTION-LOTS TO WS-EXPIRED-LOTS.
           MOVE "N" TO WS-SECTION.
           MOVE SPACES TO EXPIRY-REC.
           STRING "  EXPIRING WITHIN " WS-WARN-DAYS " DAYS:"
               DELIMITED BY SIZE INTO EXPIRY-REC.
           PERFORM WRITE-SECTION.
           MOVE WS-SECTION-LOTS TO WS-NEAR-LOTS.
           MOVE "================================================"
               TO EXPIRY-REC.
           WRITE EXPIRY-REC.

           CLOSE STOCK-FILE.
           CLOSE PRODUCT-MASTER.
           CLOSE EXPIRY-RPT.

           DISPLAY "EXPIRED LOTS     : " WS-EXPIRED-LOTS.
           DISPLAY "NEAR-EXPIRY LOTS : " WS-NEAR-LOTS.
           IF WS-EXPIRED-LOTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-EXPIRY-CARD.
           OPEN INPUT EXPIRY-CARD-FILE.
           IF WS-CARD-STATUS = "35"
               PERFORM LOAD-EXPIRY-CARD
               OPEN INPUT EXPIRY-CARD-FILE
           END-IF.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening EXPIRY-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EXPIRY-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               MOVE EC-WARN-DAYS TO WS-WARN-DAYS
           END-IF.
           CLOSE EXPIRY-CARD-FILE.

       LOAD-EXPIRY-CARD.
      *    One-time seed of EXPCTL.DAT: warn 30 days out.  Change
      *    the card on disk, not here.
           OPEN OUTPUT EXPIRY-CARD-FILE.
           MOVE 30 TO EC-WARN-DAYS.
           WRITE EXPIRY-CARD.
           CLOSE EXPIRY-CARD-FILE.

       OPEN-FILES.
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
           OPEN OUTPUT EXPIRY-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXPIRY-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-STOCK.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-LOT.
      *    A lot expiring today is still good today - it is near
      *    expiry with zero days left, not expired.
           IF SK-QTY > 0 AND SK-EXPIRY-DATE NOT = 0
               MOVE SK-EXPIRY-DATE TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-DAYS-LEFT = WS-DT-DAYS - WS-RUN-DAYS
               IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   PERFORM ADD-EXPIRY-ENTRY
               END-IF
           END-IF.
           PERFORM READ-STOCK.

       ADD-EXPIRY-ENTRY.
      *    A lot past the table would be left off the report - stop
      *    rather than let expired stock go unseen.
           IF WS-EXPIRY-COUNT = 500
               DISPLAY "EXPIRY TABLE EXCEEDS 500 ENTRIES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EXPIRY-COUNT.
           MOVE SK-EXPIRY-DATE TO ET-EXPIRY-DATE (WS-EXPIRY-COUNT).
           MOVE SK-SKU         TO ET-SKU (WS-EXPIRY-COUNT).
           MOVE SK-LOC         TO ET-LOC (WS-EXPIRY-COUNT).
           MOVE SK-LOT         TO ET-LOT (WS-EXPIRY-COUNT).
           MOVE WS-DAYS-LEFT   TO ET-DAYS-LEFT (WS-EXPIRY-COUNT).
           MOVE SK-QTY         TO ET-QTY (WS-EXPIRY-COUNT).
           IF WS-DAYS-LEFT < 0
               MOVE "E" TO ET-STATE (WS-EXPIRY-COUNT)
           ELSE
               MOVE "N" TO ET-STATE (WS-EXPIRY-COUNT)
           END-IF.
      *    A SKU missing from the catalogue is valued at zero, as
      *    INVENTORY-VALUE does.
           MOVE SK-SKU TO PM-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE 0 TO PM-UNIT-COST
           END-READ.
           COMPUTE ET-VALUE (WS-EXPIRY-COUNT) =
               SK-QTY * PM-UNIT-COST.

       SORT-PASS.
      *    Straight exchange sort on expiry date (then SKU, location
      *    and lot), as CYCLE-PLAN ranks its SKUs.
           PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                   UNTIL WS-SORT-J > WS-EXPIRY-COUNT
               IF ET-SORT-KEY (WS-SORT-J) < ET-SORT-KEY (WS-SORT-I)
                   MOVE EXPIRY-ENTRY (WS-SORT-I) TO EXPIRY-HOLD
                   MOVE EXPIRY-ENTRY (WS-SORT-J)
                       TO EXPIRY-ENTRY (WS-SORT-I)
                   MOVE EXPIRY-HOLD TO EXPIRY-ENTRY (WS-SORT-J)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE "================================================"
               TO EXPIRY-REC.
           WRITE EXPIRY-REC.
           MOVE SPACES TO EXPIRY-REC.
           STRING "  EXPIRED AND NEAR-EXPIRY STOCK  AS OF "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO EXPIRY-REC.
           WRITE EXPIRY-REC.
           MOVE SPACES TO EXPIRY-REC.
           STRING "  LOC  SKU       LOT         EXPIRES   DAYS     QTY"
                  "            VALUE"
               DELIMITED BY SIZE INTO EXPIRY-REC.
           WRITE EXPIRY-REC.
           MOVE "------------------------------------------------"
               TO EXPIRY-REC.
           WRITE EXPIRY-REC.

       WRITE-SECTION.
      *    Caller has put the section heading in EXPIRY-REC and the
      *    state to list in WS-SECTION.
           WRITE EXPIRY-REC.
           MOVE 0 TO WS-SECTION-LOTS.
           MOVE 0 TO WS-SECTION-QTY.
           MOVE 0 TO WS-SECTION-VALUE.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXPIRY-COUNT
               IF ET-STATE (EX-IDX) = WS-SECTION
                   PERFORM WRITE-EXPIRY-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-LOTS = 0
               MOVE "    (NONE)" TO EXPIRY-REC
               WRITE EXPIRY-REC
           ELSE
               MOVE WS-SECTION-LOTS  TO ST-LOTS
               MOVE WS-SECTION-QTY   TO ST-QTY
               MOVE WS-SECTION-VALUE TO ST-VALUE
               MOVE SECTION-TOTAL-LINE TO EXPIRY-REC
               WRITE EXPIRY-REC
           END-IF.
           MOVE SPACES TO EXPIRY-REC.
           WRITE EXPIRY-REC.

       WRITE-EXPIRY-LINE.
           MOVE ET-LOC (EX-IDX)         TO XL-LOC.
           MOVE ET-SKU (EX-IDX)         TO XL-SKU.
           MOVE ET-LOT (EX-IDX)         TO XL-LOT.
           MOVE ET-EXPIRY-DATE (EX-IDX) TO XL-EXPIRY.
           MOVE ET-DAYS-LEFT (EX-IDX)   TO XL-DAYS-LEFT.
           MOVE ET-QTY (EX-IDX)         TO XL-QTY.
           MOVE ET-VALUE (EX-IDX)       TO XL-VALUE.
           IF ET-STATE (EX-IDX) = "E"
               DISPLAY EXPIRY-LINE
           END-IF.
           MOVE EXPIRY-LINE TO EXPIRY-REC.
           WRITE EXPIRY-REC.
           ADD 1                  TO WS-SECTION-LOTS.
           ADD ET-QTY (EX-IDX)    TO WS-SECTION-QTY.
           ADD ET-VALUE (EX-IDX)  TO WS-SECTION-VALUE.

       DATE-TO-DAYS.
      *    YYYYMMDD in WS-DT-DATE to a running day number in
      *    WS-DT-DAYS, the same way CYCLE-PLAN works out due dates.
      *    March-based year, so the leap day falls at the end of the
      *    year and the month lengths from March on follow the 153/5
      *    pattern.  DIVIDE ... GIVING truncates, which is the
      *    integer division every term needs.
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
