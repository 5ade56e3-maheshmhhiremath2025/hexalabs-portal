      *   Companion to INVENTORY-LIST: the same sequential walk of
      *   STOCK-FILE in key order, but each record is priced at the
      *   PM-UNIT-COST on PRODUCT-MASTER and extended - quantity times
      *   unit cost per SKU/location/lot - with a grand total inventory
      *   value, so "what's our stock worth" is one report instead of
      *   an export to a spreadsheet.  A SKU with no catalogue record
      *   is listed at zero cost and flagged, so the total is never
      *   silently short.
      *
      *   PM-UNIT-COST is the moving weighted-average cost PO-RECEIVE
      *   maintains, and every GL inventory posting (receipts,
      *   issues, transfers, counts, revaluations) is made at it -
      *   so the total here is what 1300-INV should carry for the
      *   movements posted.
      *
      *   Output goes to VALUE.RPT and the console.
      *
      * Compile: cobc -x -o inventory-value inventory-value.cob
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-LOC          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-LOT          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-DESC         PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-QTY          PIC ZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
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

           OPEN OUTPUT VALUE-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening VALUE-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "==================================================="
               TO VALUE-REC.
           WRITE VALUE-REC.
           MOVE "  STOCK VALUATION AT MOVING AVERAGE COST"
               TO VALUE-REC.
           WRITE VALUE-REC.
           MOVE "  SKU       LOC  LOT         DESCRIPTION    QTY"
               TO VALUE-REC.
           WRITE VALUE-REC.
           MOVE "---------------------------------------------------"
           MOVE SPACES TO VALUE-LINE.
           MOVE SK-SKU       TO VL-SKU.
           MOVE SK-LOC       TO VL-LOC.
           MOVE SK-LOT       TO VL-LOT.
           MOVE SK-DESC      TO VL-DESC.
           MOVE SK-QTY       TO VL-QTY.
           MOVE WS-UNIT-COST TO VL-UNIT-COST.
