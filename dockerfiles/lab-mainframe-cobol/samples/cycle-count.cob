      ******************************************************************
      * CYCLE-COUNT.COB - Physical inventory reconciliation.
      *   Companion to INVENTORY-ISAM: reads a physical-count file
      *   (SKU, location, counted quantity, count date, lot),
      *   compares each count against STOCK-FILE's record for that
      *   lot, and writes a variance report - system quantity vs.
      *   counted quantity vs. difference - to VARCOUNT.RPT.  On
      *   operator confirmation the counted quantities are applied
      *   through the same validated REWRITE path INVENTORY-ISAM
      *   uses: adjustments are audited to AUDIT.LOG (operation
      *   COUNT) and below-reorder results are flagged to EXCEPT.RPT,
      *   so a cycle count is no longer a clipboard compared to a
      *   screen by hand.
      *
      *   A SKU/location whose lots were all reconciled - matched
      *   the system, or had their variance applied - is appended
      *   once to CNTDONE.DAT with the count date, for CYCLE-PLAN to
      *   roll into the last-counted dates that drive the next
      *   worksheet.  A variance the operator declines to apply, or
      *   a lot that could not be checked, is not a completed count;
      *   the whole location stays due.
      *
      *   Ends with return code 4 when any count was at variance,
      *   applied or not.
      *
      * Compile: cobc -x -o cycle-count cycle-count.cob
      * Run:     ./cycle-count
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-STATUS.

      *    Reconciled counts, picked up and emptied by CYCLE-PLAN.
           SELECT COUNT-DONE-FILE ASSIGN TO "CNTDONE.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DONE-STATUS.

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

       FD  PHYS-COUNT-FILE.
       01  PHYS-COUNT-RECORD.
           05  PC-COUNT-QTY    PIC 9(05).
           05  FILLER          PIC X(01).
           05  PC-COUNT-DATE   PIC 9(08).
      *    Blank for stock that is not lot-tracked.
           05  FILLER          PIC X(01).
           05  PC-LOT          PIC X(10).

      *    Layout shared with CYCLE-PLAN - must match its
      *    COUNT-DONE-RECORD exactly.
       FD  COUNT-DONE-FILE.
       01  COUNT-DONE-RECORD.
           05  CD-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CD-LOC          PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CD-COUNT-DATE   PIC 9(08).

       FD  VARIANCE-RPT.
       01  VARIANCE-REC        PIC X(80).
           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  AL-LOT          PIC X(10).

      *    Must match INVENTORY-ISAM's EXCEPTION-RECORD layout.
       FD  EXCEPTION-RPT.
       01  WS-CARD-STATUS      PIC XX    VALUE "00".
       01  WS-PROD-STATUS      PIC XX    VALUE "00".
       01  WS-GL-STATUS        PIC XX    VALUE "00".
       01  WS-DONE-STATUS      PIC XX    VALUE "00".
       01  WS-DONE-COUNT       PIC 9(04) VALUE 0.
       01  WS-LOC-DONE-SW      PIC X(01) VALUE "N".
           88  WS-LOC-DONE               VALUE "Y".
       01  WS-QTY-DELTA        PIC S9(06).
       01  WS-GL-AMOUNT        PIC 9(09)V99.
       01  WS-EOF-SW           PIC X     VALUE "N".
      *    The count sheet is held in memory between the variance
      *    pass and the apply pass, so the operator confirms what the
      *    report shows and exactly that is applied - same small-
      *    table approach as TIMECLOCK's weekly hours.  CYCLE-PLAN
      *    stops its worksheet at the same 50 lines.
       01  COUNT-TABLE.
           05  COUNT-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX
                                                      CT-SCAN.
               10  CT-SKU         PIC X(08).
               10  CT-LOC         PIC X(03).
               10  CT-LOT         PIC X(10).
               10  CT-COUNT-QTY   PIC 9(05).
               10  CT-SYSTEM-QTY  PIC 9(05).
               10  CT-COUNT-DATE  PIC 9(08).
               10  CT-STATE       PIC X(01).
      *            "V" = variance, "M" = match, "U" = not on file,
      *            "A" = variance applied.
       01  WS-TABLE-COUNT      PIC 9(03) VALUE 0.

       01  VARIANCE-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-LOC          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-LOT          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-SYSTEM       PIC ZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VL-COUNTED      PIC ZZ,ZZ9.
               END-IF
           END-IF.

           PERFORM RECORD-COUNTS-DONE.
           DISPLAY "COUNTS RECORDED DONE: " WS-DONE-COUNT.

           CLOSE STOCK-FILE.
           CLOSE PRODUCT-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE EXCEPTION-RPT.
           CLOSE GL-EXTRACT-FILE.
           IF WS-VARIANCE-COUNT > 0
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
           OPEN I-O STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "ERROR opening STOCK-FILE: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-COUNT-STATUS NOT = "00"
               DISPLAY "ERROR opening PHYS-COUNT-FILE: "
                       WS-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VARIANCE-RPT.
           IF WS-VAR-STATUS NOT = "00"
               DISPLAY "ERROR opening VARIANCE-RPT: " WS-VAR-STATUS
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

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR opening PRODUCT-MASTER: " WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "WH1"      TO PC-LOC.
           MOVE 15         TO PC-COUNT-QTY.
           MOVE 20260821   TO PC-COUNT-DATE.
           MOVE SPACES     TO PC-LOT.
           WRITE PHYS-COUNT-RECORD.
           MOVE "SKU00002" TO PC-SKU.
           MOVE "WH1"      TO PC-LOC.
           MOVE 205        TO PC-COUNT-QTY.
           MOVE 20260821   TO PC-COUNT-DATE.
           MOVE "SP2606B"  TO PC-LOT.
           WRITE PHYS-COUNT-RECORD.
           MOVE "SKU00003" TO PC-SKU.
           MOVE "WH1"      TO PC-LOC.
           MOVE 70         TO PC-COUNT-QTY.
           MOVE 20260821   TO PC-COUNT-DATE.
           MOVE SPACES     TO PC-LOT.
           WRITE PHYS-COUNT-RECORD.
           MOVE "SKU00088" TO PC-SKU.
           MOVE "WH2"      TO PC-LOC.
           MOVE 5          TO PC-COUNT-QTY.
           MOVE 20260821   TO PC-COUNT-DATE.
           MOVE SPACES     TO PC-LOT.
           WRITE PHYS-COUNT-RECORD.
           CLOSE PHYS-COUNT-FILE.

           IF WS-TABLE-COUNT = 50
               DISPLAY "COUNT SHEET EXCEEDS 50 ENTRIES - RUN STOPPED."
               DISPLAY "SPLIT THE COUNT SHEET AND RERUN."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TABLE-COUNT.
           MOVE PC-SKU       TO CT-SKU (WS-TABLE-COUNT).
           MOVE PC-LOC       TO CT-LOC (WS-TABLE-COUNT).
           MOVE PC-LOT       TO CT-LOT (WS-TABLE-COUNT).
           MOVE PC-COUNT-QTY TO CT-COUNT-QTY (WS-TABLE-COUNT).
           MOVE PC-COUNT-DATE TO CT-COUNT-DATE (WS-TABLE-COUNT).

           MOVE PC-SKU TO SK-SKU.
           MOVE PC-LOC TO SK-LOC.
           MOVE PC-LOT TO SK-LOT.
           READ STOCK-FILE.
           IF WS-STATUS = "00"
               MOVE SK-QTY TO CT-SYSTEM-QTY (WS-TABLE-COUNT)
      *            the apply pass cannot mistake it for one.
                   MOVE "E" TO CT-STATE (WS-TABLE-COUNT)
                   DISPLAY "STOCK-FILE READ ERROR " WS-STATUS
                           " FOR " PC-SKU " " PC-LOC " " PC-LOT
               END-IF
           END-IF.
           PERFORM READ-PHYS-COUNT.
           WRITE VARIANCE-REC.
           MOVE "  CYCLE COUNT VARIANCE REPORT" TO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE "  SKU       LOC  LOT           SYSTEM  COUNTED    DIFF"
               TO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE "---------------------------------------------------"
           MOVE SPACES TO VARIANCE-LINE.
           MOVE PC-SKU TO VL-SKU.
           MOVE PC-LOC TO VL-LOC.
           MOVE PC-LOT TO VL-LOT.
           MOVE CT-SYSTEM-QTY (WS-TABLE-COUNT) TO VL-SYSTEM.
           MOVE PC-COUNT-QTY TO VL-COUNTED.
           MOVE WS-VARIANCE  TO VL-DIFF.
       APPLY-ONE-ADJUSTMENT.
           MOVE CT-SKU (CT-IDX) TO SK-SKU.
           MOVE CT-LOC (CT-IDX) TO SK-LOC.
           MOVE CT-LOT (CT-IDX) TO SK-LOT.
           READ STOCK-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK-FILE READ ERROR " WS-STATUS
                       " FOR " SK-SKU " " SK-LOC " " SK-LOT
           ELSE
               MOVE SK-QTY TO AL-OLD-QTY
               MOVE CT-COUNT-QTY (CT-IDX) TO SK-QTY
               REWRITE STOCK-RECORD
               IF WS-STATUS NOT = "00"
                   DISPLAY "STOCK-FILE REWRITE ERROR " WS-STATUS
                           " FOR " SK-SKU " " SK-LOC " " SK-LOT
               ELSE
                   MOVE SK-QTY TO AL-NEW-QTY
                   MOVE "COUNT" TO AL-OPERATION
                   PERFORM LOG-AUDIT
                   ADD 1 TO WS-APPLY-COUNT
                   MOVE "A" TO CT-STATE (CT-IDX)
                   IF SK-QTY < WS-REORDER-POINT
                       MOVE SK-SKU TO EX-SKU
                       MOVE SK-LOC TO EX-LOC
               END-IF
           END-IF.

       RECORD-COUNTS-DONE.
      *    One line per SKU/location, written at its first lot and
      *    only when every lot counted there is a match or an
      *    applied variance - see the banner.
           OPEN EXTEND COUNT-DONE-FILE.
           IF WS-DONE-STATUS = "35"
               OPEN OUTPUT COUNT-DONE-FILE
           END-IF.
           IF WS-DONE-STATUS NOT = "00"
               DISPLAY "ERROR opening COUNT-DONE-FILE: "
                       WS-DONE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-TABLE-COUNT
               PERFORM CHECK-LOCATION-DONE
               IF WS-LOC-DONE
                   MOVE CT-SKU (CT-IDX)        TO CD-SKU
                   MOVE CT-LOC (CT-IDX)        TO CD-LOC
                   MOVE CT-COUNT-DATE (CT-IDX) TO CD-COUNT-DATE
                   WRITE COUNT-DONE-RECORD
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM.
           CLOSE COUNT-DONE-FILE.

       CHECK-LOCATION-DONE.
      *    Any lot of this SKU/location still at variance (declined),
      *    unknown or unread keeps it due; an earlier entry for the
      *    same SKU/location has already spoken for it.
           MOVE "Y" TO WS-LOC-DONE-SW.
           PERFORM VARYING CT-SCAN FROM 1 BY 1
                   UNTIL CT-SCAN > WS-TABLE-COUNT
                      OR NOT WS-LOC-DONE
               IF CT-SKU (CT-SCAN) = CT-SKU (CT-IDX)
                       AND CT-LOC (CT-SCAN) = CT-LOC (CT-IDX)
                   IF CT-SCAN < CT-IDX
                       MOVE "N" TO WS-LOC-DONE-SW
                   END-IF
                   IF CT-STATE (CT-SCAN) NOT = "M"
                           AND CT-STATE (CT-SCAN) NOT = "A"
                       MOVE "N" TO WS-LOC-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.

       LOG-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SK-SKU TO AL-SKU.
           MOVE SK-LOC TO AL-LOC.
           MOVE SK-LOT TO AL-LOT.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
               DELIMITED BY SIZE INTO AL-TIMESTAMP.
           WRITE AUDIT-RECORD.
      *    The value side of the adjustment just audited, exactly as
      *    INVENTORY-ISAM posts its updates: an increase debits
      *    inventory and credits the adjustment account, a decrease
      *    the reverse, priced at PM-UNIT-COST - the moving average
      *    PO-RECEIVE keeps, read fresh for every post.  A SKU with no
      *    catalogue cost has no value to post.
           MOVE AL-SKU TO PM-SKU.
           READ PRODUCT-MASTER
