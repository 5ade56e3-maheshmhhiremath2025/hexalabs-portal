      ******************************************************************
      * LOT-TRACE.COB - Lot trace inquiry.
      *   Companion to STOCK-HISTORY: where that lists AUDIT.LOG by
      *   SKU and location, this follows one lot wherever it went -
      *   the receipt that brought it in, every transfer between
      *   warehouses, every issue and pick that drew on it, and any
      *   count adjustment.  When a vendor recalls a lot, this is the
      *   listing that says where it went and where it still sits.
      *
      *   Prompts on the console for the lot number and, since two
      *   vendors can print the same lot code, optionally the SKU
      *   (0 or blank = every SKU carrying that lot).  Entries list
      *   in trail order with before/after quantities and the signed
      *   change, followed by what is still on hand per SKU/location
      *   (the last quantity the trail recorded there) and counts of
      *   receipts, transfers and issues.
      *
      * Compile: cobc -x -o lot-trace lot-trace.cob
      * Run:     ./lot-trace
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Must match INVENTORY-ISAM's AUDIT-RECORD layout exactly.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05  AL-TIMESTAMP    PIC X(14).
           05  FILLER          PIC X(01).
           05  AL-SKU          PIC X(08).
           05  FILLER          PIC X(01).
           05  AL-LOC          PIC X(03).
           05  FILLER          PIC X(01).
           05  AL-OPERATION    PIC X(07).
           05  FILLER          PIC X(01).
           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-LOT          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS     PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-FOUND-SW         PIC X     VALUE "N".
           88  WS-FOUND                  VALUE "Y".
       01  WS-WANT-LOT         PIC X(10) VALUE SPACES.
       01  WS-WANT-SKU         PIC X(08) VALUE SPACES.
       01  WS-DELTA            PIC S9(06).
       01  WS-COUNT            PIC 9(04)  VALUE 0.
       01  WS-RECEIPT-COUNT    PIC 9(04)  VALUE 0.
       01  WS-XFER-COUNT       PIC 9(04)  VALUE 0.
       01  WS-ISSUE-COUNT      PIC 9(04)  VALUE 0.
       01  WS-OTHER-COUNT      PIC 9(04)  VALUE 0.
       01  WS-ON-HAND-TOTAL    PIC 9(07)  VALUE 0.

      *    Where the lot has been, one entry per SKU/location, with
      *    the quantity the most recent trail entry left there.
       01  PLACE-TABLE.
           05  PLACE-ENTRY OCCURS 50 TIMES INDEXED BY PL-IDX.
               10  PT-SKU      PIC X(08).
               10  PT-LOC      PIC X(03).
               10  PT-QTY      PIC 9(05).
       01  WS-PLACE-COUNT      PIC 9(03)  VALUE 0.

       01  TRACE-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-TIMESTAMP    PIC X(14).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  TL-LOC          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-OPERATION    PIC X(07).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-OLD-QTY      PIC ZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-NEW-QTY      PIC ZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TL-DELTA        PIC +ZZ,ZZ9.

       01  PLACE-LINE.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  PN-SKU          PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PN-LOC          PIC X(03).
           05  FILLER          PIC X(19) VALUE SPACES.
           05  PN-QTY          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== LOT TRACE INQUIRY ===".
           DISPLAY "LOT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-WANT-LOT.
           IF WS-WANT-LOT = SPACES
               DISPLAY "NO LOT ENTERED - NOTHING TO TRACE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SKU (0 OR BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-WANT-SKU.
           IF WS-WANT-SKU = "0"
               MOVE SPACES TO WS-WANT-SKU
           END-IF.

           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "NO AUDIT TRAIL ON FILE - AUDIT.LOG MISSING"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening AUDIT-LOG: " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "------------------------------------------------"
                   "-------------".
           DISPLAY "  TIMESTAMP       SKU      LOC  OPER       OLD  "
                   "   NEW    CHANGE".
           DISPLAY "------------------------------------------------"
                   "-------------".

           PERFORM READ-AUDIT.
           PERFORM TRACE-OR-SKIP UNTIL WS-EOF.

           DISPLAY "------------------------------------------------"
                   "-------------".
           DISPLAY "  ENTRIES LISTED: " WS-COUNT.
           IF WS-COUNT > 0
               PERFORM SHOW-WHERE-NOW
               DISPLAY "  RECEIPTS : " WS-RECEIPT-COUNT
               DISPLAY "  TRANSFERS: " WS-XFER-COUNT
               DISPLAY "  ISSUES   : " WS-ISSUE-COUNT
               DISPLAY "  OTHER    : " WS-OTHER-COUNT
           END-IF.

           CLOSE AUDIT-LOG.
           STOP RUN.

       READ-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       TRACE-OR-SKIP.
      *    Entries written before lots were carried have a blank
      *    lot and never match a lot number.
           IF AL-LOT = WS-WANT-LOT
                   AND (WS-WANT-SKU = SPACES OR AL-SKU = WS-WANT-SKU)
               PERFORM LIST-TRACE-ENTRY
           END-IF.
           PERFORM READ-AUDIT.

       LIST-TRACE-ENTRY.
           COMPUTE WS-DELTA = AL-NEW-QTY - AL-OLD-QTY.
           MOVE SPACES TO TRACE-LINE.
           MOVE AL-TIMESTAMP  TO TL-TIMESTAMP.
           MOVE AL-SKU        TO TL-SKU.
           MOVE AL-LOC        TO TL-LOC.
           MOVE AL-OPERATION  TO TL-OPERATION.
           MOVE AL-OLD-QTY    TO TL-OLD-QTY.
           MOVE AL-NEW-QTY    TO TL-NEW-QTY.
           MOVE WS-DELTA      TO TL-DELTA.
           DISPLAY TRACE-LINE.
           ADD 1 TO WS-COUNT.
      *    A transfer is counted once, on its outbound side.
           EVALUATE AL-OPERATION
               WHEN "RECEIPT"
                   ADD 1 TO WS-RECEIPT-COUNT
               WHEN "XFEROUT"
                   ADD 1 TO WS-XFER-COUNT
               WHEN "XFERIN"
                   CONTINUE
               WHEN "ISSUE"
                   ADD 1 TO WS-ISSUE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           PERFORM RECORD-PLACE.

       RECORD-PLACE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PLACE-COUNT
                      OR WS-FOUND
               IF PT-SKU (PL-IDX) = AL-SKU
                       AND PT-LOC (PL-IDX) = AL-LOC
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE AL-NEW-QTY TO PT-QTY (PL-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               PERFORM ADD-PLACE-ENTRY
           END-IF.

       ADD-PLACE-ENTRY.
           IF WS-PLACE-COUNT = 50
               DISPLAY "LOT LOCATIONS EXCEED 50 ENTRIES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PLACE-COUNT.
           MOVE AL-SKU     TO PT-SKU (WS-PLACE-COUNT).
           MOVE AL-LOC     TO PT-LOC (WS-PLACE-COUNT).
           MOVE AL-NEW-QTY TO PT-QTY (WS-PLACE-COUNT).

       SHOW-WHERE-NOW.
           DISPLAY " ".
           DISPLAY "  LOT " WS-WANT-LOT " NOW ON HAND:".
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PLACE-COUNT
               MOVE PT-SKU (PL-IDX) TO PN-SKU
               MOVE PT-LOC (PL-IDX) TO PN-LOC
               MOVE PT-QTY (PL-IDX) TO PN-QTY
               DISPLAY PLACE-LINE
               ADD PT-QTY (PL-IDX) TO WS-ON-HAND-TOTAL
           END-PERFORM.
           DISPLAY "  TOTAL ON HAND  : " WS-ON-HAND-TOTAL.
           DISPLAY " ".
