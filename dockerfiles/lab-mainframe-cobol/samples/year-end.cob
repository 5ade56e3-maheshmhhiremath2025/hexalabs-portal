      ******************************************************************
      * YEAR-END.COB - Year-end YTD close and rollover.
      *   Companion to PAYROLL: YTD-MASTER accumulates gross,
      *   federal and state tax, and net run by run, and without a
      *   close it would roll two tax years together the first
      *   January run.  This step
      *   archives every employee's YTD figures to YTDARCH.DAT under
      *   the closing year from the PAYPER.DAT pay calendar - where
      *   W2GEN reads them - then zeroes the live YTD records and
           05  YM-YTD-GROSS   PIC 9(08)V99.
           05  YM-YTD-TAX     PIC 9(08)V99.
           05  YM-YTD-NET     PIC 9(08)V99.
           05  YM-WORK-STATE  PIC X(02).
           05  YM-YTD-STATE-TAX PIC 9(08)V99.
      *    The last regular period paid is PAYROLL's preview
      *    baseline, not a year-to-date figure - it is carried
      *    across the year boundary, never zeroed.
           05  YM-LAST-YEAR   PIC 9(04).
           05  YM-LAST-PERIOD PIC 9(02).
           05  YM-LAST-GROSS  PIC 9(07)V99.
           05  YM-LAST-NET    PIC 9(07)V99.

      *    Layout shared with W2GEN - must match its ARCHIVE-RECORD
      *    exactly.
           05  AR-YTD-TAX     PIC 9(08)V99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  AR-YTD-NET     PIC 9(08)V99.
      *    State withholding kept apart from federal, with the state
      *    it was withheld for - W2GEN's state boxes.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  AR-WORK-STATE  PIC X(02).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  AR-YTD-STATE-TAX PIC 9(08)V99.

      *    Must match PAYROLL's PAY-PERIOD-RECORD layout exactly.
       FD  PAY-PERIOD-FILE.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "YEAR LEFT OPEN - NOTHING MOVED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-STATE NOT = "C"
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   DISPLAY "YEAR LEFT OPEN - NOTHING MOVED."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PER-STATUS = "35"
               DISPLAY "NO PAY CALENDAR ON FILE - PAYPER.DAT MISSING."
               DISPLAY "RUN PAYROLL FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "ERROR opening PAY-PERIOD-FILE: " WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAY-PERIOD-FILE.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "ERROR reading PAY-PERIOD-FILE: " WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PP-YEAR   TO WS-CLOSING-YEAR.
           OPEN I-O YTD-MASTER.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR opening YTD-MASTER: " WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR opening YTD-ARCHIVE-FILE: "
                       WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE YM-YTD-GROSS    TO AR-YTD-GROSS.
           MOVE YM-YTD-TAX      TO AR-YTD-TAX.
           MOVE YM-YTD-NET      TO AR-YTD-NET.
           MOVE YM-WORK-STATE   TO AR-WORK-STATE.
           MOVE YM-YTD-STATE-TAX TO AR-YTD-STATE-TAX.
           WRITE ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT.

           MOVE 0 TO YM-YTD-GROSS.
           MOVE 0 TO YM-YTD-TAX.
           MOVE 0 TO YM-YTD-NET.
           MOVE 0 TO YM-YTD-STATE-TAX.
           REWRITE YTD-RECORD.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR rewriting YTD-RECORD: " WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-YTD.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting PAY-PERIOD-FILE: "
                       WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE PP-YEAR = WS-CLOSING-YEAR + 1.
