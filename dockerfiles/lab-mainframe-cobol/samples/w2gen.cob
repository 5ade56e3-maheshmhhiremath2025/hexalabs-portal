      *   archive YEAR-END writes at the close of each year - one
      *   line per employee per closed year - selects the operator's
      *   tax year, and prints one statement per employee - gross,
      *   federal withholding, the state boxes, net - pulling the
      *   employee's name from EMPLOYEE-MASTER.  Because the archive
      *   is cut at year end, the statement totals are that year's
      *   wages alone, not the lifetime figures the live YTD-MASTER
      *   would give.  Output
      *   is meant for both employee distribution and government
      *   filing prep.
      *
           05  AR-YTD-TAX     PIC 9(08)V99.
           05  FILLER         PIC X(01).
           05  AR-YTD-NET     PIC 9(08)V99.
           05  FILLER         PIC X(01).
           05  AR-WORK-STATE  PIC X(02).
           05  FILLER         PIC X(01).
           05  AR-YTD-STATE-TAX PIC 9(08)V99.

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
               88  EMP-ON-LEAVE            VALUE "L".
               88  EMP-TERMINATED          VALUE "T".
           05  EMP-DEPT           PIC X(03).
           05  EMP-PAY-TYPE       PIC X(01).
               88  EMP-HOURLY              VALUE "H" " ".
               88  EMP-SALARIED            VALUE "S".
           05  EMP-SALARY         PIC 9(05)V99.
           05  EMP-WORK-STATE     PIC X(02).
           05  EMP-HOUR-BUCKETS.
               10  EMP-REG-HOURS  PIC 9(03).
               10  EMP-OT-HOURS   PIC 9(03).
               10  EMP-HOL-HOURS  PIC 9(03).
               10  EMP-SUN-HOURS  PIC 9(03).
           05  EMP-TERM-DATE      PIC 9(08).
           05  EMP-HOURS-YEAR     PIC 9(04).
           05  EMP-HOURS-PERIOD   PIC 9(02).

       FD  W2-FILE.
       01  W2-REC             PIC X(80).
           IF WS-ARCH-STATUS = "35"
               DISPLAY "NO ARCHIVE ON FILE - YTDARCH.DAT MISSING."
               DISPLAY "RUN YEAR-END BEFORE PRINTING STATEMENTS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR opening YTD-ARCHIVE-FILE: "
                       WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT W2-FILE.
           IF WS-W2-STATUS NOT = "00"
               DISPLAY "ERROR opening W2-FILE: " WS-W2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE W2-AMT-LINE TO W2-REC.
           WRITE W2-REC.

      *    State boxes - the work state the withholding was taken
      *    for, the wages it was taken on, and the amount, kept
      *    apart from the federal figure in box 2.
           MOVE SPACES TO W2-REC.
           STRING "  15 STATE               : " AR-WORK-STATE
               DELIMITED BY SIZE INTO W2-REC.
           WRITE W2-REC.

           MOVE SPACES TO W2-AMT-LINE.
           MOVE "  16 STATE WAGES         : " TO WL-LABEL.
           MOVE AR-YTD-GROSS TO WL-AMOUNT.
           MOVE W2-AMT-LINE TO W2-REC.
           WRITE W2-REC.

           MOVE SPACES TO W2-AMT-LINE.
           MOVE "  17 STATE INCOME TAX    : " TO WL-LABEL.
           MOVE AR-YTD-STATE-TAX TO WL-AMOUNT.
           MOVE W2-AMT-LINE TO W2-REC.
           WRITE W2-REC.

           MOVE SPACES TO W2-AMT-LINE.
           MOVE "     NET PAY            : " TO WL-LABEL.
           MOVE AR-YTD-NET TO WL-AMOUNT.
