      *   Entries that fail validation - unknown EMP-ID, a NOC with
      *   no usable correction - are rejected to ACHEXCPT.RPT.
      *
      *   Ends with return code 4 when anything was rejected, or when
      *   returns put anyone on the ACHREPAY.DAT worklist - either
      *   way someone still has to act before those employees are
      *   paid.
      *
      * Compile: cobc -x -o ach-return ach-return.cob
      * Run:     ./ach-return
      ******************************************************************
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

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RECORD.
           05  HI-ENTERED-DATE PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-EFF-DATE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-STATE    PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-STATE    PIC X(02).

      *    Same one-EMP-ID-per-line layout as PAYSEL.DAT, so the
      *    worklist can feed a supplemental PAYROLL run directly.
           CLOSE EXCEPTION-RPT.
           CLOSE HISTORY-FILE.
           CLOSE REPAY-LIST-FILE.
           IF WS-REJECT-COUNT > 0 OR WS-RETURN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           END-IF.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "ERROR opening ACH-RETURN-FILE: " WS-RET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
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
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR opening HISTORY-FILE: " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-REPAY-STATUS NOT = "00"
               DISPLAY "ERROR opening REPAY-LIST-FILE: "
                       WS-REPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    entered and effective dates are both today.
           MOVE WS-CURRENT-DATE  TO HI-ENTERED-DATE.
           MOVE WS-CURRENT-DATE  TO HI-EFF-DATE.
           MOVE EMP-PAY-TYPE     TO HI-OLD-PAY-TYPE.
           MOVE EMP-SALARY       TO HI-OLD-SALARY.
           MOVE EMP-PAY-TYPE     TO HI-NEW-PAY-TYPE.
           MOVE EMP-SALARY       TO HI-NEW-SALARY.
           MOVE EMP-WORK-STATE   TO HI-OLD-STATE.
           MOVE EMP-WORK-STATE   TO HI-NEW-STATE.
           WRITE HISTORY-RECORD.
