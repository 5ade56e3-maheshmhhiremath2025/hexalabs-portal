      *   count vs. CTL-EMP-COUNT and EMP-ID hash vs. CTL-HASH-TOTAL.
      *   On a supplemental run (CC-RUN-MODE "S") only the subset in
      *   PAYSEL.DAT was ever due to be paid, so roster coverage is
      *   reported for information rather than as an error.  The
      *   same goes for a final-pay run (CC-RUN-MODE "F"), which pays
      *   terminated employees only - nobody ACTIVE was due.
      *
      *   Return code 4 when employees are listed as missing - the
      *   run's outputs agree with each other, but someone was not
      *   paid and RECON.RPT needs a look.  Return code 16 when the
      *   register and trailer disagree: the run's own outputs
      *   cannot both be right, and nothing downstream of PAYROLL
      *   (ACH returns, closing the period) should go ahead.
      *
      * Compile: cobc -x -o pay-recon pay-recon.cob
      * Run:     ./pay-recon
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

       FD  PAY-REGISTER-FILE.
       01  REGISTER-RECORD.
       01  WS-RUN-MODE        PIC X(01) VALUE "R".
           88  WS-REGULAR-RUN           VALUE "R".
           88  WS-SUPPLEMENTAL-RUN      VALUE "S".
           88  WS-FINAL-PAY-RUN         VALUE "F".
       01  WS-FOUND-SW        PIC X     VALUE "N".
           88  WS-FOUND                 VALUE "Y".
       01  WS-ACTIVE-COUNT    PIC 9(04) VALUE 0.

           IF WS-OUT-OF-BALANCE
               DISPLAY "*** RUN OUT OF BALANCE - SEE RECON.RPT ***"
               IF WS-REG-COUNT NOT = CTL-EMP-COUNT
                       OR WS-REG-HASH NOT = CTL-HASH-TOTAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "RUN IN BALANCE."
           END-IF.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD-FILE.
                           WS-SELECT-STATUS
                   DISPLAY "PAYSEL.DAT IS REQUIRED TO RECONCILE A "
                           "SUPPLEMENTAL RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-SELECT-LIST UNTIL WS-SELECT-EOF
                   IF WS-SELECT-COUNT = 50
                       DISPLAY "SELECT LIST EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SELECT-COUNT
               DISPLAY "ERROR opening PAY-REGISTER-FILE: "
                       WS-REG-STATUS
               DISPLAY "RUN PAYROLL BEFORE RECONCILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PAY-REGISTER UNTIL WS-REG-EOF.
                   IF WS-REG-COUNT = 50
                       DISPLAY "PAY REGISTER EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-COUNT
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-FILE: " WS-CTL-STATUS
               DISPLAY "RUN PAYROLL BEFORE RECONCILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ERROR reading CONTROL-FILE: " WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CONTROL-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RECON-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening RECON-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               MOVE "  (SUPPLEMENTAL RUN - SUBSET ONLY)" TO RECON-REC
               WRITE RECON-REC
           END-IF.
           IF WS-FINAL-PAY-RUN
               MOVE "  (FINAL-PAY RUN - TERMINATED EMPLOYEES ONLY)"
                   TO RECON-REC
               WRITE RECON-REC
           END-IF.
           MOVE "------------------------------------------------"
               TO RECON-REC.
           WRITE RECON-REC.
                   MOVE "NOT IN SUPPLEMENTAL SUBSET" TO ML-NOTE
               END-IF
           ELSE
               IF WS-FINAL-PAY-RUN
                   MOVE "ACTIVE - NOT DUE ON FINAL PAY" TO ML-NOTE
               ELSE
                   MOVE "ACTIVE BUT NOT PAID THIS RUN" TO ML-NOTE
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "Y" TO WS-ERROR-SW
               END-IF
           END-IF.
           MOVE MISSING-LINE TO RECON-REC.
           WRITE RECON-REC.
