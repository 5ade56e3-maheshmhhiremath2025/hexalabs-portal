      *   applied vs. rejected lines.  The next pay stub shows the
      *   reduced balance.
      *
      *   Ends with return code 4 when a leave line was rejected to
      *   the exception report.
      *
      * Compile: cobc -x -o leave-taken leave-taken.cob
      * Run:     ./leave-taken
      ******************************************************************
           CLOSE LEAVE-TAKEN-FILE.
           CLOSE LEAVE-MASTER.
           CLOSE EXCEPTION-RPT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           IF WS-TAKEN-STATUS NOT = "00"
               DISPLAY "ERROR opening LEAVE-TAKEN-FILE: "
                       WS-TAKEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "NO LEAVE BALANCES ON FILE - LEAVE.IDX "
                       "MISSING."
               DISPLAY "RUN PAYROLL FIRST SO ACCRUALS EXIST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "ERROR opening LEAVE-MASTER: " WS-LEAVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXCEPTION-RPT: "
                       WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

