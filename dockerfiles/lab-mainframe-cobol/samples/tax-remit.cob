           ACCEPT WS-QUARTER.
           IF WS-QUARTER < 1 OR WS-QUARTER > 4
               DISPLAY "QUARTER MUST BE 1-4."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "YEAR (0 = CURRENT YEAR): " WITH NO ADVANCING.
           IF WS-ACCR-STATUS = "35"
               DISPLAY "NO ACCRUALS ON FILE - ERTACCR.DAT MISSING."
               DISPLAY "RUN PAYROLL BEFORE REMITTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACCR-STATUS NOT = "00"
               DISPLAY "ERROR opening ER-TAX-ACCRUAL-FILE: "
                       WS-ACCR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REMIT-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening REMIT-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

