      *   itself is rolled by YEAR-END, not here - the period number
      *   just keeps counting within the year.
      *
      *   Return code 4 when the period closed was not paid, or the
      *   operator declined to close it - either is worth a second
      *   look on the weekly run sheet.
      *
      * Compile: cobc -x -o pay-period pay-period.cob
      * Run:     ./pay-period
      ******************************************************************
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
           MOVE PP-YEAR   TO WS-PAY-YEAR.
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   DISPLAY "PERIOD LEFT AS IT IS."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY "PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
                   " CLOSED; NEXT PERIOD OPENED.".
           IF WS-PERIOD-STATE NOT = "P"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOG-CLOSED-PERIOD.
           END-IF.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "ERROR opening PAY-CAL-FILE: " WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting PAY-PERIOD-FILE: "
                       WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PAY-YEAR TO PP-YEAR.
