           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-LOT          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS     PIC XX    VALUE "00".
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

