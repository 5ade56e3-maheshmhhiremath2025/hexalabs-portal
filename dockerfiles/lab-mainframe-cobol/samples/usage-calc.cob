      *   Rerun after each day's movements post to keep the rates
      *   current.
      *
      *   A log with no outbound movement leaves SKUUSAGE.DAT as it
      *   was and ends with return code 4 - the night's reorder run
      *   can still go ahead on the rates already on file.
      *
      * Compile: cobc -x -o usage-calc usage-calc.cob
      * Run:     ./usage-calc
      ******************************************************************
           05  AL-OLD-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-NEW-QTY      PIC 9(05).
           05  FILLER          PIC X(01).
           05  AL-LOT          PIC X(10).

      *    Layout shared with PURCHASE-ORDER - must match its
      *    USAGE-RECORD exactly.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "NO AUDIT TRAIL ON FILE - AUDIT.LOG MISSING."
               DISPLAY "RUN INVENTORY-ISAM FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening AUDIT-LOG: " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SKU-COUNT = 0
               DISPLAY "NO OUTBOUND MOVEMENT IN THE LOG - "
                       "SKUUSAGE.DAT UNCHANGED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

               IF WS-SKU-COUNT = 50
                   DISPLAY "USAGE TABLE EXCEEDS 50 SKUS - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SKU-COUNT
           OPEN OUTPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "ERROR opening USAGE-FILE: " WS-USAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING US-IDX FROM 1 BY 1
