      *   the check stock and nobody re-types a check by hand.
      *
      *   A check can only be voided once, and only a number the
      *   register shows as issued or reissued can be voided.  A
      *   check BANK-RECON has marked cleared has already been paid
      *   by the bank and cannot be voided at all.
      *
      * Compile: cobc -x -o check-void check-void.cob
      * Run:     ./check-void
           88  WS-FOUND                 VALUE "Y".
       01  WS-VOIDED-SW       PIC X     VALUE "N".
           88  WS-ALREADY-VOID          VALUE "Y".
       01  WS-CLEARED-SW      PIC X     VALUE "N".
           88  WS-ALREADY-CLEARED       VALUE "Y".
      *    The issue-side fields of the check being voided, captured
      *    on the register scan so the reissue carries the same payee
      *    and amount.
           ACCEPT WS-VOID-CHECK-NO.
           IF WS-VOID-CHECK-NO = 0
               DISPLAY "NO CHECK NUMBER ENTERED - NOTHING DONE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT WS-FOUND
               DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " NOT IN REGISTER - NOTHING DONE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALREADY-VOID
               DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " ALREADY VOIDED - NOTHING DONE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALREADY-CLEARED
               DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " ALREADY PAID BY THE BANK - NOTHING DONE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-REGISTER.
      *    The register is append-only, so the story of a number is
      *    the set of entries carrying it: an I or R entry means it
      *    was issued; a V entry means it has already been voided; a
      *    C entry means the bank has paid it.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               DISPLAY "NO REGISTER ON FILE - CHKREG.DAT MISSING."
               DISPLAY "RUN PAYROLL BEFORE VOIDING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-REGISTER-FILE: "
                       WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REGISTER UNTIL WS-EOF.
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CR-CHECK-NO = WS-VOID-CHECK-NO
                       EVALUATE CR-STATUS
                           WHEN "V"
                               MOVE "Y" TO WS-VOIDED-SW
                           WHEN "C"
                               MOVE "Y" TO WS-CLEARED-SW
                           WHEN OTHER
                               MOVE "Y" TO WS-FOUND-SW
                               MOVE CR-EMP-ID TO WS-OLD-EMP-ID
                               MOVE CR-AMOUNT TO WS-OLD-AMOUNT
                               MOVE CR-NAME   TO WS-OLD-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-CTL-FILE: "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHECK-CTL-FILE.
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "ERROR reading CHECK-CTL-FILE: "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CK-NEXT-CHECK TO WS-NEXT-CHECK-NO.
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-REGISTER-FILE: "
                       WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD.
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-PRINT-FILE: "
                       WS-CHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "================================================"
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting CHECK-CTL-FILE: "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-CHECK-NO TO CK-NEXT-CHECK.
