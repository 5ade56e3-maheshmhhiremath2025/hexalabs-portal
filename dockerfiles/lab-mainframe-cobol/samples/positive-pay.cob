      ******************************************************************
      * POSITIVE-PAY.COB - Positive-pay issue file for the bank.
      *   Companion to PAYROLL's WRITE-PAPER-CHECK and CHECK-VOID:
      *   every check written on the payroll disbursement account is
      *   reported to the bank before it can be presented, so the
      *   bank pays only numbers and amounts we actually issued and
      *   refuses anything voided.  Reads the check register
      *   (CHKREG.DAT) and writes POSPAY.DAT - a header, one issue
      *   ("I") line per issued or reissued check, one void ("V")
      *   line per voided check, and a count/amount trailer.
      *
      *   The register is append-only, so what has already been sent
      *   is just a count of register lines: POSPAYCT.DAT holds how
      *   many lines earlier transmissions covered, and each run
      *   sends only the lines after that.  Bank-clear entries ("C",
      *   written by BANK-RECON) are not issues and are never sent.
      *
      * Compile: cobc -x -o positive-pay positive-pay.cob
      * Run:     ./positive-pay
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHKREG-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-POSPAY-STATUS.

           SELECT POSPAY-CTL-FILE ASSIGN TO "POSPAYCT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Must match PAYROLL's CHECK-REG-RECORD layout exactly.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REG-RECORD.
           05  CR-CHECK-NO         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-DATE             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-AMOUNT           PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-STATUS           PIC X(01).
               88  CR-ISSUED               VALUE "I".
               88  CR-VOIDED               VALUE "V".
               88  CR-REISSUED             VALUE "R".
               88  CR-CLEARED              VALUE "C".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-REF-CHECK-NO     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-NAME             PIC X(20).

      *    Fixed-width issue record, one shape for all three record
      *    types like PAYROLL's ACH-RECORD: "H" header (account,
      *    file date, company), "D" detail (issue code I/V, check,
      *    issue date, amount, payee), "T" trailer (item count in
      *    the check-number field, issue dollar total in amount).
       FD  POSPAY-FILE.
       01  POSPAY-RECORD.
           05  PP-REC-TYPE         PIC X(01).
           05  PP-ISSUE-CODE       PIC X(01).
           05  PP-ROUTING          PIC 9(09).
           05  PP-ACCOUNT          PIC X(17).
           05  PP-CHECK-NO         PIC 9(06).
           05  PP-ISSUE-DATE       PIC 9(08).
           05  PP-AMOUNT           PIC 9(10)V99.
           05  PP-PAYEE            PIC X(20).

       FD  POSPAY-CTL-FILE.
       01  POSPAY-CTL-RECORD.
           05  PC-LINES-SENT       PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-CHKREG-STATUS   PIC XX    VALUE "00".
       01  WS-POSPAY-STATUS   PIC XX    VALUE "00".
       01  WS-PPCTL-STATUS    PIC XX    VALUE "00".
       01  WS-EOF-SW          PIC X     VALUE "N".
           88  WS-EOF                   VALUE "Y".
      *    The disbursement account paper checks are drawn on - the
      *    same bank PAYROLL's ACH batch originates from.
       01  WS-PAYOR-ROUTING   PIC 9(09) VALUE 011000015.
       01  WS-PAYOR-ACCOUNT   PIC X(17) VALUE "4000012345".
       01  WS-COMPANY-NAME    PIC X(20) VALUE "GETLABS INC.".
       01  WS-FILE-DATE       PIC 9(08).
       01  WS-LINES-SENT      PIC 9(07) VALUE 0.
       01  WS-LINE-NO         PIC 9(07) VALUE 0.
       01  WS-ISSUE-COUNT     PIC 9(06) VALUE 0.
       01  WS-VOID-COUNT      PIC 9(06) VALUE 0.
       01  WS-ITEM-COUNT      PIC 9(06) VALUE 0.
       01  WS-ISSUE-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-AMT-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== POSITIVE PAY ISSUE FILE ===".
           PERFORM READ-POSPAY-CONTROL.
           PERFORM OPEN-FILES.
           ACCEPT WS-FILE-DATE FROM DATE YYYYMMDD.
           PERFORM WRITE-POSPAY-HEADER.

           PERFORM READ-REGISTER.
           PERFORM SELECT-REGISTER-ENTRY UNTIL WS-EOF.

           PERFORM WRITE-POSPAY-TRAILER.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE POSPAY-FILE.
           PERFORM UPDATE-POSPAY-CONTROL.

           MOVE WS-ISSUE-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "ISSUES SENT  : " WS-ISSUE-COUNT.
           DISPLAY "VOIDS SENT   : " WS-VOID-COUNT.
           DISPLAY "ISSUE TOTAL  : " WS-AMT-DISPLAY.
           DISPLAY "TRANSMIT POSPAY.DAT TO THE BANK BEFORE THE CHECKS "
                   "ARE RELEASED.".
           STOP RUN.

       READ-POSPAY-CONTROL.
      *    No control yet means nothing has ever been sent - the
      *    first transmission covers the whole register.
           OPEN INPUT POSPAY-CTL-FILE.
           IF WS-PPCTL-STATUS = "35"
               MOVE 0 TO WS-LINES-SENT
           ELSE
               IF WS-PPCTL-STATUS NOT = "00"
                   DISPLAY "ERROR opening POSPAY-CTL-FILE: "
                           WS-PPCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ POSPAY-CTL-FILE
               IF WS-PPCTL-STATUS = "00"
                   MOVE PC-LINES-SENT TO WS-LINES-SENT
               END-IF
               CLOSE POSPAY-CTL-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               DISPLAY "NO REGISTER ON FILE - CHKREG.DAT MISSING."
               DISPLAY "RUN PAYROLL BEFORE POSITIVE PAY."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-REGISTER-FILE: "
                       WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    OUTPUT, not EXTEND - each POSPAY.DAT is one transmission.
           OPEN OUTPUT POSPAY-FILE.
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "ERROR opening POSPAY-FILE: " WS-POSPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINE-NO
           END-READ.

       SELECT-REGISTER-ENTRY.
      *    Lines at or below the high-water mark went out in an
      *    earlier transmission.  A reissue is a new issue to the
      *    bank; the void of the spoiled number is its own line.
           IF WS-LINE-NO > WS-LINES-SENT
               EVALUATE TRUE
                   WHEN CR-ISSUED
                   WHEN CR-REISSUED
                       PERFORM WRITE-ISSUE-DETAIL
                   WHEN CR-VOIDED
                       PERFORM WRITE-VOID-DETAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-REGISTER.

       WRITE-POSPAY-HEADER.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE "H"              TO PP-REC-TYPE.
           MOVE WS-PAYOR-ROUTING TO PP-ROUTING.
           MOVE WS-PAYOR-ACCOUNT TO PP-ACCOUNT.
           MOVE 0                TO PP-CHECK-NO.
           MOVE WS-FILE-DATE     TO PP-ISSUE-DATE.
           MOVE 0                TO PP-AMOUNT.
           MOVE WS-COMPANY-NAME  TO PP-PAYEE.
           WRITE POSPAY-RECORD.

       WRITE-ISSUE-DETAIL.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE "D"              TO PP-REC-TYPE.
           MOVE "I"              TO PP-ISSUE-CODE.
           MOVE WS-PAYOR-ROUTING TO PP-ROUTING.
           MOVE WS-PAYOR-ACCOUNT TO PP-ACCOUNT.
           MOVE CR-CHECK-NO      TO PP-CHECK-NO.
           MOVE CR-DATE          TO PP-ISSUE-DATE.
           MOVE CR-AMOUNT        TO PP-AMOUNT.
           MOVE CR-NAME          TO PP-PAYEE.
           WRITE POSPAY-RECORD.
           ADD 1         TO WS-ISSUE-COUNT.
           ADD 1         TO WS-ITEM-COUNT.
           ADD CR-AMOUNT TO WS-ISSUE-TOTAL.

       WRITE-VOID-DETAIL.
      *    The void carries the original amount so the bank can
      *    match it to the issue it cancels.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE "D"              TO PP-REC-TYPE.
           MOVE "V"              TO PP-ISSUE-CODE.
           MOVE WS-PAYOR-ROUTING TO PP-ROUTING.
           MOVE WS-PAYOR-ACCOUNT TO PP-ACCOUNT.
           MOVE CR-CHECK-NO      TO PP-CHECK-NO.
           MOVE CR-DATE          TO PP-ISSUE-DATE.
           MOVE CR-AMOUNT        TO PP-AMOUNT.
           MOVE CR-NAME          TO PP-PAYEE.
           WRITE POSPAY-RECORD.
           ADD 1 TO WS-VOID-COUNT.
           ADD 1 TO WS-ITEM-COUNT.

       WRITE-POSPAY-TRAILER.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE "T"              TO PP-REC-TYPE.
           MOVE WS-PAYOR-ROUTING TO PP-ROUTING.
           MOVE WS-PAYOR-ACCOUNT TO PP-ACCOUNT.
           MOVE WS-ITEM-COUNT    TO PP-CHECK-NO.
           MOVE WS-FILE-DATE     TO PP-ISSUE-DATE.
           MOVE WS-ISSUE-TOTAL   TO PP-AMOUNT.
           WRITE POSPAY-RECORD.

       UPDATE-POSPAY-CONTROL.
      *    Moved forward only once the transmission file is closed,
      *    so a run that dies part-way resends everything it had.
           OPEN OUTPUT POSPAY-CTL-FILE.
           IF WS-PPCTL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting POSPAY-CTL-FILE: "
                       WS-PPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LINE-NO TO PC-LINES-SENT.
           WRITE POSPAY-CTL-RECORD.
           CLOSE POSPAY-CTL-FILE.
