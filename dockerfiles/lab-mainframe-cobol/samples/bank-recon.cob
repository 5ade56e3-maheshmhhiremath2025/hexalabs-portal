      ******************************************************************
      * BANK-RECON.COB - Payroll disbursement account reconciliation.
      *   Companion to POSITIVE-PAY: the bank's paid-items file
      *   (BANKPAID.DAT - check number, date paid, amount paid) is
      *   matched against the check register (CHKREG.DAT).  Every
      *   item that matches an outstanding check by number and
      *   amount is marked cleared by appending a "C" entry to the
      *   register - the register stays append-only, like the
      *   VOID/REISSUE pair CHECK-VOID writes.
      *
      *   Anything the bank paid that the register cannot account
      *   for is an exception on BANKREC.RPT and is NOT cleared:
      *     - paid but never issued (number not in the register)
      *     - paid after the check was voided
      *     - paid for a different amount than was issued
      *     - presented again after it already cleared
      *   The report then lists every check still outstanding with
      *   its age in days, and separately every outstanding check
      *   stale-dated past WS-STALE-DAYS - the escheatment list for
      *   unclaimed wages.
      *
      *   Without a paid-items file the run is an outstanding-checks
      *   listing only - nothing is cleared.
      *
      *   Ends with return code 4 when BANKREC.RPT lists paid-item
      *   exceptions or stale-dated checks that need following up.
      *
      * Compile: cobc -x -o bank-recon bank-recon.cob
      * Run:     ./bank-recon
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHKREG-STATUS.

           SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PAID-STATUS.

           SELECT BANK-RECON-RPT ASSIGN TO "BANKREC.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

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

      *    One line per item the bank paid against the account.
       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05  BP-CHECK-NO         PIC 9(06).
           05  FILLER              PIC X(01).
           05  BP-PAID-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  BP-AMOUNT           PIC 9(07)V99.

       FD  BANK-RECON-RPT.
       01  RECON-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHKREG-STATUS   PIC XX    VALUE "00".
       01  WS-PAID-STATUS     PIC XX    VALUE "00".
       01  WS-RPT-STATUS      PIC XX    VALUE "00".
       01  WS-EOF-SW          PIC X     VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-PAID-EOF-SW     PIC X     VALUE "N".
           88  WS-PAID-EOF              VALUE "Y".
       01  WS-PAID-FILE-SW    PIC X     VALUE "Y".
           88  WS-HAVE-PAID-FILE        VALUE "Y".
       01  WS-FOUND-SW        PIC X     VALUE "N".
           88  WS-FOUND                 VALUE "Y".
      *    Uncashed payroll checks older than this are stale-dated
      *    and reportable as unclaimed property.
       01  WS-STALE-DAYS      PIC 9(03) VALUE 180.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-RUN-DAYS        PIC 9(07).
       01  WS-AGE-DAYS        PIC 9(05).
       01  WS-HIT-SUB         PIC 9(04) VALUE 0.
       01  WS-SEARCH-CHECK-NO PIC 9(06).
       01  WS-PAID-COUNT      PIC 9(04) VALUE 0.
       01  WS-CLEARED-COUNT   PIC 9(04) VALUE 0.
       01  WS-EXCEPT-COUNT    PIC 9(04) VALUE 0.
       01  WS-OUTSTAND-COUNT  PIC 9(04) VALUE 0.
       01  WS-STALE-COUNT     PIC 9(04) VALUE 0.
       01  WS-CLEARED-TOTAL   PIC 9(09)V99 VALUE 0.
       01  WS-OUTSTAND-TOTAL  PIC 9(09)V99 VALUE 0.
       01  WS-STALE-TOTAL     PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.

      *    Date-to-day-number work fields - see DATE-TO-DAYS.  The
      *    day number is only ever used as a difference of two, so
      *    its origin does not matter.
       01  WS-DT-DATE         PIC 9(08).
       01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
           05  WS-DT-YYYY     PIC 9(04).
           05  WS-DT-MM       PIC 9(02).
           05  WS-DT-DD       PIC 9(02).
       01  WS-DT-YEAR         PIC 9(04).
       01  WS-DT-MONTH        PIC 9(02).
       01  WS-DT-Q4           PIC 9(04).
       01  WS-DT-Q100         PIC 9(04).
       01  WS-DT-Q400         PIC 9(04).
       01  WS-DT-MTERM        PIC 9(04).
       01  WS-DT-MDAYS        PIC 9(04).
       01  WS-DT-DAYS         PIC 9(07).

      *    The register folded to one entry per check number: the
      *    I or R entry opens it, a later V or C entry changes its
      *    state.  CT-NEW-CLEAR marks the ones this run cleared, so
      *    only those get a "C" entry appended.
       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IDX.
               10  CT-CHECK-NO    PIC 9(06).
               10  CT-EMP-ID      PIC 9(05).
               10  CT-NAME        PIC X(20).
               10  CT-ISSUE-DATE  PIC 9(08).
               10  CT-AMOUNT      PIC 9(07)V99.
               10  CT-STATE       PIC X(01).
                   88  CT-OUTSTANDING      VALUE "O".
                   88  CT-VOID             VALUE "V".
                   88  CT-CLEARED          VALUE "C".
               10  CT-NEW-CLEAR   PIC X(01).
               10  CT-PAID-DATE   PIC 9(08).
               10  CT-PAID-AMT    PIC 9(07)V99.
       01  WS-CHECK-COUNT     PIC 9(04) VALUE 0.

       01  EXCEPTION-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-CHECK-NO    PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-PAID-DATE   PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-PAID-AMT    PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EL-ISSUED-AMT  PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EL-NOTE        PIC X(30).

       01  OUTSTANDING-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  OL-CHECK-NO    PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  OL-ISSUE-DATE  PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  OL-EMP-ID      PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  OL-NAME        PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  OL-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  OL-AGE         PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  OL-FLAG        PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== PAYROLL BANK RECONCILIATION ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DT-DAYS TO WS-RUN-DAYS.

           PERFORM LOAD-CHECK-REGISTER.
           PERFORM OPEN-REPORT.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM OPEN-PAID-FILE.
           IF WS-HAVE-PAID-FILE
               MOVE "  PAID-ITEM EXCEPTIONS (NOT CLEARED):"
                   TO RECON-REC
               WRITE RECON-REC
               MOVE "  CHECK   PAID ON     PAID AMT  ISSUED AMT"
                   TO RECON-REC
               WRITE RECON-REC
               PERFORM READ-PAID-ITEM
               PERFORM MATCH-PAID-ITEM UNTIL WS-PAID-EOF
               CLOSE BANK-PAID-FILE
               IF WS-EXCEPT-COUNT = 0
                   MOVE "  (NONE)" TO RECON-REC
                   WRITE RECON-REC
               END-IF
               PERFORM WRITE-CLEARED-ENTRIES
           END-IF.

           PERFORM LIST-OUTSTANDING.
           PERFORM LIST-STALE-DATED.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE BANK-RECON-RPT.

           DISPLAY "PAID ITEMS READ : " WS-PAID-COUNT.
           DISPLAY "CLEARED         : " WS-CLEARED-COUNT.
           DISPLAY "OUTSTANDING     : " WS-OUTSTAND-COUNT.
           DISPLAY "STALE-DATED     : " WS-STALE-COUNT.
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "*** " WS-EXCEPT-COUNT
                       " PAID-ITEM EXCEPTIONS - SEE BANKREC.RPT ***"
           END-IF.
           IF WS-EXCEPT-COUNT > 0 OR WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               DISPLAY "NO REGISTER ON FILE - CHKREG.DAT MISSING."
               DISPLAY "RUN PAYROLL BEFORE RECONCILING."
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
           CLOSE CHECK-REGISTER-FILE.

       READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM FOLD-REGISTER-ENTRY
           END-READ.

       FOLD-REGISTER-ENTRY.
      *    A check number is opened once, by its I or R entry; the
      *    register is in time order, so a V or C for it always
      *    follows.
           IF CR-ISSUED OR CR-REISSUED
               IF WS-CHECK-COUNT = 2000
                   DISPLAY "CHECK REGISTER EXCEEDS 2000 CHECKS - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHECK-COUNT
               MOVE CR-CHECK-NO TO CT-CHECK-NO   (WS-CHECK-COUNT)
               MOVE CR-EMP-ID   TO CT-EMP-ID     (WS-CHECK-COUNT)
               MOVE CR-NAME     TO CT-NAME       (WS-CHECK-COUNT)
               MOVE CR-DATE     TO CT-ISSUE-DATE (WS-CHECK-COUNT)
               MOVE CR-AMOUNT   TO CT-AMOUNT     (WS-CHECK-COUNT)
               MOVE "O"         TO CT-STATE      (WS-CHECK-COUNT)
               MOVE "N"         TO CT-NEW-CLEAR  (WS-CHECK-COUNT)
               MOVE 0           TO CT-PAID-DATE  (WS-CHECK-COUNT)
               MOVE 0           TO CT-PAID-AMT   (WS-CHECK-COUNT)
           ELSE
               MOVE CR-CHECK-NO TO WS-SEARCH-CHECK-NO
               PERFORM FIND-CHECK
               IF WS-FOUND
                   IF CR-VOIDED
                       MOVE "V" TO CT-STATE (WS-HIT-SUB)
                   END-IF
                   IF CR-CLEARED
                       MOVE "C"       TO CT-STATE     (WS-HIT-SUB)
                       MOVE CR-DATE   TO CT-PAID-DATE (WS-HIT-SUB)
                       MOVE CR-AMOUNT TO CT-PAID-AMT  (WS-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-CHECK.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0   TO WS-HIT-SUB.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CHECK-COUNT
                      OR WS-FOUND
               IF CT-CHECK-NO (CT-IDX) = WS-SEARCH-CHECK-NO
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-HIT-SUB TO CT-IDX
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           OPEN OUTPUT BANK-RECON-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening BANK-RECON-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PAID-FILE.
      *    The paid-items file comes from the bank; a day with none
      *    still gets the outstanding and stale-dated listings.
           OPEN INPUT BANK-PAID-FILE.
           IF WS-PAID-STATUS = "35"
               MOVE "N" TO WS-PAID-FILE-SW
               DISPLAY "NO PAID-ITEMS FILE (BANKPAID.DAT) - "
                       "OUTSTANDING LIST ONLY."
               MOVE "  NO PAID-ITEMS FILE - NOTHING CLEARED THIS RUN"
                   TO RECON-REC
               WRITE RECON-REC
           ELSE
               IF WS-PAID-STATUS NOT = "00"
                   DISPLAY "ERROR opening BANK-PAID-FILE: "
                           WS-PAID-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "================================================"
               TO RECON-REC.
           WRITE RECON-REC.
           MOVE "  PAYROLL BANK RECONCILIATION" TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           STRING "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           MOVE "------------------------------------------------"
               TO RECON-REC.
           WRITE RECON-REC.

       READ-PAID-ITEM.
           READ BANK-PAID-FILE
               AT END
                   MOVE "Y" TO WS-PAID-EOF-SW
               NOT AT END
                   ADD 1 TO WS-PAID-COUNT
           END-READ.

       MATCH-PAID-ITEM.
      *    Only a clean match - an outstanding check, same amount -
      *    clears.  Every other outcome leaves the register alone and
      *    puts the item in front of someone.
           MOVE BP-CHECK-NO TO WS-SEARCH-CHECK-NO.
           PERFORM FIND-CHECK.
           IF NOT WS-FOUND
               MOVE 0 TO EL-ISSUED-AMT
               MOVE "PAID - NEVER ISSUED" TO EL-NOTE
               PERFORM REPORT-PAID-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN CT-VOID (WS-HIT-SUB)
                       MOVE CT-AMOUNT (WS-HIT-SUB) TO EL-ISSUED-AMT
                       MOVE "PAID AFTER VOID" TO EL-NOTE
                       PERFORM REPORT-PAID-EXCEPTION
                   WHEN CT-CLEARED (WS-HIT-SUB)
                       MOVE CT-AMOUNT (WS-HIT-SUB) TO EL-ISSUED-AMT
                       MOVE "ALREADY CLEARED - PAID TWICE" TO EL-NOTE
                       PERFORM REPORT-PAID-EXCEPTION
                   WHEN BP-AMOUNT NOT = CT-AMOUNT (WS-HIT-SUB)
                       MOVE CT-AMOUNT (WS-HIT-SUB) TO EL-ISSUED-AMT
                       MOVE "AMOUNT DOES NOT MATCH ISSUE" TO EL-NOTE
                       PERFORM REPORT-PAID-EXCEPTION
                   WHEN OTHER
                       MOVE "C"          TO CT-STATE     (WS-HIT-SUB)
                       MOVE "Y"          TO CT-NEW-CLEAR (WS-HIT-SUB)
                       MOVE BP-PAID-DATE TO CT-PAID-DATE (WS-HIT-SUB)
                       MOVE BP-AMOUNT    TO CT-PAID-AMT  (WS-HIT-SUB)
                       ADD 1         TO WS-CLEARED-COUNT
                       ADD BP-AMOUNT TO WS-CLEARED-TOTAL
               END-EVALUATE
           END-IF.
           PERFORM READ-PAID-ITEM.

       REPORT-PAID-EXCEPTION.
      *    Caller has already set EL-ISSUED-AMT and EL-NOTE.
           MOVE BP-CHECK-NO  TO EL-CHECK-NO.
           MOVE BP-PAID-DATE TO EL-PAID-DATE.
           MOVE BP-AMOUNT    TO EL-PAID-AMT.
           MOVE EXCEPTION-LINE TO RECON-REC.
           DISPLAY EXCEPTION-LINE.
           WRITE RECON-REC.
           ADD 1 TO WS-EXCEPT-COUNT.

       WRITE-CLEARED-ENTRIES.
      *    One "C" entry per check cleared this run, dated the day
      *    the bank paid it, at the amount paid.  CHECK-VOID refuses
      *    to void a number with one of these on it.
           IF WS-CLEARED-COUNT > 0
               OPEN EXTEND CHECK-REGISTER-FILE
               IF WS-CHKREG-STATUS NOT = "00"
                   DISPLAY "ERROR opening CHECK-REGISTER-FILE: "
                           WS-CHKREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CHECK-COUNT
                   IF CT-NEW-CLEAR (CT-IDX) = "Y"
                       MOVE CT-CHECK-NO  (CT-IDX) TO CR-CHECK-NO
                       MOVE CT-EMP-ID    (CT-IDX) TO CR-EMP-ID
                       MOVE CT-PAID-DATE (CT-IDX) TO CR-DATE
                       MOVE CT-PAID-AMT  (CT-IDX) TO CR-AMOUNT
                       MOVE "C"                   TO CR-STATUS
                       MOVE 0                     TO CR-REF-CHECK-NO
                       MOVE CT-NAME      (CT-IDX) TO CR-NAME
                       WRITE CHECK-REG-RECORD
                   END-IF
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.
           MOVE SPACES TO RECON-REC.
           MOVE WS-CLEARED-TOTAL TO WS-TOTAL-DISPLAY.
           STRING "  CLEARED THIS RUN : " WS-CLEARED-COUNT
                   "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.

       LIST-OUTSTANDING.
           MOVE "------------------------------------------------"
               TO RECON-REC.
           WRITE RECON-REC.
           MOVE "  OUTSTANDING CHECKS:" TO RECON-REC.
           WRITE RECON-REC.
           MOVE "  CHECK   ISSUED    EMP-ID PAYEE                  "
               TO RECON-REC.
           WRITE RECON-REC.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CHECK-COUNT
               IF CT-OUTSTANDING (CT-IDX)
                   PERFORM AGE-CHECK
                   MOVE SPACES TO OL-FLAG
                   IF WS-AGE-DAYS > WS-STALE-DAYS
                       MOVE "STALE" TO OL-FLAG
                   END-IF
                   PERFORM WRITE-OUTSTANDING-LINE
                   ADD 1 TO WS-OUTSTAND-COUNT
                   ADD CT-AMOUNT (CT-IDX) TO WS-OUTSTAND-TOTAL
               END-IF
           END-PERFORM.
           IF WS-OUTSTAND-COUNT = 0
               MOVE "  (NONE)" TO RECON-REC
               WRITE RECON-REC
           END-IF.

       LIST-STALE-DATED.
      *    The escheatment list: outstanding past the stale-date
      *    limit.  These are unclaimed wages to be reported and
      *    remitted to the state, not left on the books forever.
           MOVE "------------------------------------------------"
               TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           STRING "  STALE-DATED OVER " WS-STALE-DAYS
                   " DAYS (ESCHEATMENT):"
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CHECK-COUNT
               IF CT-OUTSTANDING (CT-IDX)
                   PERFORM AGE-CHECK
                   IF WS-AGE-DAYS > WS-STALE-DAYS
                       MOVE "STALE" TO OL-FLAG
                       PERFORM WRITE-OUTSTANDING-LINE
                       ADD 1 TO WS-STALE-COUNT
                       ADD CT-AMOUNT (CT-IDX) TO WS-STALE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STALE-COUNT = 0
               MOVE "  (NONE)" TO RECON-REC
               WRITE RECON-REC
           END-IF.

       AGE-CHECK.
           MOVE CT-ISSUE-DATE (CT-IDX) TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           IF WS-DT-DAYS > WS-RUN-DAYS
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DT-DAYS
           END-IF.

       WRITE-OUTSTANDING-LINE.
      *    Caller has set OL-FLAG and WS-AGE-DAYS for CT-IDX.
           MOVE CT-CHECK-NO   (CT-IDX) TO OL-CHECK-NO.
           MOVE CT-ISSUE-DATE (CT-IDX) TO OL-ISSUE-DATE.
           MOVE CT-EMP-ID     (CT-IDX) TO OL-EMP-ID.
           MOVE CT-NAME       (CT-IDX) TO OL-NAME.
           MOVE CT-AMOUNT     (CT-IDX) TO OL-AMOUNT.
           MOVE WS-AGE-DAYS            TO OL-AGE.
           MOVE OUTSTANDING-LINE TO RECON-REC.
           WRITE RECON-REC.

       DATE-TO-DAYS.
      *    YYYYMMDD in WS-DT-DATE to a running day number in
      *    WS-DT-DAYS.  March-based year, so the leap day falls at
      *    the end of the year and the month lengths from March on
      *    follow the 153/5 pattern.  DIVIDE ... GIVING truncates,
      *    which is the integer division every term needs.
           MOVE WS-DT-YYYY TO WS-DT-YEAR.
           MOVE WS-DT-MM   TO WS-DT-MONTH.
           IF WS-DT-MONTH < 3
               SUBTRACT 1 FROM WS-DT-YEAR
               ADD 12 TO WS-DT-MONTH
           END-IF.
           DIVIDE WS-DT-YEAR BY 4   GIVING WS-DT-Q4.
           DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-Q100.
           DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-Q400.
           COMPUTE WS-DT-MTERM = 153 * (WS-DT-MONTH - 3) + 2.
           DIVIDE WS-DT-MTERM BY 5 GIVING WS-DT-MDAYS.
           COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-Q4
                              - WS-DT-Q100 + WS-DT-Q400
                              + WS-DT-MDAYS + WS-DT-DD.

       WRITE-REPORT-TRAILER.
           MOVE "------------------------------------------------"
               TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           MOVE WS-OUTSTAND-TOTAL TO WS-TOTAL-DISPLAY.
           STRING "  OUTSTANDING      : " WS-OUTSTAND-COUNT
                   "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           MOVE WS-STALE-TOTAL TO WS-TOTAL-DISPLAY.
           STRING "  STALE-DATED      : " WS-STALE-COUNT
                   "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           STRING "  PAID-ITEM EXCEPTIONS : " WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           MOVE "================================================"
               TO RECON-REC.
           WRITE RECON-REC.
