      ******************************************************************
      * EARN-HIST.COB - Earnings history stub reprint and YTD proof.
      *   Companion to PAYROLL: every run appends one EARNHIST.DAT
      *   line per employee paid - regular and overtime pay, federal
      *   and state tax, each deduction actually taken, net, and the
      *   check number or direct-deposit flag.  PAYSTUB.DAT is
      *   overwritten by the next run; this file is not.
      *
      *   Two jobs:
      *   1. Reprints the stub for any past pay year/period to
      *      STUBCOPY.DAT - one employee or everyone paid that
      *      period - with year-to-date figures rebuilt from the
      *      history through that period.
      *   2. Proves YTD-MASTER against the history: for the open pay
      *      year on PAYPER.DAT, each employee's YTD gross, federal
      *      tax, state tax and net must equal the sum of their
      *      history lines.  Any difference, a YTD record with no
      *      history behind it (or history with no YTD record), and
      *      a second regular-run line for the same period are
      *      listed on YTDPROOF.RPT - a bad restart or a hand-
      *      patched YTD record shows up here, not on a W-2.
      *
      *   Prompts for an EMP-ID (0 = everyone), a pay year and a
      *   period; a period of 0 skips the reprint and runs the
      *   proof only.
      *
      *   Ends with return code 4 when the YTD proof found an
      *   employee whose history does not tie to YTD-MASTER.
      *
      * Compile: cobc -x -o earn-hist earn-hist.cob
      * Run:     ./earn-hist
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARN-HIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EHIST-STATUS.

           SELECT YTD-MASTER ASSIGN TO "YTD.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS YM-EMP-ID
               FILE STATUS   IS WS-YTD-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PER-STATUS.

           SELECT STUB-COPY-FILE ASSIGN TO "STUBCOPY.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STUB-STATUS.

           SELECT PROOF-RPT ASSIGN TO "YTDPROOF.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Must match PAYROLL's EARNINGS-HISTORY-RECORD layout exactly.
       FD  EARNINGS-HISTORY-FILE.
       01  EARNINGS-HISTORY-RECORD.
           05  EH-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01).
           05  EH-PAY-YEAR         PIC 9(04).
           05  FILLER              PIC X(01).
           05  EH-PAY-PERIOD       PIC 9(02).
           05  FILLER              PIC X(01).
           05  EH-RUN-MODE         PIC X(01).
               88  EH-REGULAR-RUN          VALUE "R".
           05  FILLER              PIC X(01).
           05  EH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  EH-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01).
           05  EH-OT-HOURS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  EH-REG-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01).
           05  EH-OT-PAY           PIC 9(06)V99.
           05  FILLER              PIC X(01).
           05  EH-GROSS            PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  EH-FED-TAX          PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  EH-WORK-STATE       PIC X(02).
           05  FILLER              PIC X(01).
           05  EH-STATE-TAX        PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  EH-DED-COUNT        PIC 9(01).
           05  EH-DED-ENTRY OCCURS 5 TIMES.
               10  FILLER          PIC X(01).
               10  EH-DED-CODE     PIC X(02).
               10  FILLER          PIC X(01).
               10  EH-DED-AMT      PIC 9(05)V99.
           05  FILLER              PIC X(01).
           05  EH-DED-TOTAL        PIC 9(06)V99.
           05  FILLER              PIC X(01).
           05  EH-NET              PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  EH-PAY-METHOD       PIC X(01).
               88  EH-PAID-BY-ACH          VALUE "A".
               88  EH-PAID-BY-CHECK        VALUE "C".
           05  FILLER              PIC X(01).
           05  EH-CHECK-NO         PIC 9(06).
           05  FILLER              PIC X(01).
           05  EH-VAC-BAL          PIC 9(04)V99.
           05  FILLER              PIC X(01).
           05  EH-SICK-BAL         PIC 9(04)V99.
           05  FILLER              PIC X(01).
           05  EH-HOL-HOURS        PIC 9(03).
           05  FILLER              PIC X(01).
           05  EH-HOL-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01).
           05  EH-SUN-HOURS        PIC 9(03).
           05  FILLER              PIC X(01).
           05  EH-SUN-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01).
           05  EH-VAC-PAYOUT-HRS   PIC 9(04)V99.
           05  FILLER              PIC X(01).
           05  EH-VAC-PAYOUT       PIC 9(06)V99.

      *    Must match PAYROLL's YTD-RECORD layout exactly.
       FD  YTD-MASTER.
       01  YTD-RECORD.
           05  YM-EMP-ID      PIC 9(05).
           05  YM-YTD-GROSS   PIC 9(08)V99.
           05  YM-YTD-TAX     PIC 9(08)V99.
           05  YM-YTD-NET     PIC 9(08)V99.
           05  YM-WORK-STATE  PIC X(02).
           05  YM-YTD-STATE-TAX PIC 9(08)V99.
           05  YM-LAST-YEAR   PIC 9(04).
           05  YM-LAST-PERIOD PIC 9(02).
           05  YM-LAST-GROSS  PIC 9(07)V99.
           05  YM-LAST-NET    PIC 9(07)V99.

      *    Must match PAYROLL's PAY-PERIOD-RECORD layout exactly.
       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05  PP-YEAR             PIC 9(04).
           05  FILLER              PIC X(01).
           05  PP-PERIOD           PIC 9(02).
           05  FILLER              PIC X(01).
           05  PP-STATUS           PIC X(01).

       FD  STUB-COPY-FILE.
       01  STUB-COPY-REC           PIC X(80).

       FD  PROOF-RPT.
       01  PROOF-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EHIST-STATUS    PIC XX    VALUE "00".
       01  WS-YTD-STATUS      PIC XX    VALUE "00".
       01  WS-PER-STATUS      PIC XX    VALUE "00".
       01  WS-STUB-STATUS     PIC XX    VALUE "00".
       01  WS-RPT-STATUS      PIC XX    VALUE "00".
       01  WS-EOF-SW          PIC X     VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-YTD-EOF-SW      PIC X     VALUE "N".
           88  WS-YTD-EOF               VALUE "Y".
       01  WS-WANT-EMP-ID     PIC 9(05) VALUE 0.
       01  WS-WANT-YEAR       PIC 9(04) VALUE 0.
       01  WS-WANT-PERIOD     PIC 9(02) VALUE 0.
       01  WS-PROOF-YEAR      PIC 9(04) VALUE 0.
       01  WS-STUB-COUNT      PIC 9(04) VALUE 0.
       01  WS-HIST-COUNT      PIC 9(06) VALUE 0.
       01  WS-YTD-COUNT       PIC 9(04) VALUE 0.
       01  WS-TIED-COUNT      PIC 9(04) VALUE 0.
       01  WS-EXCEPT-COUNT    PIC 9(04) VALUE 0.
       01  WS-SUB             PIC 9(01).
       01  WS-FOUND-SW        PIC X     VALUE "N".
           88  WS-FOUND                 VALUE "Y".
       01  WS-HIT-SUB         PIC 9(04) VALUE 0.
       01  WS-SEARCH-EMP-ID   PIC 9(05).
       01  WS-DIFF-SW         PIC X     VALUE "N".
           88  WS-DIFFERS               VALUE "Y".

      *    One entry per EMP-ID seen on the history.  HT-PRF-* are the
      *    proof year's sums; HT-STB-* are the reprint year's sums
      *    through the reprint period - the stub's YTD column.
      *    HT-LAST-YEAR/PERIOD is the last regular-run period seen,
      *    for catching the same period paid twice.
       01  HISTORY-TOTAL-TABLE.
           05  HISTORY-TOTAL-ENTRY OCCURS 500 TIMES INDEXED BY HT-IDX.
               10  HT-EMP-ID      PIC 9(05).
               10  HT-YTD-SEEN    PIC X(01).
               10  HT-LAST-YEAR   PIC 9(04).
               10  HT-LAST-PERIOD PIC 9(02).
               10  HT-PRF-GROSS   PIC 9(08)V99.
               10  HT-PRF-FED     PIC 9(08)V99.
               10  HT-PRF-STATE   PIC 9(08)V99.
               10  HT-PRF-NET     PIC 9(08)V99.
               10  HT-STB-GROSS   PIC 9(08)V99.
               10  HT-STB-FED     PIC 9(08)V99.
               10  HT-STB-STATE   PIC 9(08)V99.
               10  HT-STB-NET     PIC 9(08)V99.
       01  WS-EMP-COUNT       PIC 9(04) VALUE 0.

      *    Same period paid twice on a regular run - noted while the
      *    history is read, printed on the proof afterwards.
       01  DUPLICATE-TABLE.
           05  DUPLICATE-ENTRY OCCURS 100 TIMES INDEXED BY DU-IDX.
               10  DU-EMP-ID      PIC 9(05).
               10  DU-YEAR        PIC 9(04).
               10  DU-PERIOD      PIC 9(02).
       01  WS-DUP-COUNT       PIC 9(03) VALUE 0.

       01  STUB-AMT-LINE.
           05  SL-LABEL       PIC X(26).
           05  SL-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(44) VALUE SPACES.

       01  STUB-DED-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  SD-CODE        PIC X(02).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SD-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(62) VALUE SPACES.

       01  SC-PERIOD          PIC ZZZ,ZZ9.99.
       01  SC-YTD             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PAYOUT-HOURS-ED PIC ZZZ9.99.

       01  PROOF-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-EMP-ID      PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-FIELD       PIC X(10).
           05  PL-YTD         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-HIST        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PL-NOTE        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== EARNINGS HISTORY - STUB REPRINT / YTD "
                   "PROOF ===".
           DISPLAY "EMP-ID TO REPRINT (0 = ALL): " WITH NO ADVANCING.
           ACCEPT WS-WANT-EMP-ID.
           DISPLAY "PAY YEAR: " WITH NO ADVANCING.
           ACCEPT WS-WANT-YEAR.
           DISPLAY "PAY PERIOD (0 = PROOF ONLY): " WITH NO ADVANCING.
           ACCEPT WS-WANT-PERIOD.

           PERFORM READ-PAY-PERIOD.

           PERFORM OPEN-HISTORY.
           PERFORM READ-HISTORY.
           PERFORM ACCUMULATE-HISTORY UNTIL WS-EOF.
           CLOSE EARNINGS-HISTORY-FILE.
           DISPLAY "HISTORY LINES READ: " WS-HIST-COUNT.

           IF WS-WANT-PERIOD > 0
               PERFORM REPRINT-STUBS
           END-IF.

           PERFORM PROVE-YTD.
           IF WS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PAY-PERIOD.
      *    The open pay year is the one YTD-MASTER is accumulating -
      *    YEAR-END zeroes it and rolls PAYPER.DAT together.
           OPEN INPUT PAY-PERIOD-FILE.
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
           MOVE PP-YEAR TO WS-PROOF-YEAR.
           CLOSE PAY-PERIOD-FILE.

       OPEN-HISTORY.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EARNINGS-HISTORY-FILE.
           IF WS-EHIST-STATUS = "35"
               DISPLAY "NO EARNINGS HISTORY ON FILE - EARNHIST.DAT "
                       "MISSING."
               DISPLAY "RUN PAYROLL FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EHIST-STATUS NOT = "00"
               DISPLAY "ERROR opening EARNINGS-HISTORY-FILE: "
                       WS-EHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HISTORY.
           READ EARNINGS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       ACCUMULATE-HISTORY.
           ADD 1 TO WS-HIST-COUNT.
           MOVE EH-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM FIND-EMPLOYEE.
           IF NOT WS-FOUND
               PERFORM ADD-EMPLOYEE
           END-IF.

           IF EH-REGULAR-RUN
               IF EH-PAY-YEAR = HT-LAST-YEAR (WS-HIT-SUB)
                  AND EH-PAY-PERIOD = HT-LAST-PERIOD (WS-HIT-SUB)
                   PERFORM NOTE-DUPLICATE
               END-IF
               MOVE EH-PAY-YEAR   TO HT-LAST-YEAR (WS-HIT-SUB)
               MOVE EH-PAY-PERIOD TO HT-LAST-PERIOD (WS-HIT-SUB)
           END-IF.

           IF EH-PAY-YEAR = WS-PROOF-YEAR
               ADD EH-GROSS     TO HT-PRF-GROSS (WS-HIT-SUB)
               ADD EH-FED-TAX   TO HT-PRF-FED   (WS-HIT-SUB)
               ADD EH-STATE-TAX TO HT-PRF-STATE (WS-HIT-SUB)
               ADD EH-NET       TO HT-PRF-NET   (WS-HIT-SUB)
           END-IF.

           IF EH-PAY-YEAR = WS-WANT-YEAR
              AND EH-PAY-PERIOD NOT > WS-WANT-PERIOD
               ADD EH-GROSS     TO HT-STB-GROSS (WS-HIT-SUB)
               ADD EH-FED-TAX   TO HT-STB-FED   (WS-HIT-SUB)
               ADD EH-STATE-TAX TO HT-STB-STATE (WS-HIT-SUB)
               ADD EH-NET       TO HT-STB-NET   (WS-HIT-SUB)
           END-IF.
           PERFORM READ-HISTORY.

       FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0   TO WS-HIT-SUB.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-EMP-COUNT
                      OR WS-FOUND
               IF HT-EMP-ID (HT-IDX) = WS-SEARCH-EMP-ID
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-HIT-SUB TO HT-IDX
               END-IF
           END-PERFORM.

       ADD-EMPLOYEE.
           IF WS-EMP-COUNT = 500
               DISPLAY "EMPLOYEE TABLE EXCEEDS 500 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE WS-EMP-COUNT     TO WS-HIT-SUB.
           MOVE WS-SEARCH-EMP-ID TO HT-EMP-ID (WS-HIT-SUB).
           MOVE "N" TO HT-YTD-SEEN    (WS-HIT-SUB).
           MOVE 0   TO HT-LAST-YEAR   (WS-HIT-SUB).
           MOVE 0   TO HT-LAST-PERIOD (WS-HIT-SUB).
           MOVE 0   TO HT-PRF-GROSS   (WS-HIT-SUB).
           MOVE 0   TO HT-PRF-FED     (WS-HIT-SUB).
           MOVE 0   TO HT-PRF-STATE   (WS-HIT-SUB).
           MOVE 0   TO HT-PRF-NET     (WS-HIT-SUB).
           MOVE 0   TO HT-STB-GROSS   (WS-HIT-SUB).
           MOVE 0   TO HT-STB-FED     (WS-HIT-SUB).
           MOVE 0   TO HT-STB-STATE   (WS-HIT-SUB).
           MOVE 0   TO HT-STB-NET     (WS-HIT-SUB).

       NOTE-DUPLICATE.
           IF WS-DUP-COUNT = 100
               DISPLAY "DUPLICATE TABLE EXCEEDS 100 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DUP-COUNT.
           MOVE EH-EMP-ID     TO DU-EMP-ID (WS-DUP-COUNT).
           MOVE EH-PAY-YEAR   TO DU-YEAR   (WS-DUP-COUNT).
           MOVE EH-PAY-PERIOD TO DU-PERIOD (WS-DUP-COUNT).

       REPRINT-STUBS.
      *    Second pass over the history now the YTD-through-period
      *    sums are known.  A supplemental check in the period gets
      *    its own stub, just as it did when it was paid.
           OPEN OUTPUT STUB-COPY-FILE.
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR opening STUB-COPY-FILE: " WS-STUB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-HISTORY.
           PERFORM READ-HISTORY.
           PERFORM REPRINT-OR-SKIP UNTIL WS-EOF.
           CLOSE EARNINGS-HISTORY-FILE.
           CLOSE STUB-COPY-FILE.
           DISPLAY "STUBS REPRINTED TO STUBCOPY.DAT: " WS-STUB-COUNT.

       REPRINT-OR-SKIP.
           IF EH-PAY-YEAR = WS-WANT-YEAR
              AND EH-PAY-PERIOD = WS-WANT-PERIOD
              AND (WS-WANT-EMP-ID = 0 OR EH-EMP-ID = WS-WANT-EMP-ID)
               PERFORM WRITE-STUB-COPY
           END-IF.
           PERFORM READ-HISTORY.

       WRITE-STUB-COPY.
           MOVE EH-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM FIND-EMPLOYEE.
           MOVE "================================================"
               TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  PAY STUB - REPRINT   (PAID " EH-RUN-DATE
                   " RUN " EH-RUN-MODE ")"
               DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  PAY PERIOD " EH-PAY-YEAR "/" EH-PAY-PERIOD
               DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  EMP-ID: " EH-EMP-ID "   NAME: " EH-EMP-NAME
               DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE "------------------------------------------------"
               TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE "  REGULAR HOURS AT RATE : " TO SL-LABEL.
           MOVE EH-REG-PAY TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE "  OVERTIME HOURS/PAY    : " TO SL-LABEL.
           MOVE EH-OT-PAY TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "    (" EH-OT-HOURS " OT HOURS)"
               DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
      *    History written before premium pay was split out ends at
      *    the sick balance - the premium fields read back as spaces.
           IF EH-HOL-HOURS NUMERIC AND EH-HOL-HOURS > 0
               MOVE "  HOLIDAY PREMIUM PAY   : " TO SL-LABEL
               MOVE EH-HOL-PAY TO SL-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE SPACES TO STUB-COPY-REC
               STRING "    (" EH-HOL-HOURS " HOLIDAY HOURS)"
                   DELIMITED BY SIZE INTO STUB-COPY-REC
               WRITE STUB-COPY-REC
           END-IF.
           IF EH-SUN-HOURS NUMERIC AND EH-SUN-HOURS > 0
               MOVE "  SUNDAY PREMIUM PAY    : " TO SL-LABEL
               MOVE EH-SUN-PAY TO SL-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE SPACES TO STUB-COPY-REC
               STRING "    (" EH-SUN-HOURS " SUNDAY HOURS)"
                   DELIMITED BY SIZE INTO STUB-COPY-REC
               WRITE STUB-COPY-REC
           END-IF.
           IF EH-VAC-PAYOUT NUMERIC AND EH-VAC-PAYOUT > 0
               MOVE "  VACATION PAYOUT (VP)  : " TO SL-LABEL
               MOVE EH-VAC-PAYOUT TO SL-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE EH-VAC-PAYOUT-HRS TO WS-PAYOUT-HOURS-ED
               MOVE SPACES TO STUB-COPY-REC
               STRING "    (" WS-PAYOUT-HOURS-ED " HOURS)"
                   DELIMITED BY SIZE INTO STUB-COPY-REC
               WRITE STUB-COPY-REC
           END-IF.
           MOVE "  GROSS PAY             : " TO SL-LABEL.
           MOVE EH-GROSS TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE "  FEDERAL TAX WITHHELD  : " TO SL-LABEL.
           MOVE EH-FED-TAX TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE SPACES TO SL-LABEL.
           STRING "  STATE TAX (" EH-WORK-STATE ")        : "
               DELIMITED BY SIZE INTO SL-LABEL.
           MOVE EH-STATE-TAX TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.

           MOVE "  DEDUCTIONS:" TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EH-DED-COUNT
               MOVE SPACES TO STUB-DED-LINE
               MOVE EH-DED-CODE (WS-SUB) TO SD-CODE
               MOVE EH-DED-AMT  (WS-SUB) TO SD-AMOUNT
               MOVE STUB-DED-LINE TO STUB-COPY-REC
               WRITE STUB-COPY-REC
           END-PERFORM.
           MOVE "  TOTAL DEDUCTIONS      : " TO SL-LABEL.
           MOVE EH-DED-TOTAL TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE "  NET PAY               : " TO SL-LABEL.
           MOVE EH-NET TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.

           MOVE SPACES TO STUB-COPY-REC.
           IF EH-PAID-BY-CHECK
               STRING "  PAID BY CHECK NO " EH-CHECK-NO
                   DELIMITED BY SIZE INTO STUB-COPY-REC
           ELSE
               MOVE "  PAID BY DIRECT DEPOSIT" TO STUB-COPY-REC
           END-IF.
           WRITE STUB-COPY-REC.

           MOVE "  LEAVE BALANCES (HOURS):" TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE "    VACATION            : " TO SL-LABEL.
           MOVE EH-VAC-BAL TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.
           MOVE "    SICK                : " TO SL-LABEL.
           MOVE EH-SICK-BAL TO SL-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT.

      *    Year to date as of the end of the reprinted period,
      *    rebuilt from the history - not today's YTD-MASTER.
           MOVE "------------------------------------------------"
               TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "                          THIS PERIOD"
                   "       YEAR TO DATE"
               DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE EH-GROSS                  TO SC-PERIOD.
           MOVE HT-STB-GROSS (WS-HIT-SUB) TO SC-YTD.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  GROSS                 : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE EH-FED-TAX                TO SC-PERIOD.
           MOVE HT-STB-FED (WS-HIT-SUB)   TO SC-YTD.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  FEDERAL TAX           : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE EH-STATE-TAX              TO SC-PERIOD.
           MOVE HT-STB-STATE (WS-HIT-SUB) TO SC-YTD.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  STATE TAX             : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE EH-NET                    TO SC-PERIOD.
           MOVE HT-STB-NET (WS-HIT-SUB)   TO SC-YTD.
           MOVE SPACES TO STUB-COPY-REC.
           STRING "  NET                   : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO STUB-COPY-REC.
           WRITE STUB-COPY-REC.

           MOVE "================================================"
               TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           ADD 1 TO WS-STUB-COUNT.

       WRITE-STUB-AMOUNT.
           MOVE STUB-AMT-LINE TO STUB-COPY-REC.
           WRITE STUB-COPY-REC.
           MOVE SPACES TO STUB-AMT-LINE.

       PROVE-YTD.
           OPEN INPUT YTD-MASTER.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR opening YTD-MASTER: " WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROOF-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening PROOF-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "================================================"
               TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE SPACES TO PROOF-REC.
           STRING "  YTD-MASTER PROOF AGAINST EARNINGS HISTORY - "
                   WS-PROOF-YEAR
               DELIMITED BY SIZE INTO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE "  EMP-ID  FIELD            YTD        HISTORY"
               TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE "------------------------------------------------"
               TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.

           PERFORM READ-YTD.
           PERFORM PROVE-YTD-RECORD UNTIL WS-YTD-EOF.
           CLOSE YTD-MASTER.

      *    History for the year with no YTD record behind it at all.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-EMP-COUNT
               IF HT-YTD-SEEN (HT-IDX) = "N"
                  AND HT-PRF-GROSS (HT-IDX) > 0
                   MOVE SPACES TO PROOF-LINE
                   MOVE HT-EMP-ID (HT-IDX)    TO PL-EMP-ID
                   MOVE "GROSS"               TO PL-FIELD
                   MOVE 0                     TO PL-YTD
                   MOVE HT-PRF-GROSS (HT-IDX) TO PL-HIST
                   MOVE "NO YTD RECORD"       TO PL-NOTE
                   MOVE PROOF-LINE TO PROOF-REC
                   PERFORM PRINT-PROOF-LINE
                   ADD 1 TO WS-EXCEPT-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING DU-IDX FROM 1 BY 1
                   UNTIL DU-IDX > WS-DUP-COUNT
               MOVE SPACES TO PROOF-REC
               STRING "  " DU-EMP-ID (DU-IDX) "  PERIOD "
                       DU-YEAR (DU-IDX) "/" DU-PERIOD (DU-IDX)
                       " PAID TWICE ON REGULAR RUNS"
                   DELIMITED BY SIZE INTO PROOF-REC
               PERFORM PRINT-PROOF-LINE
               ADD 1 TO WS-EXCEPT-COUNT
           END-PERFORM.

           MOVE "------------------------------------------------"
               TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE SPACES TO PROOF-REC.
           STRING "  YTD RECORDS CHECKED: " WS-YTD-COUNT
                   "   TIED: " WS-TIED-COUNT
               DELIMITED BY SIZE INTO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE SPACES TO PROOF-REC.
           STRING "  EXCEPTIONS: " WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE "================================================"
               TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           CLOSE PROOF-RPT.

       READ-YTD.
           READ YTD-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-YTD-EOF-SW
           END-READ.

       PROVE-YTD-RECORD.
      *    Every figure that differs gets its own line, so whoever
      *    chases it sees which total went wrong and by how much.
           ADD 1 TO WS-YTD-COUNT.
           MOVE "N" TO WS-DIFF-SW.
           MOVE YM-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM FIND-EMPLOYEE.
           IF NOT WS-FOUND
               IF YM-YTD-GROSS > 0
                   MOVE SPACES TO PROOF-LINE
                   MOVE YM-EMP-ID      TO PL-EMP-ID
                   MOVE "GROSS"        TO PL-FIELD
                   MOVE YM-YTD-GROSS   TO PL-YTD
                   MOVE 0              TO PL-HIST
                   MOVE "NO HISTORY"   TO PL-NOTE
                   MOVE PROOF-LINE TO PROOF-REC
                   PERFORM PRINT-PROOF-LINE
                   MOVE "Y" TO WS-DIFF-SW
               END-IF
           ELSE
               MOVE "Y" TO HT-YTD-SEEN (WS-HIT-SUB)
               IF YM-YTD-GROSS NOT = HT-PRF-GROSS (WS-HIT-SUB)
                   MOVE "GROSS"       TO PL-FIELD
                   MOVE YM-YTD-GROSS  TO PL-YTD
                   MOVE HT-PRF-GROSS (WS-HIT-SUB) TO PL-HIST
                   PERFORM PRINT-DIFFERENCE
               END-IF
               IF YM-YTD-TAX NOT = HT-PRF-FED (WS-HIT-SUB)
                   MOVE "FED TAX"     TO PL-FIELD
                   MOVE YM-YTD-TAX    TO PL-YTD
                   MOVE HT-PRF-FED (WS-HIT-SUB) TO PL-HIST
                   PERFORM PRINT-DIFFERENCE
               END-IF
               IF YM-YTD-STATE-TAX NOT = HT-PRF-STATE (WS-HIT-SUB)
                   MOVE "STATE TAX"   TO PL-FIELD
                   MOVE YM-YTD-STATE-TAX TO PL-YTD
                   MOVE HT-PRF-STATE (WS-HIT-SUB) TO PL-HIST
                   PERFORM PRINT-DIFFERENCE
               END-IF
               IF YM-YTD-NET NOT = HT-PRF-NET (WS-HIT-SUB)
                   MOVE "NET"         TO PL-FIELD
                   MOVE YM-YTD-NET    TO PL-YTD
                   MOVE HT-PRF-NET (WS-HIT-SUB) TO PL-HIST
                   PERFORM PRINT-DIFFERENCE
               END-IF
           END-IF.
           IF WS-DIFFERS
               ADD 1 TO WS-EXCEPT-COUNT
           ELSE
               ADD 1 TO WS-TIED-COUNT
           END-IF.
           PERFORM READ-YTD.

       PRINT-DIFFERENCE.
           MOVE YM-EMP-ID      TO PL-EMP-ID.
           MOVE "DOES NOT TIE" TO PL-NOTE.
           MOVE PROOF-LINE TO PROOF-REC.
           PERFORM PRINT-PROOF-LINE.
           MOVE "Y" TO WS-DIFF-SW.

       PRINT-PROOF-LINE.
           DISPLAY PROOF-REC.
           WRITE PROOF-REC.
