      ******************************************************************
      * WAGE-ACCRUE.COB - Month-end accrued wages.
      *   Companion to PAYROLL: a run posts salary expense to
      *   GLEXTR.DAT on the run date, so when a pay week straddles
      *   month end the days worked in the old month land in the new
      *   month's expense.  Run at month end, this books the old
      *   month's share of the open week instead of finance keying
      *   the accrual by hand.
      *
      *   The open week's labor is priced from EMPLOYEE-MASTER as it
      *   stands - this week's hours at each employee's rate, with
      *   PAYROLL's overtime and premium rules, or the period salary
      *   for salaried staff - for ACTIVE employees only, totalled by
      *   department.  Each department's total is prorated by the
      *   calendar days of the week that fall in the old month (the
      *   week's start date and the month-end date come from
      *   ACCRCTL.DAT), and one balanced entry is posted under its
      *   own GL-SOURCE, WAGE ACCRUAL: 5100-<dept> debited per
      *   department, 2130-ACW accrued wages credited for the total,
      *   dated the month-end.  GL-CLOSE reverses it at the start of
      *   the next period, so the week's full cost still lands once
      *   PAYROLL posts it.
      *
      *   An accrual for the same month-end already on GLEXTR.DAT, or
      *   already closed into GL-CLOSE's archive GLARCH.DAT, is never
      *   posted twice.  The department breakdown goes to
      *   ACCRUAL.RPT.
      *
      *   Ends with return code 4 when there was nothing to accrue
      *   or the month was already booked, 16 on an error.
      *
      * Compile: cobc -x -o wage-accrue wage-accrue.cob
      * Run:     ./wage-accrue
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-ACCRUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Month-end date and the open pay week's first day - changed
      *    on disk each month end.
           SELECT ACCRUAL-CARD-FILE ASSIGN TO "ACCRCTL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CARD-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.IDX"
               ORGANIZATION  IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS EMP-ID
               FILE STATUS   IS WS-EMP-STATUS.

      *    PAYROLL's premium multipliers, read so the accrual prices
      *    holiday and Sunday hours the way the run will.
           SELECT PREMIUM-RATE-FILE ASSIGN TO "PREMRATE.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-PREM-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-STATUS.

      *    GL-CLOSE's archive of closed periods - read so a rerun
      *    after the close does not book the month again.
           SELECT GL-ARCHIVE-FILE ASSIGN TO "GLARCH.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCH-STATUS.

           SELECT ACCRUAL-RPT ASSIGN TO "ACCRUAL.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-CARD-FILE.
       01  ACCRUAL-CARD.
           05  AC-MONTH-END    PIC 9(08).
           05  FILLER          PIC X(01).
           05  AC-WEEK-START   PIC 9(08).

      *    Must match PAYROLL's EMPLOYEE-RECORD layout exactly.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           05  EMP-ID     PIC 9(05).
           05  EMP-NAME   PIC X(20).
           05  EMP-HOURS  PIC 9(03).
           05  EMP-RATE   PIC 9(03)V99.
           05  EMP-DED-COUNT  PIC 9(01).
           05  EMP-DED-ENTRY OCCURS 5 TIMES INDEXED BY DED-IDX.
               10  EMP-DED-CODE   PIC X(02).
               10  EMP-DED-AMT    PIC 9(05)V99.
           05  EMP-BANK-ROUTING   PIC 9(09).
           05  EMP-BANK-ACCOUNT   PIC X(17).
           05  EMP-ACCT-TYPE      PIC X(01).
               88  EMP-ACCT-CHECKING       VALUE "C".
               88  EMP-ACCT-SAVINGS        VALUE "S".
           05  EMP-STATUS         PIC X(01).
               88  EMP-ACTIVE              VALUE "A".
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

      *    Must match PAYROLL's PREMIUM-RATE-CARD layout exactly.
       FD  PREMIUM-RATE-FILE.
       01  PREMIUM-RATE-CARD.
           05  PRC-CLASS           PIC X(01).
               88  PRC-HOLIDAY             VALUE "H".
               88  PRC-SUNDAY              VALUE "S".
           05  PRC-MULT            PIC 9V99.

      *    Shared GL extract line - must match PAYROLL's GL-RECORD
      *    layout exactly.
       FD  GL-EXTRACT-FILE.
       01  GL-RECORD.
           05  GL-POST-DATE    PIC 9(08).
           05  FILLER          PIC X(01).
           05  GL-ACCOUNT      PIC X(08).
           05  FILLER          PIC X(01).
           05  GL-DRCR         PIC X(02).
           05  FILLER          PIC X(01).
           05  GL-AMOUNT       PIC 9(09)V99.
           05  FILLER          PIC X(01).
           05  GL-SOURCE       PIC X(12).

      *    Must match GL-CLOSE's GL-ARCH-RECORD layout exactly -
      *    the close date, then the GL line as it was closed.
       FD  GL-ARCHIVE-FILE.
       01  GL-ARCH-RECORD.
           05  GA-CLOSE-DATE   PIC 9(08).
           05  FILLER          PIC X(01).
           05  GA-GL-LINE.
               10  GA-POST-DATE    PIC 9(08).
               10  FILLER          PIC X(01).
               10  GA-ACCOUNT      PIC X(08).
               10  FILLER          PIC X(01).
               10  GA-DRCR         PIC X(02).
               10  FILLER          PIC X(01).
               10  GA-AMOUNT       PIC 9(09)V99.
               10  FILLER          PIC X(01).
               10  GA-SOURCE       PIC X(12).

       FD  ACCRUAL-RPT.
       01  ACCRUAL-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS      PIC XX    VALUE "00".
       01  WS-EMP-STATUS       PIC XX    VALUE "00".
       01  WS-PREM-STATUS      PIC XX    VALUE "00".
       01  WS-GL-STATUS        PIC XX    VALUE "00".
       01  WS-ARCH-STATUS      PIC XX    VALUE "00".
       01  WS-RPT-STATUS       PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-PREM-EOF-SW      PIC X     VALUE "N".
           88  WS-PREM-EOF               VALUE "Y".
       01  WS-FOUND-SW         PIC X     VALUE "N".
           88  WS-FOUND                  VALUE "Y".
       01  WS-POSTED-SW        PIC X     VALUE "N".
           88  WS-ALREADY-POSTED         VALUE "Y".

      *    GL-SOURCE of the accrual entry - GL-CLOSE picks its lines
      *    out by this name to reverse them.
       01  WS-ACCRUAL-SOURCE   PIC X(12) VALUE "WAGE ACCRUAL".
       01  WS-ACCRUED-ACCOUNT  PIC X(08) VALUE "2130-ACW".

       01  WS-HOL-MULT         PIC 9V99  VALUE 2.00.
       01  WS-SUN-MULT         PIC 9V99  VALUE 1.50.
       01  WS-BUCKET-HOURS     PIC 9(04).
       01  WS-GROSS            PIC 9(07)V99.
       01  WS-MONTH-END-DAYS   PIC 9(07).
       01  WS-WEEK-DAYS        PIC 9(02).
       01  WS-EMP-COUNT        PIC 9(04) VALUE 0.
       01  WS-TOTAL-LABOR      PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-ACCRUED    PIC 9(09)V99 VALUE 0.
       01  WS-DEPT-KEY         PIC X(03).

      *    Date-to-day-number work fields - see DATE-TO-DAYS.
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

      *    The open week's labor and its accrued share, by the same
      *    department key PAYROLL distributes salary expense on.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 10 TIMES INDEXED BY DP-IDX.
               10  DPT-CODE       PIC X(03).
               10  DPT-LABOR      PIC 9(09)V99.
               10  DPT-ACCRUED    PIC 9(09)V99.
       01  WS-DEPT-COUNT       PIC 9(02) VALUE 0.

       01  ACCRUAL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  XL-ACCOUNT      PIC X(08).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  XL-LABOR        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  XL-ACCRUED      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== MONTH-END ACCRUED WAGES ===".

           PERFORM READ-ACCRUAL-CARD.
           PERFORM COUNT-WEEK-DAYS.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED
               DISPLAY "ACCRUAL FOR " AC-MONTH-END
                       " ALREADY POSTED - NOTHING POSTED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-PREMIUM-RATES.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM READ-EMPLOYEE.
           PERFORM ACCUMULATE-EMPLOYEE UNTIL WS-EOF.
           CLOSE EMPLOYEE-MASTER.

           PERFORM PRORATE-DEPARTMENTS.
           IF WS-TOTAL-ACCRUED = 0
               DISPLAY "NO OPEN-WEEK LABOR ON EMPLOYEE-MASTER - "
                       "NOTHING POSTED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-ACCRUAL-REPORT.
           PERFORM POST-ACCRUAL.

           DISPLAY "EMPLOYEES PRICED : " WS-EMP-COUNT.
           DISPLAY "DEPARTMENTS      : " WS-DEPT-COUNT.
           DISPLAY "DAYS ACCRUED     : " WS-WEEK-DAYS " OF 7".
           DISPLAY "AMOUNT ACCRUED   : " WS-TOTAL-ACCRUED.
           STOP RUN.

       READ-ACCRUAL-CARD.
           OPEN INPUT ACCRUAL-CARD-FILE.
           IF WS-CARD-STATUS = "35"
               PERFORM LOAD-ACCRUAL-CARD
               OPEN INPUT ACCRUAL-CARD-FILE
           END-IF.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening ACCRUAL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACCRUAL-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR reading ACCRUAL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACCRUAL-CARD-FILE.

       LOAD-ACCRUAL-CARD.
      *    One-time seed of ACCRCTL.DAT: November 2026 month end, on
      *    a Monday, with the pay week opened the Sunday before.
      *    Change the card on disk each month end, not here.
           OPEN OUTPUT ACCRUAL-CARD-FILE.
           MOVE SPACES   TO ACCRUAL-CARD.
           MOVE 20261130 TO AC-MONTH-END.
           MOVE 20261129 TO AC-WEEK-START.
           WRITE ACCRUAL-CARD.
           CLOSE ACCRUAL-CARD-FILE.

       COUNT-WEEK-DAYS.
      *    Calendar days of the open week up to and including the
      *    month end.  A week wholly inside the old month accrues in
      *    full; one starting after the month end has nothing to
      *    accrue; a start more than a week back means the card was
      *    not changed for this month end.
           IF AC-WEEK-START > AC-MONTH-END
               DISPLAY "OPEN WEEK STARTS AFTER " AC-MONTH-END
                       " - NOTHING TO ACCRUE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AC-MONTH-END TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DT-DAYS TO WS-MONTH-END-DAYS.
           MOVE AC-WEEK-START TO WS-DT-DATE.
           PERFORM DATE-TO-DAYS.
           IF WS-MONTH-END-DAYS - WS-DT-DAYS > 6
               DISPLAY "OPEN WEEK STARTED MORE THAN 7 DAYS BEFORE "
                       AC-MONTH-END " - CHECK ACCRCTL.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WEEK-DAYS = WS-MONTH-END-DAYS - WS-DT-DAYS + 1.

       CHECK-ALREADY-POSTED.
      *    An accrual for this month end is either still on
      *    GLEXTR.DAT or, once GL-CLOSE has closed the period, on
      *    GLARCH.DAT - either way an earlier run of this program
      *    posted it.  No file yet means nothing posted there.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-GL-STATUS NOT = "00" AND NOT = "35"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-GL-LINE
               PERFORM CHECK-GL-LINE UNTIL WS-EOF
               CLOSE GL-EXTRACT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GL-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00" AND NOT = "35"
               DISPLAY "ERROR opening GL-ARCHIVE-FILE: "
                       WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-STATUS = "00"
               PERFORM READ-ARCH-LINE
               PERFORM CHECK-ARCH-LINE UNTIL WS-EOF
               CLOSE GL-ARCHIVE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.

       READ-GL-LINE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-GL-LINE.
           IF GL-SOURCE = WS-ACCRUAL-SOURCE
                   AND GL-POST-DATE = AC-MONTH-END
               MOVE "Y" TO WS-POSTED-SW
           END-IF.
           PERFORM READ-GL-LINE.

       READ-ARCH-LINE.
           READ GL-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-ARCH-LINE.
           IF GA-SOURCE = WS-ACCRUAL-SOURCE
                   AND GA-POST-DATE = AC-MONTH-END
               MOVE "Y" TO WS-POSTED-SW
           END-IF.
           PERFORM READ-ARCH-LINE.

       OPEN-PREMIUM-RATES.
      *    PAYROLL seeds PREMRATE.DAT on its first run; until then
      *    its own defaults apply here too.
           OPEN INPUT PREMIUM-RATE-FILE.
           IF WS-PREM-STATUS NOT = "00" AND NOT = "35"
               DISPLAY "ERROR opening PREMIUM-RATE-FILE: "
                       WS-PREM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREM-STATUS = "00"
               PERFORM READ-PREMIUM-RATES UNTIL WS-PREM-EOF
               CLOSE PREMIUM-RATE-FILE
           END-IF.

       READ-PREMIUM-RATES.
           READ PREMIUM-RATE-FILE
               AT END
                   MOVE "Y" TO WS-PREM-EOF-SW
               NOT AT END
                   IF PRC-HOLIDAY
                       MOVE PRC-MULT TO WS-HOL-MULT
                   END-IF
                   IF PRC-SUNDAY
                       MOVE PRC-MULT TO WS-SUN-MULT
                   END-IF
           END-READ.

       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO EMPLOYEE MASTER ON FILE - EMPLOYEE.IDX "
                       "MISSING."
               DISPLAY "RUN PAYROLL FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       ACCUMULATE-EMPLOYEE.
      *    Only ACTIVE employees are paid, so only they accrue.  An
      *    hourly employee with no hours yet this week accrues
      *    nothing, the same as PAYROLL holding them out.
           IF EMP-ACTIVE
               PERFORM COMPUTE-WEEK-GROSS
               IF WS-GROSS > 0
                   ADD 1 TO WS-EMP-COUNT
                   PERFORM ADD-TO-DEPT-TOTALS
               END-IF
           END-IF.
           PERFORM READ-EMPLOYEE.

       COMPUTE-WEEK-GROSS.
      *    The week's gross the way PAYROLL's COMPUTE-GROSS will pay
      *    it: the period salary for salaried staff; for hourly
      *    staff TIMECLOCK's buckets at their own rates when they
      *    tie to EMP-HOURS, otherwise the first 40 hours straight
      *    and the rest at time and a half.
           IF EMP-SALARIED
               MOVE EMP-SALARY TO WS-GROSS
           ELSE
               COMPUTE WS-BUCKET-HOURS = EMP-REG-HOURS + EMP-OT-HOURS
                                       + EMP-HOL-HOURS + EMP-SUN-HOURS
               IF WS-BUCKET-HOURS = EMP-HOURS AND EMP-HOURS > 0
                   COMPUTE WS-GROSS =
                         EMP-REG-HOURS * EMP-RATE
                       + EMP-OT-HOURS  * EMP-RATE * 1.5
                       + EMP-HOL-HOURS * EMP-RATE * WS-HOL-MULT
                       + EMP-SUN-HOURS * EMP-RATE * WS-SUN-MULT
               ELSE
                   IF EMP-HOURS > 40
                       COMPUTE WS-GROSS = 40 * EMP-RATE
                           + (EMP-HOURS - 40) * EMP-RATE * 1.5
                   ELSE
                       COMPUTE WS-GROSS = EMP-HOURS * EMP-RATE
                   END-IF
               END-IF
           END-IF.

       ADD-TO-DEPT-TOTALS.
      *    An employee with no department yet is pooled under GEN,
      *    as PAYROLL does.
           IF EMP-DEPT = SPACES
               MOVE "GEN" TO WS-DEPT-KEY
           ELSE
               MOVE EMP-DEPT TO WS-DEPT-KEY
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
                      OR WS-FOUND
               IF WS-DEPT-KEY = DPT-CODE (DP-IDX)
                   ADD WS-GROSS TO DPT-LABOR (DP-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-DEPT-COUNT = 10
                   DISPLAY "DEPARTMENT TABLE EXCEEDS 10 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-KEY TO DPT-CODE (WS-DEPT-COUNT)
               MOVE WS-GROSS    TO DPT-LABOR (WS-DEPT-COUNT)
           END-IF.

       PRORATE-DEPARTMENTS.
      *    Each department rounds on its own and the credit is the
      *    sum of the rounded debits, so the entry balances to the
      *    penny.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               COMPUTE DPT-ACCRUED (DP-IDX) ROUNDED =
                   DPT-LABOR (DP-IDX) * WS-WEEK-DAYS / 7
               ADD DPT-LABOR (DP-IDX)   TO WS-TOTAL-LABOR
               ADD DPT-ACCRUED (DP-IDX) TO WS-TOTAL-ACCRUED
           END-PERFORM.

       WRITE-ACCRUAL-REPORT.
           OPEN OUTPUT ACCRUAL-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening ACCRUAL-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "================================================"
               TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           MOVE SPACES TO ACCRUAL-REC.
           STRING "  ACCRUED WAGES AT " AC-MONTH-END
                  " - WEEK FROM " AC-WEEK-START ", "
                  WS-WEEK-DAYS " OF 7 DAYS"
               DELIMITED BY SIZE INTO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           MOVE "  ACCOUNT         WEEK LABOR           ACCRUED"
               TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           MOVE "------------------------------------------------"
               TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               MOVE SPACES TO XL-ACCOUNT
               STRING "5100-" DPT-CODE (DP-IDX)
                   DELIMITED BY SIZE INTO XL-ACCOUNT
               MOVE DPT-LABOR (DP-IDX)   TO XL-LABOR
               MOVE DPT-ACCRUED (DP-IDX) TO XL-ACCRUED
               MOVE ACCRUAL-LINE TO ACCRUAL-REC
               PERFORM PRINT-ACCRUAL-LINE
           END-PERFORM.
           MOVE "------------------------------------------------"
               TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           MOVE WS-ACCRUED-ACCOUNT TO XL-ACCOUNT.
           MOVE WS-TOTAL-LABOR     TO XL-LABOR.
           MOVE WS-TOTAL-ACCRUED   TO XL-ACCRUED.
           MOVE ACCRUAL-LINE TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           MOVE "================================================"
               TO ACCRUAL-REC.
           PERFORM PRINT-ACCRUAL-LINE.
           CLOSE ACCRUAL-RPT.

       PRINT-ACCRUAL-LINE.
           DISPLAY ACCRUAL-REC.
           WRITE ACCRUAL-REC.

       POST-ACCRUAL.
      *    One self-balancing set under its own source, dated the
      *    month end so it closes with the old month.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               IF DPT-ACCRUED (DP-IDX) > 0
                   MOVE SPACES TO GL-ACCOUNT
                   STRING "5100-" DPT-CODE (DP-IDX)
                       DELIMITED BY SIZE INTO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   MOVE DPT-ACCRUED (DP-IDX) TO GL-AMOUNT
                   PERFORM WRITE-GL-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-ACCRUED-ACCOUNT TO GL-ACCOUNT.
           MOVE "CR"               TO GL-DRCR.
           MOVE WS-TOTAL-ACCRUED   TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           CLOSE GL-EXTRACT-FILE.

       WRITE-GL-RECORD.
           MOVE AC-MONTH-END      TO GL-POST-DATE.
           MOVE WS-ACCRUAL-SOURCE TO GL-SOURCE.
           WRITE GL-RECORD.

       DATE-TO-DAYS.
      *    YYYYMMDD in WS-DT-DATE to a running day number in
      *    WS-DT-DAYS, the same way CYCLE-PLAN works out due dates.
      *    March-based year, so the leap day falls at the end of the
      *    year and the month lengths from March on follow the 153/5
      *    pattern.  DIVIDE ... GIVING truncates, which is the
      *    integer division every term needs.
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
