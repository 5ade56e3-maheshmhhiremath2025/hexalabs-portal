      *   ENTRY.  "D" no longer removes the record - it marks the
      *   employee TERMINATED so deduction and YTD history survives;
      *   "L" places an employee on leave and "R" reactivates a
      *   terminated or on-leave EMP-ID with history intact.  "D"
      *   stamps the termination's effective date on the record for
      *   PAYROLL's final-pay run; "R" clears it.  Any
      *   transaction that fails validation - bad code, blank name,
      *   zero hours/rate (zero salary on a salaried add), a bad pay
      *   type, duplicate add, or a transaction against an
      *   EMP-ID that doesn't exist - is rejected to MAINTRPT.DAT
      *   instead of being applied.
      *
      *   both the date the change was entered and the date it took
      *   effect.
      *
      *   Ends with return code 4 when a transaction was rejected to
      *   the exception report.
      *
      * Compile: cobc -x -o employee-maint employee-maint.cob
      * Run:     ./employee-maint
      ******************************************************************
      *    Cost center for PAYROLL's labor distribution - set on an
      *    "A", changed by a "C" carrying a non-blank value.
           05  EMP-DEPT           PIC X(03).
      *    Pay type and per-period salary - set on an "A", changed
      *    by a "C" carrying a non-blank type or non-zero salary.
      *    PAYROLL pays a salaried-exempt employee EMP-SALARY with no
      *    overtime; blank (records older than the field) is hourly.
           05  EMP-PAY-TYPE       PIC X(01).
               88  EMP-HOURLY              VALUE "H" " ".
               88  EMP-SALARIED            VALUE "S".
           05  EMP-SALARY         PIC 9(05)V99.
      *    Work state for PAYROLL's state withholding - set on an
      *    "A", changed by a "C" carrying a non-blank value.
           05  EMP-WORK-STATE     PIC X(02).
           05  EMP-HOUR-BUCKETS.
               10  EMP-REG-HOURS  PIC 9(03).
               10  EMP-OT-HOURS   PIC 9(03).
               10  EMP-HOL-HOURS  PIC 9(03).
               10  EMP-SUN-HOURS  PIC 9(03).
      *    Effective date of the termination, set by EMPLOYEE-
      *    MAINT's "D" and cleared by its "R".  PAYROLL's final-pay
      *    run logs EMP-ID plus this date to FINALPAY.DAT, so each
      *    termination is settled exactly once.
           05  EMP-TERM-DATE      PIC 9(08).
      *    The PAYPER.DAT year/period TIMECLOCK loaded EMP-HOURS
      *    for, so PAYROLL's final-pay run can tell whether the
      *    hours on the master were already paid.  Zero when the
      *    hours were keyed here instead.
           05  EMP-HOURS-YEAR     PIC 9(04).
           05  EMP-HOURS-PERIOD   PIC 9(02).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
      *    When the change is to take effect - zero applies it this
      *    run, a future date holds it on EMPPEND.DAT until then.
           05  TR-EFF-DATE      PIC 9(08).
      *    Pay type "H"/"S" and per-period salary, used by "A" (blank
      *    type adds the employee as hourly) and "C" (changed when
      *    non-blank/non-zero).
           05  TR-PAY-TYPE      PIC X(01).
           05  TR-SALARY        PIC 9(05)V99.
      *    Work state, used by "A" and "C" (changed when non-blank).
           05  TR-WORK-STATE    PIC X(02).

      *    A held transaction, image intact, plus the date it was
      *    keyed - the entered date the history trace reports when
      *    the change finally lands.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-TRAN-IMAGE   PIC X(82).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PD-ENTERED-DATE PIC 9(08).

           05  HI-ENTERED-DATE PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-EFF-DATE     PIC 9(08).
      *    Pay type and salary before and after - a salary change is
      *    as much a reason for a check to look different as a rate.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-OLD-STATE    PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  HI-NEW-STATE    PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS       PIC XX    VALUE "00".
       01  WS-OLD-ROUTING      PIC 9(09).
       01  WS-OLD-ACCT-TYPE    PIC X(01).
       01  WS-OLD-DEPT         PIC X(03).
       01  WS-OLD-PAY-TYPE     PIC X(01).
       01  WS-OLD-SALARY       PIC 9(05)V99.
       01  WS-OLD-STATE        PIC X(02).
       01  WS-PEND-STATUS      PIC XX    VALUE "00".
       01  WS-PEND-EOF-SW      PIC X     VALUE "N".
           88  WS-PEND-EOF               VALUE "Y".
      *    apply this run.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 50 TIMES INDEXED BY PD-IDX.
               10  PT-IMAGE       PIC X(82).
               10  PT-ENTERED     PIC 9(08).
               10  PT-STATE       PIC X(01).
       01  WS-PEND-COUNT       PIC 9(03) VALUE 0.
           OPEN OUTPUT EXCEPTION-RPT.
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXCEPTION-RPT: " WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR opening HISTORY-FILE: " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE TRANSACTION-FILE.
           CLOSE EXCEPTION-RPT.
           CLOSE HISTORY-FILE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-EMPLOYEE-MASTER.
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERROR opening TRANSACTION-FILE: " WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE "WHS"              TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE "NJ"               TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

      *    New hire's voided check arrived - demonstrates enabling
           MOVE "C"                TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

           MOVE "C"              TO TR-CODE.
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

           MOVE "D"              TO TR-CODE.
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

      *    Rehire of the EMP-ID terminated above - demonstrates the
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

           MOVE "L"              TO TR-CODE.
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

      *    EMP-ID 99999 does not exist - demonstrates the reject path.
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

      *    A raise agreed to start January 1st - keyed now, held on
           MOVE SPACES             TO TR-ACCT-TYPE.
           MOVE SPACES             TO TR-DEPT.
           MOVE 20270101           TO TR-EFF-DATE.
           MOVE SPACES             TO TR-PAY-TYPE.
           MOVE 0                  TO TR-SALARY.
           MOVE SPACES             TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

      *    A salaried-exempt supervisor - no hours or rate to key;
      *    PAYROLL pays the per-period salary and TIMECLOCK stops
      *    chasing timesheets for them.
           MOVE "A"              TO TR-CODE.
           MOVE 10007             TO TR-EMP-ID.
           MOVE "GRACE GARCIA"    TO TR-NAME.
           MOVE 0                  TO TR-HOURS.
           MOVE 0                  TO TR-RATE.
           MOVE 021000021          TO TR-BANK-ROUTING.
           MOVE "6000678901"       TO TR-BANK-ACCOUNT.
           MOVE "C"                TO TR-ACCT-TYPE.
           MOVE "OFC"              TO TR-DEPT.
           MOVE 0                  TO TR-EFF-DATE.
           MOVE "S"                TO TR-PAY-TYPE.
           MOVE 1750.00            TO TR-SALARY.
           MOVE "NY"               TO TR-WORK-STATE.
           WRITE TRANSACTION-RECORD.

           CLOSE TRANSACTION-FILE.
           IF WS-PEND-COUNT = 50
               DISPLAY "PENDING TABLE EXCEEDS 50 ENTRIES - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR opening PENDING-FILE: "
                           WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-PENDING UNTIL WS-PEND-EOF
                   IF WS-PEND-COUNT = 50
                       DISPLAY "PENDING TABLE EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                       TO PT-IMAGE (WS-PEND-COUNT)
                   MOVE PD-ENTERED-DATE
                       TO PT-ENTERED (WS-PEND-COUNT)
                   IF PD-ENTERED-DATE = SPACES
                       PERFORM CONVERT-SHORT-PENDING
                   END-IF
      *            The transaction record area doubles as the
      *            parse buffer for the held image.
                   MOVE PT-IMAGE (WS-PEND-COUNT)
                       TO TRANSACTION-RECORD
                   IF TR-EFF-DATE > WS-TODAY
                       MOVE "H" TO PT-STATE (WS-PEND-COUNT)
                   ELSE
                   END-IF
           END-READ.

       CONVERT-SHORT-PENDING.
      *    An entry held before pay type, salary and work state were
      *    added to the transaction is 72 bytes of image, a space
      *    and the entered date - the line ends short of
      *    PD-ENTERED-DATE.  Pull the date from where it sits and
      *    give the image the new fields as "not changed", so the
      *    entry applies as it was keyed and REWRITE-PENDING carries
      *    it forward in the current layout.
           MOVE PD-TRAN-IMAGE (74:8) TO PT-ENTERED (WS-PEND-COUNT).
           MOVE SPACES TO PT-IMAGE (WS-PEND-COUNT) (73:10).
           MOVE ZEROS  TO PT-IMAGE (WS-PEND-COUNT) (74:7).

       APPLY-MATURED-PENDING.
      *    Held transactions whose day has come are applied first,
      *    before the fresh batch - the raise keyed three weeks ago
                   MOVE PT-ENTERED (WS-PEND-SUB)
                       TO WS-ENTERED-DATE
                   MOVE TR-EFF-DATE TO WS-EFF-DATE
                   PERFORM CHECK-PENDING-IMAGE
                   IF WS-REJECTED
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
                   ADD 1 TO WS-MATURED-COUNT
               END-IF
           END-PERFORM.

       CHECK-PENDING-IMAGE.
      *    A held image has sat on disk since it was keyed; one
      *    whose salary or work state no longer reads as such is
      *    damaged and goes to the exception report rather than
      *    onto the master.
           MOVE "N" TO WS-REJECT-SW.
           IF TR-SALARY NOT NUMERIC
               MOVE "PENDING SALARY NOT NUMERIC" TO WS-REASON
               MOVE "Y" TO WS-REJECT-SW
           END-IF.
           IF TR-WORK-STATE NOT = SPACES
               IF TR-WORK-STATE NOT ALPHABETIC-UPPER
                  OR TR-WORK-STATE (1:1) = SPACE
                  OR TR-WORK-STATE (2:1) = SPACE
                   MOVE "PENDING WORK STATE INVALID" TO WS-REASON
                   MOVE "Y" TO WS-REJECT-SW
               END-IF
           END-IF.

       REWRITE-PENDING.
      *    The pending file written back whole - matured entries
      *    gone, still-future entries carried to the next run.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR rewriting PENDING-FILE: "
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               MOVE TR-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
               MOVE TR-ACCT-TYPE    TO EMP-ACCT-TYPE
               MOVE TR-DEPT   TO EMP-DEPT
               IF TR-PAY-TYPE = SPACES
                   MOVE "H"   TO EMP-PAY-TYPE
               ELSE
                   MOVE TR-PAY-TYPE TO EMP-PAY-TYPE
               END-IF
               MOVE TR-SALARY TO EMP-SALARY
               MOVE TR-WORK-STATE TO EMP-WORK-STATE
      *        No time-clock split yet - PAYROLL pays the keyed
      *        hours until TIMECLOCK's first feed fills the buckets.
               MOVE ZEROS     TO EMP-HOUR-BUCKETS
               MOVE 0         TO EMP-TERM-DATE
               MOVE 0         TO EMP-HOURS-YEAR
               MOVE 0         TO EMP-HOURS-PERIOD
               MOVE "A"       TO EMP-STATUS
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
               MOVE "Y" TO WS-REJECT-SW
               MOVE "NAME MUST NOT BE BLANK" TO WS-REASON
           END-IF.
           IF NOT WS-REJECTED AND TR-PAY-TYPE NOT = SPACES
                   AND TR-PAY-TYPE NOT = "H" AND TR-PAY-TYPE NOT = "S"
               MOVE "Y" TO WS-REJECT-SW
               MOVE "PAY TYPE MUST BE H OR S" TO WS-REASON
           END-IF.
      *    A salaried hire is paid the salary, not hours at a rate -
      *    it is the salary that must be present, not the hours.
           IF TR-PAY-TYPE = "S"
               IF NOT WS-REJECTED AND TR-SALARY = 0
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "SALARY MUST BE NON-ZERO" TO WS-REASON
               END-IF
           ELSE
               IF NOT WS-REJECTED AND TR-HOURS = 0
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "HOURS MUST BE NON-ZERO" TO WS-REASON
               END-IF
               IF NOT WS-REJECTED AND TR-RATE = 0
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "RATE MUST BE NON-ZERO" TO WS-REASON
               END-IF
           END-IF.

       CHANGE-EMPLOYEE.
                   END-IF
                   IF TR-HOURS NOT = 0
                       MOVE TR-HOURS TO EMP-HOURS
                       MOVE 0        TO EMP-HOURS-YEAR
                       MOVE 0        TO EMP-HOURS-PERIOD
                   END-IF
                   IF TR-RATE NOT = 0
                       MOVE TR-RATE TO EMP-RATE
                   IF TR-DEPT NOT = SPACES
                       MOVE TR-DEPT TO EMP-DEPT
                   END-IF
                   IF TR-SALARY NOT = 0
                       MOVE TR-SALARY TO EMP-SALARY
                   END-IF
                   IF TR-WORK-STATE NOT = SPACES
                       MOVE TR-WORK-STATE TO EMP-WORK-STATE
                   END-IF
                   PERFORM CHANGE-PAY-TYPE
           END-READ.

       CHANGE-PAY-TYPE.
      *    Switching someone to salaried with no salary on file would
      *    pay them nothing - the change is refused, not half-made.
           MOVE "N" TO WS-REJECT-SW.
           IF TR-PAY-TYPE NOT = SPACES
               IF TR-PAY-TYPE = "H" OR TR-PAY-TYPE = "S"
                   MOVE TR-PAY-TYPE TO EMP-PAY-TYPE
               ELSE
                   MOVE "Y" TO WS-REJECT-SW
                   MOVE "PAY TYPE MUST BE H OR S" TO WS-REASON
               END-IF
           END-IF.
           IF NOT WS-REJECTED AND EMP-SALARIED AND EMP-SALARY = 0
               MOVE "Y" TO WS-REJECT-SW
               MOVE "SALARIED WITH NO SALARY" TO WS-REASON
           END-IF.
           IF WS-REJECTED
               PERFORM REJECT-TRANSACTION
           ELSE
               REWRITE EMPLOYEE-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM LOG-HISTORY
           END-IF.

       TERMINATE-EMPLOYEE.
      *    "D" used to DELETE the record outright, which wiped the
      *    deduction and YTD history of anyone whose departure turned
      *    out to be a temporary leave.  It now only flips EMP-STATUS
      *    to TERMINATED; PAYROLL skips non-ACTIVE employees and "R"
      *    reactivates the same EMP-ID with everything intact.
      *    The effective date identifies this termination to the
      *    final-pay run, so a second "D" against someone already
      *    terminated is rejected rather than re-dating it and
      *    opening the way to a second final check.
           MOVE TR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT FOUND" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE "ALREADY TERMINATED" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM SAVE-OLD-FIELDS
                       MOVE "T" TO EMP-STATUS
                       MOVE WS-EFF-DATE TO EMP-TERM-DATE
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-TERM-COUNT
                       PERFORM LOG-HISTORY
                   END-IF
           END-READ.

       LEAVE-EMPLOYEE.
                   ELSE
                       PERFORM SAVE-OLD-FIELDS
                       MOVE "A" TO EMP-STATUS
                       MOVE 0   TO EMP-TERM-DATE
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-REHIRE-COUNT
                       PERFORM LOG-HISTORY
           MOVE EMP-BANK-ROUTING TO WS-OLD-ROUTING.
           MOVE EMP-ACCT-TYPE    TO WS-OLD-ACCT-TYPE.
           MOVE EMP-DEPT         TO WS-OLD-DEPT.
           MOVE EMP-PAY-TYPE     TO WS-OLD-PAY-TYPE.
           MOVE EMP-SALARY       TO WS-OLD-SALARY.
           MOVE EMP-WORK-STATE   TO WS-OLD-STATE.

       CLEAR-OLD-FIELDS.
      *    An ADD has no before-image - the old side of its history
           MOVE 0      TO WS-OLD-ROUTING.
           MOVE SPACES TO WS-OLD-ACCT-TYPE.
           MOVE SPACES TO WS-OLD-DEPT.
           MOVE SPACES TO WS-OLD-PAY-TYPE.
           MOVE 0      TO WS-OLD-SALARY.
           MOVE SPACES TO WS-OLD-STATE.

       LOG-HISTORY.
      *    Same idea as INVENTORY-ISAM's AUDIT-LOG for STOCK-FILE:
           MOVE EMP-DEPT         TO HI-NEW-DEPT.
           MOVE WS-ENTERED-DATE  TO HI-ENTERED-DATE.
           MOVE WS-EFF-DATE      TO HI-EFF-DATE.
           MOVE WS-OLD-PAY-TYPE  TO HI-OLD-PAY-TYPE.
           MOVE WS-OLD-SALARY    TO HI-OLD-SALARY.
           MOVE EMP-PAY-TYPE     TO HI-NEW-PAY-TYPE.
           MOVE EMP-SALARY       TO HI-NEW-SALARY.
           MOVE WS-OLD-STATE     TO HI-OLD-STATE.
           MOVE EMP-WORK-STATE   TO HI-NEW-STATE.
           WRITE HISTORY-RECORD.
