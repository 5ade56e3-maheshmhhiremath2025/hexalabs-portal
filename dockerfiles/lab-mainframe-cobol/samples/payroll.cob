      *   a starter roster on first run so the demo stays self-
      *   contained - see LOAD-EMPLOYEES.
      *
      *   A final-pay run (CC-RUN-MODE "F") settles terminated
      *   employees: last hours (for salaried staff, the salary for
      *   the open period's days up to the termination date, read
      *   against PAY-PERIOD's PAYCAL.DAT), vacation balance paid out
      *   as its own earning, and a final-pay statement - once per
      *   termination, see FINAL-PAY-OR-SKIP.
      *
      *   Ends with return code 4 when an active employee was held
      *   out for zero hours or deductions were taken under a code
      *   with no payee card - the run is good, but PAYROLL.RPT and
      *   REMITSUM.RPT need a look before the checks go out.
      *
      * Compile: cobc -x -o payroll payroll.cob
      * Run:     ./payroll
      ******************************************************************
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-TAXBRKT-STATUS.

      *    Graduated state withholding brackets, one set per work
      *    state, configurable on disk the same way TAXBRKT.DAT is -
      *    see COMPUTE-STATE-TAX.
           SELECT STATE-TAX-FILE ASSIGN TO "STTAXBRK.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-STTAX-STATUS.

      *    One line per state per run - what was withheld for each
      *    state this run - appended so finance can remit to each
      *    state from the system instead of sorting PAYROLL.RPT.
           SELECT STATE-WH-FILE ASSIGN TO "STATEWH.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STWH-STATUS.

      *    Vacation and sick balances per employee, accrued each
      *    regular period by ACCRUE-LEAVE, drawn down by the
      *    LEAVE-TAKEN feed, and printed on the pay stub - the HR
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-PTO-STATUS.

      *    Permanent log of settled terminations - EMP-ID plus
      *    EMP-TERM-DATE - appended by every final-pay run and read
      *    at the start of the next, so no termination is paid
      *    twice.  See FINAL-PAY-OR-SKIP.
           SELECT FINAL-PAY-LOG ASSIGN TO "FINALPAY.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-FPLOG-STATUS.

      *    Final-pay statement, one block per employee settled -
      *    handed over with the final check.
           SELECT FINAL-PAY-RPT ASSIGN TO "FINALPAY.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-FPRPT-STATUS.

      *    Payee master: who each deduction code's money is sent to
      *    (the health carrier, the 401(k) trustee), or - for a
      *    garnishment - who each individual order's money is sent
      *    to.  Configurable on disk like TAXBRKT.DAT.
           SELECT PAYEE-FILE ASSIGN TO "PAYEE.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-PAYEE-STATUS.

      *    This run's deductions, one line per amount actually taken
      *    with the payee it belongs to - the working file the
      *    per-payee remittance files are split from at end of run.
           SELECT DED-REMIT-FILE ASSIGN TO "DEDREMIT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DREM-STATUS.

      *    One remittance file per payee per run, named for the
      *    payee - REMIT-<payee id>.DAT - so each one can be sent as
      *    it stands.  WS-REMIT-FILE-NAME is set before each OPEN.
           SELECT REMIT-OUT-FILE ASSIGN TO WS-REMIT-FILE-NAME
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RMT-STATUS.

           SELECT REMIT-SUMMARY-RPT ASSIGN TO "REMITSUM.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RSUM-STATUS.

      *    Preview run (CC-RUN-MODE "P") output and its swing
      *    threshold card - see RUN-PREVIEW.
           SELECT PREVIEW-RPT ASSIGN TO "PREVIEW.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PREV-STATUS.

           SELECT PREVIEW-CTL-FILE ASSIGN TO "PREVCTL.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-PVCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "PAYCKPT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CKPT-STATUS.
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PER-STATUS.

      *    PAY-PERIOD's pay-calendar history - read on a final-pay
      *    run only, for the date the last period was closed, which
      *    is where the open period's days start.
           SELECT PAY-CAL-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CAL-STATUS.

      *    Print-ready paper checks for employees WRITE-ACH-ENTRY
      *    skips (EMP-BANK-ROUTING of zeros) - see WRITE-PAPER-CHECK.
      *    No more hand-typing checks off PAYROLL.RPT.
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHKREG-STATUS.

      *    Permanent per-period earnings history - one line per
      *    employee paid per run, appended across runs and years, so
      *    what someone was paid in any past period survives the
      *    next run overwriting PAYSTUB.DAT.  EARN-HIST reprints
      *    stubs from it and proves YTD-MASTER against it.
           SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EHIST-STATUS.

      *    Persistent next-check-number control - read at startup,
      *    rewritten at end of run (and carried in the checkpoint)
      *    so a number is never handed out twice.
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-ERTAX-STATUS.

      *    Premium multipliers on EMP-RATE for holiday and Sunday
      *    hours, one card per premium class - changed on disk like
      *    ERTAXCTL.DAT when the pay policy changes.
           SELECT PREMIUM-RATE-FILE ASSIGN TO "PREMRATE.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-PREM-STATUS.

      *    One line per run - run date, gross paid, employer tax
      *    accrued - appended so TAX-REMIT can total a quarter's
      *    liability for the deposit instead of someone re-adding
      *    to 5100-<dept> so finance sees what each crew costs.
      *    Maintained through EMPLOYEE-MAINT like any other field.
           05  EMP-DEPT           PIC X(03).
      *    Salaried-exempt staff are paid EMP-SALARY each period with
      *    no overtime, whatever EMP-HOURS says; hourly staff (blank
      *    on records written before the field existed) are paid
      *    EMP-HOURS at EMP-RATE as always.
           05  EMP-PAY-TYPE       PIC X(01).
               88  EMP-HOURLY              VALUE "H" " ".
               88  EMP-SALARIED            VALUE "S".
           05  EMP-SALARY         PIC 9(05)V99.
      *    State the employee works in - picks the state bracket
      *    table COMPUTE-STATE-TAX withholds against.  A state with
      *    no brackets on STTAXBRK.DAT (no income tax) withholds
      *    nothing.
           05  EMP-WORK-STATE     PIC X(02).
      *    TIMECLOCK's split of EMP-HOURS by how each hour is paid:
      *    ordinary hours up to the weekly overtime threshold, the
      *    ordinary hours past it, and premium hours worked on a
      *    company holiday or a Sunday (see PREMRATE.DAT).  When the
      *    buckets don't add up to EMP-HOURS - hours keyed through
      *    EMPLOYEE-MAINT after the feed, or a record older than the
      *    buckets - PAYROLL pays EMP-HOURS the old way, first 40
      *    straight and the rest at time and a half.
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

       FD  YTD-MASTER.
       01  YTD-RECORD.
           05  YM-YTD-GROSS   PIC 9(08)V99.
           05  YM-YTD-TAX     PIC 9(08)V99.
           05  YM-YTD-NET     PIC 9(08)V99.
      *    State withholding is tracked apart from YM-YTD-TAX
      *    (federal) so W2GEN can print the state boxes; the work
      *    state rides along so YEAR-END archives which state the
      *    money went to.
           05  YM-WORK-STATE  PIC X(02).
           05  YM-YTD-STATE-TAX PIC 9(08)V99.
      *    Gross and net of the last regular period paid, and which
      *    period that was - the baseline a preview run compares
      *    this week's figures against.  Supplemental runs leave it
      *    alone; a correction check is not a normal week.
           05  YM-LAST-YEAR   PIC 9(04).
           05  YM-LAST-PERIOD PIC 9(02).
           05  YM-LAST-GROSS  PIC 9(07)V99.
           05  YM-LAST-NET    PIC 9(07)V99.

      *    Must match LEAVE-TAKEN's LEAVE-RECORD layout exactly.
      *    Balances are in hours, to two decimals.
           05  PC-VAC-RATE    PIC 9(02)V99.
           05  PC-SICK-RATE   PIC 9(02)V99.

       FD  FINAL-PAY-LOG.
       01  FINAL-PAY-LOG-RECORD.
           05  FP-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-TERM-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-PAY-YEAR         PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-PAY-PERIOD       PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-HOURS-PAY        PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-VAC-HOURS        PIC 9(04)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-VAC-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-GROSS            PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-NET              PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FP-CHECK-NO         PIC 9(06).

       FD  FINAL-PAY-RPT.
       01  FINAL-PAY-REC           PIC X(80).

      *    PY-EMP-ID of zero maps the deduction code for everyone;
      *    a card carrying an EMP-ID maps that one employee's order
      *    under the code and wins over the code-wide card.
      *    PY-REF-NO is the case number on a garnishment order or
      *    the group/plan number for a benefit; when it is blank the
      *    employee's EMP-ID is sent as the member number.
       FD  PAYEE-FILE.
       01  PAYEE-CARD.
           05  PY-DED-CODE    PIC X(02).
           05  PY-EMP-ID      PIC 9(05).
           05  PY-PAYEE-ID    PIC X(06).
           05  PY-PAYEE-NAME  PIC X(25).
           05  PY-REF-NO      PIC X(15).

       FD  DED-REMIT-FILE.
       01  DED-REMIT-RECORD.
           05  DR-PAYEE-ID         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-DED-CODE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-REF-NO           PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DR-AMOUNT           PIC 9(05)V99.

      *    H = payee header, D = one employee's amount, T = trailer
      *    with the line count and total the payee should receive.
       FD  REMIT-OUT-FILE.
       01  REMIT-OUT-RECORD.
           05  RO-REC-TYPE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-PAYEE-ID         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-DED-CODE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-NAME             PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-REF-NO           PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-AMOUNT           PIC 9(08)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-PAY-YEAR         PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RO-PAY-PERIOD       PIC 9(02).

       FD  REMIT-SUMMARY-RPT.
       01  REMIT-SUMMARY-REC       PIC X(80).

       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-CARD.
           05  TBC-THRESHOLD  PIC 9(07)V99.
           05  TBC-RATE       PIC V999.

      *    Brackets for one state: thresholds ascending within a
      *    state, the same upper-edge convention as TAXBRKT.DAT.
       FD  STATE-TAX-FILE.
       01  STATE-TAX-CARD.
           05  STC-STATE      PIC X(02).
           05  STC-THRESHOLD  PIC 9(07)V99.
           05  STC-RATE       PIC V999.

       FD  STATE-WH-FILE.
       01  STATE-WH-RECORD.
           05  SW-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SW-PAY-YEAR         PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SW-PAY-PERIOD       PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SW-STATE            PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SW-STATE-TAX        PIC 9(08)V99.

       FD  PREVIEW-RPT.
       01  PREVIEW-REC        PIC X(80).

      *    Percentage change in gross or net, period over period,
      *    beyond which a preview line is flagged for review.
       FD  PREVIEW-CTL-FILE.
       01  PREVIEW-CTL-CARD.
           05  PVC-SWING-PCT  PIC 9(03).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-LAST-EMP-ID    PIC 9(05).
               10  CK-DEPT-CODE  PIC X(03).
               10  FILLER        PIC X(01).
               10  CK-DEPT-GROSS PIC 9(09)V99.
      *    State withholding and its per-state split ride along for
      *    the same reason - the 2120-SIT credit and STATEWH.DAT
      *    lines must cover the pre-restart share.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  CK-TOTAL-STATE-TAX PIC 9(08)V99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  CK-STATE-COUNT    PIC 9(02).
           05  CK-STATE-ENTRY OCCURS 10 TIMES.
               10  FILLER        PIC X(01).
               10  CK-STATE-CODE PIC X(02).
               10  FILLER        PIC X(01).
               10  CK-STATE-AMT  PIC 9(08)V99.

       FD  PRINT-FILE.
       01  PRINT-REC             PIC X(80).
               88  PP-PAID                 VALUE "P".
               88  PP-CLOSED               VALUE "C".

      *    Must match PAY-PERIOD's PAY-CAL-RECORD layout exactly.
       FD  PAY-CAL-FILE.
       01  PAY-CAL-RECORD.
           05  PC-YEAR             PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PC-PERIOD           PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PC-CLOSED-DATE      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PC-FINAL-STATUS     PIC X(01).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC         PIC X(80).

      *    Layout shared with CHECK-VOID, POSITIVE-PAY and BANK-RECON
      *    - must match their CHECK-REG-RECORD exactly.  Status
      *    "I" = issued, "V" = void, "R" = reissue, "C" = cleared
      *    (paid by the bank, per BANK-RECON); CR-REF-CHECK-NO
      *    cross-references a reissue to the number it replaces
      *    (0 = none).
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REG-RECORD.
           05  CR-CHECK-NO         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CR-NAME             PIC X(20).

      *    Layout shared with EARN-HIST - must match its
      *    EARNINGS-HISTORY-RECORD exactly.  EH-RUN-MODE is the
      *    CC-RUN-MODE of the run that paid it - "R" regular, "S"
      *    supplemental, or "F" for a terminated employee's final
      *    check from a final-pay run - so a supplemental or final
      *    check in the same period is a second line, not a
      *    duplicate.  Deduction amounts are what was actually
      *    taken (the capped amount for a capped garnishment).
      *    EH-CHECK-NO is zero for a direct deposit.
       FD  EARNINGS-HISTORY-FILE.
       01  EARNINGS-HISTORY-RECORD.
           05  EH-EMP-ID           PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-PAY-YEAR         PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-PAY-PERIOD       PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-RUN-MODE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-OT-HOURS         PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-REG-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-OT-PAY           PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-GROSS            PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-FED-TAX          PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-WORK-STATE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-STATE-TAX        PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-DED-COUNT        PIC 9(01).
           05  EH-DED-ENTRY OCCURS 5 TIMES.
               10  FILLER          PIC X(01).
               10  EH-DED-CODE     PIC X(02).
               10  FILLER          PIC X(01).
               10  EH-DED-AMT      PIC 9(05)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-DED-TOTAL        PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-NET              PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-PAY-METHOD       PIC X(01).
               88  EH-PAID-BY-ACH          VALUE "A".
               88  EH-PAID-BY-CHECK        VALUE "C".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-CHECK-NO         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-VAC-BAL          PIC 9(04)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-SICK-BAL         PIC 9(04)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-HOL-HOURS        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-HOL-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-SUN-HOURS        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-SUN-PAY          PIC 9(06)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-VAC-PAYOUT-HRS   PIC 9(04)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  EH-VAC-PAYOUT       PIC 9(06)V99.

       FD  CHECK-CTL-FILE.
       01  CHECK-CTL-RECORD.
           05  CK-NEXT-CHECK       PIC 9(06).
       01  ER-TAX-CTL-CARD.
           05  EC-ER-TAX-RATE      PIC V9999.

       FD  PREMIUM-RATE-FILE.
       01  PREMIUM-RATE-CARD.
           05  PRC-CLASS           PIC X(01).
               88  PRC-HOLIDAY             VALUE "H".
               88  PRC-SUNDAY              VALUE "S".
           05  PRC-MULT            PIC 9V99.

      *    Layout shared with TAX-REMIT - must match its
      *    ACCRUAL-RECORD exactly.
       FD  ER-TAX-ACCRUAL-FILE.
           05  FILLER            PIC X(01).
      *    "R" = regular weekly run, all ACTIVE employees. "S" =
      *    off-cycle/supplemental run against SELECT-LIST-FILE only.
      *    "P" = preview of the regular run - every calculation, no
      *    file updated, PREVIEW.RPT only (see RUN-PREVIEW).
      *    "F" = final pay for terminated employees not yet settled
      *    (see FINAL-PAY-OR-SKIP).
      *    INVENTORY-ISAM ignores this field.
           05  CC-RUN-MODE       PIC X(01).

           88  WS-EOF                   VALUE "Y".
       01  WS-TAXBRKT-EOF-SW  PIC X     VALUE "N".
           88  WS-TAXBRKT-EOF           VALUE "Y".
       01  WS-STTAX-STATUS    PIC XX    VALUE "00".
       01  WS-STTAX-EOF-SW    PIC X     VALUE "N".
           88  WS-STTAX-EOF             VALUE "Y".
       01  WS-STWH-STATUS     PIC XX    VALUE "00".
       01  WS-CKPT-STATUS     PIC XX    VALUE "00".
       01  WS-CKPT-EOF-SW     PIC X     VALUE "N".
           88  WS-CKPT-EOF              VALUE "Y".
       01  WS-RUN-MODE        PIC X(01) VALUE "R".
           88  WS-REGULAR-RUN           VALUE "R".
           88  WS-SUPPLEMENTAL-RUN      VALUE "S".
           88  WS-PREVIEW-RUN           VALUE "P".
           88  WS-FINAL-PAY-RUN         VALUE "F".

      *    Preview run work areas - see RUN-PREVIEW.
       01  WS-PREV-STATUS     PIC XX    VALUE "00".
       01  WS-PVCTL-STATUS    PIC XX    VALUE "00".
       01  WS-SWING-LIMIT     PIC 9(03) VALUE 25.
       01  WS-SWING-PCT       PIC 9(05).
       01  WS-SWING-DIFF      PIC 9(07)V99.
       01  WS-SWING-BASE      PIC 9(07)V99.
       01  WS-SWING-DIR       PIC X(04).
       01  WS-GROSS-SWING-PCT PIC 9(05).
       01  WS-GROSS-SWING-DIR PIC X(04).
       01  WS-NET-SWING-PCT   PIC 9(05).
       01  WS-NET-SWING-DIR   PIC X(04).
       01  WS-PRIOR-YEAR      PIC 9(04).
       01  WS-PRIOR-PERIOD    PIC 9(02).
       01  WS-LAST-FOUND-SW   PIC X     VALUE "N".
           88  WS-LAST-FOUND            VALUE "Y".
       01  WS-LAST-YEAR       PIC 9(04).
       01  WS-LAST-PERIOD     PIC 9(02).
       01  WS-LAST-GROSS      PIC 9(07)V99.
       01  WS-LAST-NET        PIC 9(07)V99.
       01  WS-PV-FLAG-SW      PIC X     VALUE "N".
           88  WS-PV-FLAGGED            VALUE "Y".
       01  WS-PV-FLAG-COUNT   PIC 9(04) VALUE 0.
       01  WS-PV-NEW-COUNT    PIC 9(04) VALUE 0.
       01  WS-PV-MISSING-COUNT PIC 9(04) VALUE 0.
       01  WS-PV-LAST-GROSS-TOT PIC 9(09)V99 VALUE 0.
       01  WS-PV-LAST-NET-TOT PIC 9(09)V99 VALUE 0.
       01  WS-PV-NOTE         PIC X(60).
       01  WS-PV-PCT-DISPLAY  PIC ZZZZ9.
       01  WS-PV-TOT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.

       01  PREVIEW-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PV-ID          PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PV-NAME        PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PV-GROSS       PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PV-LAST-GROSS  PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PV-NET         PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  PV-LAST-NET    PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PV-FLAG        PIC X(03).

      *    EMP-IDs to process on a supplemental run, loaded from
      *    SELECT-LIST-FILE by LOAD-SELECT-LIST.
       01  WS-GARNISH-CAP-PCT  PIC V999  VALUE .250.
       01  WS-LEAVE-STATUS     PIC XX    VALUE "00".
       01  WS-PTO-STATUS       PIC XX    VALUE "00".
       01  WS-PAYEE-STATUS     PIC XX    VALUE "00".
       01  WS-PAYEE-EOF-SW     PIC X     VALUE "N".
           88  WS-PAYEE-EOF              VALUE "Y".
       01  WS-DREM-STATUS      PIC XX    VALUE "00".
       01  WS-DREM-EOF-SW      PIC X     VALUE "N".
           88  WS-DREM-EOF               VALUE "Y".
       01  WS-RMT-STATUS       PIC XX    VALUE "00".
       01  WS-RSUM-STATUS      PIC XX    VALUE "00".
       01  WS-REMIT-FILE-NAME  PIC X(20) VALUE SPACES.

      *    Payee cards from PAYEE.DAT, in file order.  A deduction
      *    with no card of its own goes out under "NONE" and is shown
      *    on REMITSUM.RPT as unassigned rather than dropped.
       01  PAYEE-TABLE.
           05  PAYEE-ENTRY OCCURS 50 TIMES INDEXED BY PY-IDX.
               10  PYT-DED-CODE   PIC X(02).
               10  PYT-EMP-ID     PIC 9(05).
               10  PYT-PAYEE-ID   PIC X(06).
               10  PYT-PAYEE-NAME PIC X(25).
               10  PYT-REF-NO     PIC X(15).
       01  PAYEE-COUNT         PIC 9(02) VALUE 0.
       01  WS-PAYEE-HIT        PIC 9(02) VALUE 0.

      *    Final-pay run work areas - see FINAL-PAY-OR-SKIP.  The
      *    payout fields stay zero on every other kind of run.
       01  WS-FPLOG-STATUS     PIC XX    VALUE "00".
       01  WS-FPLOG-EOF-SW     PIC X     VALUE "N".
           88  WS-FPLOG-EOF              VALUE "Y".
       01  WS-FPRPT-STATUS     PIC XX    VALUE "00".
       01  WS-FINAL-PAID-SW    PIC X     VALUE "N".
           88  WS-FINAL-PAID             VALUE "Y".
       01  WS-HOURS-PAID-SW    PIC X     VALUE "N".
           88  WS-HOURS-ALREADY-PAID     VALUE "Y".
       01  WS-HOURS-FOR-YEAR   PIC 9(04) VALUE 0.
       01  WS-HOURS-FOR-PERIOD PIC 9(02) VALUE 0.
       01  WS-CAL-STATUS       PIC XX    VALUE "00".
       01  WS-CAL-EOF-SW       PIC X     VALUE "N".
           88  WS-CAL-EOF                VALUE "Y".
      *    Day number of the last day before the open period, and
      *    the open period's days a salaried leaver worked - see
      *    COUNT-SALARY-DAYS.
       01  WS-PERIOD-BASE-DATE PIC 9(08) VALUE 0.
       01  WS-PERIOD-BASE-DAYS PIC 9(07) VALUE 0.
       01  WS-SALARY-DAYS      PIC 9(02) VALUE 0.

      *    Date-to-day-number work fields - see DATE-TO-DAYS.
       01  WS-DT-DATE          PIC 9(08).
       01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
           05  WS-DT-YYYY      PIC 9(04).
           05  WS-DT-MM        PIC 9(02).
           05  WS-DT-DD        PIC 9(02).
       01  WS-DT-YEAR          PIC 9(04).
       01  WS-DT-MONTH         PIC 9(02).
       01  WS-DT-Q4            PIC 9(04).
       01  WS-DT-Q100          PIC 9(04).
       01  WS-DT-Q400          PIC 9(04).
       01  WS-DT-MTERM         PIC 9(04).
       01  WS-DT-MDAYS         PIC 9(04).
       01  WS-DT-DAYS          PIC 9(07).
       01  WS-FINAL-HOURS-PAY  PIC 9(07)V99 VALUE 0.
       01  WS-PAYOUT-HOURS     PIC 9(04)V99 VALUE 0.
       01  WS-PAYOUT-RATE      PIC 9(03)V99 VALUE 0.
       01  WS-PAYOUT-PAY       PIC 9(06)V99 VALUE 0.
       01  WS-PAYOUT-HOURS-ED  PIC ZZZ9.99.
       01  WS-PAYOUT-RATE-ED   PIC ZZ9.99.
       01  WS-FINAL-COUNT      PIC 9(04) VALUE 0.
      *    Terminations already settled, from FINALPAY.DAT.
       01  FINAL-PAID-TABLE.
           05  FINAL-PAID-ENTRY OCCURS 500 TIMES INDEXED BY FP-IDX.
               10  FPT-EMP-ID      PIC 9(05).
               10  FPT-TERM-DATE   PIC 9(08).
       01  FINAL-PAID-COUNT    PIC 9(03) VALUE 0.
       01  WS-CODE-HIT         PIC 9(02) VALUE 0.
       01  WS-PAYEE-SUB        PIC 9(02).
       01  WS-PRIOR-SUB        PIC 9(02).
       01  WS-PAYEE-DONE-SW    PIC X     VALUE "N".
           88  WS-PAYEE-DONE             VALUE "Y".
       01  WS-RMT-COUNT        PIC 9(05).
       01  WS-RMT-TOTAL        PIC 9(08)V99.
       01  WS-RMT-GRAND-TOTAL  PIC 9(09)V99 VALUE 0.
       01  WS-UNASSIGNED-TOTAL PIC 9(08)V99 VALUE 0.
       01  WS-UNASSIGNED-COUNT PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(04) VALUE 0.

       01  REMIT-SUMMARY-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RS-PAYEE-ID    PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RS-PAYEE-NAME  PIC X(25).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RS-COUNT       PIC ZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RS-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PTO-EOF-SW       PIC X     VALUE "N".
           88  WS-PTO-EOF                VALUE "Y".
       01  WS-VAC-RATE         PIC 9(02)V99 VALUE 3.08.
       01  WS-CHKREG-STATUS    PIC XX    VALUE "00".
       01  WS-CHKCTL-STATUS    PIC XX    VALUE "00".
       01  WS-NEXT-CHECK-NO    PIC 9(06) VALUE 0.
      *    Number the current employee was actually paid under -
      *    zero for a direct deposit - for the earnings history.
       01  WS-ISSUED-CHECK-NO  PIC 9(06) VALUE 0.
       01  WS-EHIST-STATUS     PIC XX    VALUE "00".
       01  WS-EH-SUB           PIC 9(01).
       01  WS-CHECK-COUNT      PIC 9(04) VALUE 0.
       01  WS-CHECK-DATE       PIC 9(08).
       01  WS-ERTAX-STATUS     PIC XX    VALUE "00".
       01  WS-ERTAX-EOF-SW     PIC X     VALUE "N".
           88  WS-ERTAX-EOF              VALUE "Y".
       01  WS-ACCR-STATUS      PIC XX    VALUE "00".
       01  WS-PREM-STATUS      PIC XX    VALUE "00".
       01  WS-PREM-EOF-SW      PIC X     VALUE "N".
           88  WS-PREM-EOF               VALUE "Y".
      *    Multipliers on EMP-RATE for premium hours, from
      *    PREMRATE.DAT.
       01  WS-HOL-MULT         PIC 9V99  VALUE 2.00.
       01  WS-SUN-MULT         PIC 9V99  VALUE 1.50.
       01  WS-MULT-ED          PIC 9.99.
      *    Employer-side rate on each employee's gross - the company's
      *    own liability, over and above the employee's withholding.
       01  WS-ER-TAX-RATE      PIC V9999 VALUE .0765.
       01  WS-OT-HOURS        PIC 9(03).
       01  WS-REG-PAY         PIC 9(06)V99.
       01  WS-OT-PAY          PIC 9(06)V99.
       01  WS-HOL-HOURS       PIC 9(03).
       01  WS-HOL-PAY         PIC 9(06)V99.
       01  WS-SUN-HOURS       PIC 9(03).
       01  WS-SUN-PAY         PIC 9(06)V99.
       01  WS-BUCKET-HOURS    PIC 9(04).
       01  WS-DED-TOTAL       PIC 9(06)V99.

      *    Graduated withholding brackets, read from TAXBRKT.DAT at
               10  TB-RATE       PIC V999.
       01  TAX-BRACKET-COUNT     PIC 9(02) VALUE 0.

      *    Every state's brackets, read from STTAXBRK.DAT at startup
      *    and kept in file order - COMPUTE-STATE-TAX walks only the
      *    entries for the employee's EMP-WORK-STATE.
       01  STATE-BRACKET-TABLE.
           05  STATE-BRACKET-ENTRY OCCURS 50 TIMES
                                 INDEXED BY SB-IDX.
               10  SBT-STATE      PIC X(02).
               10  SBT-THRESHOLD  PIC 9(07)V99.
               10  SBT-RATE       PIC V999.
       01  STATE-BRACKET-COUNT   PIC 9(02) VALUE 0.
       01  WS-STATE-TAX          PIC 9(07)V99.
       01  WS-STATE-PRIOR        PIC 9(07)V99.
       01  WS-TOTAL-STATE-TAX    PIC 9(08)V99 VALUE 0.
       01  WS-YTD-NEW-STATE-TAX  PIC 9(08)V99.

      *    State withholding accumulated per work state this run -
      *    printed at the foot of PAYROLL.RPT and appended to
      *    STATEWH.DAT for remittance, the same shape as the
      *    department split.
       01  STATE-TOTAL-TABLE.
           05  STATE-TOTAL-ENTRY OCCURS 10 TIMES INDEXED BY ST-IDX.
               10  STT-STATE      PIC X(02).
               10  STT-TAX        PIC 9(08)V99.
       01  WS-STATE-COUNT     PIC 9(02) VALUE 0.
       01  WS-STATE-SUB       PIC 9(02).
       01  WS-STATE-FOUND-SW  PIC X     VALUE "N".
           88  WS-STATE-FOUND           VALUE "Y".

      *    Amount of each EMP-DED-ENTRY actually taken this period,
      *    captured by APPLY-DEDUCTIONS, so the stub's line items
      *    always foot to TOTAL DEDUCTIONS - when the garnishment cap
           05  FILLER         PIC X(24) VALUE "  EMPLOYER TAX ACCR : ".
           05  PE-TOTAL       PIC Z,ZZZ,ZZ9.99.

       01  STATE-SUMMARY-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  SS-STATE       PIC X(02).
           05  FILLER         PIC X(18) VALUE
                                       "  STATE TAX     : ".
           05  SS-TAX         PIC Z,ZZZ,ZZ9.99.

       01  DEPT-SUMMARY-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  DS-DEPT        PIC X(03).
       MAIN-PARA.
           PERFORM OPEN-CONTROL-CARD.
           PERFORM LOAD-SELECT-LIST.
           PERFORM LOAD-FINAL-PAY-LOG.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-LEAVE-MASTER.
           PERFORM OPEN-TAX-BRACKETS.
           PERFORM READ-TAX-BRACKETS UNTIL WS-TAXBRKT-EOF.
           CLOSE TAX-BRACKET-FILE.
           PERFORM OPEN-STATE-TAX.
           PERFORM READ-STATE-TAX UNTIL WS-STTAX-EOF.
           CLOSE STATE-TAX-FILE.
           PERFORM OPEN-GARNISH-CTL.
           PERFORM READ-GARNISH-CTL UNTIL WS-GARN-EOF.
           CLOSE GARNISH-CTL-FILE.
           PERFORM OPEN-ER-TAX-CTL.
           PERFORM READ-ER-TAX-CTL UNTIL WS-ERTAX-EOF.
           CLOSE ER-TAX-CTL-FILE.
           PERFORM OPEN-PREMIUM-RATES.
           PERFORM READ-PREMIUM-RATES UNTIL WS-PREM-EOF.
           CLOSE PREMIUM-RATE-FILE.
           PERFORM OPEN-PAYEES.
           PERFORM READ-PAYEES UNTIL WS-PAYEE-EOF.
           CLOSE PAYEE-FILE.
      *    A preview reads everything a real run reads and stops
      *    here, before the checkpoint, the check control, or any
      *    output file a real run owns is touched.
           IF WS-PREVIEW-RUN
               PERFORM RUN-PREVIEW
               CLOSE EMPLOYEE-MASTER
               CLOSE YTD-MASTER
               CLOSE LEAVE-MASTER
               STOP RUN
           END-IF.
           PERFORM READ-CHECK-CONTROL.
      *    A recovered checkpoint's CK-NEXT-CHECK-NO supersedes
      *    CHKCTL.DAT - the abended run issued numbers the control
           PERFORM OPEN-PAY-REGISTER.
           PERFORM OPEN-ACH-FILE.
           PERFORM OPEN-CHECK-FILES.
           PERFORM OPEN-EARNINGS-HISTORY.
           PERFORM OPEN-DED-REMIT.
           PERFORM OPEN-FINAL-PAY-FILES.
           IF NOT WS-RESTART-MODE
               PERFORM WRITE-ACH-FILE-HEADER
               PERFORM WRITE-ACH-BATCH-HEADER
           STRING "     PAY PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM PRINT-REPORT-LINE.
           IF WS-FINAL-PAY-RUN
               MOVE "     FINAL-PAY RUN - TERMINATED EMPLOYEES ONLY"
                   TO PRINT-REC
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE "================================================"
               TO PRINT-REC.
           PERFORM PRINT-REPORT-LINE.
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

           MOVE "  STATE TAX WITHHELD BY STATE:" TO PRINT-REC.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STATE-COUNT
               MOVE SPACES TO STATE-SUMMARY-LINE
               MOVE STT-STATE (ST-IDX) TO SS-STATE
               MOVE STT-TAX (ST-IDX)   TO SS-TAX
               MOVE STATE-SUMMARY-LINE TO PRINT-REC
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

           MOVE "================================================"
               TO PRINT-REC.
           PERFORM PRINT-REPORT-LINE.

           PERFORM WRITE-TRAILER.
           PERFORM WRITE-ER-TAX-ACCRUAL.
           PERFORM WRITE-STATE-WITHHOLDING.
           CLOSE DED-REMIT-FILE.
           PERFORM WRITE-REMITTANCES.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-ACH-BATCH-CONTROL.
           PERFORM WRITE-ACH-FILE-CONTROL.
           PERFORM UPDATE-CHECK-CONTROL.
           CLOSE CHECK-PRINT-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE EARNINGS-HISTORY-FILE.
           IF WS-FINAL-PAY-RUN
               CLOSE FINAL-PAY-LOG
               CLOSE FINAL-PAY-RPT
               DISPLAY "FINAL-PAY STATEMENTS WRITTEN: " WS-FINAL-COUNT
           END-IF.

      *    Run completed normally - clear the checkpoint file so the
      *    next run starts fresh instead of skipping everyone.
           CLOSE EMPLOYEE-MASTER.
           CLOSE YTD-MASTER.
           CLOSE LEAVE-MASTER.
           IF WS-HELD-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-TRAILER.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-FILE: " WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COUNT      TO CTL-EMP-COUNT.
      *    One balanced journal set per run: salary expense is
      *    debited for gross, offset by the withholding and deduction
      *    liabilities and the cash paid out.  Debits equal credits
      *    by construction (gross = federal tax + state tax +
      *    deductions + net), so the close can post the file as-is.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           MOVE WS-TOTAL-TAX TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.

      *    State withholding is owed to the states, not the federal
      *    deposit - its own liability account.
           MOVE "2120-SIT" TO GL-ACCOUNT.
           MOVE "CR"       TO GL-DRCR.
           MOVE WS-TOTAL-STATE-TAX TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.

           MOVE "2200-DED" TO GL-ACCOUNT.
           MOVE "CR"       TO GL-DRCR.
           MOVE WS-TOTAL-DED TO GL-AMOUNT.
           END-IF.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR opening PRINT-FILE: " WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "ERROR opening ACH-FILE: " WS-ACH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               MOVE EMP-ID           TO ACH-EMP-ID
               MOVE EMP-NAME         TO ACH-EMP-NAME
               WRITE ACH-RECORD
               MOVE 0                TO WS-ISSUED-CHECK-NO
               ADD 1      TO WS-ACH-COUNT
               ADD WS-NET TO WS-ACH-TOTAL-AMT
           ELSE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-PRINT-FILE: "
                       WS-CHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-REGISTER-FILE: "
                       WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-EARNINGS-HISTORY.
      *    Permanent and append-only, like the check register - a
      *    restart simply keeps adding to it.
           OPEN EXTEND EARNINGS-HISTORY-FILE.
           IF WS-EHIST-STATUS = "35"
               OPEN OUTPUT EARNINGS-HISTORY-FILE
           END-IF.
           IF WS-EHIST-STATUS NOT = "00"
               DISPLAY "ERROR opening EARNINGS-HISTORY-FILE: "
                       WS-EHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-EARNINGS-HISTORY.
      *    Everything the stub showed, in fixed fields - after
      *    WRITE-ACH-ENTRY, so the check number (or the deposit) is
      *    known.
           MOVE SPACES          TO EARNINGS-HISTORY-RECORD.
           MOVE EMP-ID          TO EH-EMP-ID.
           MOVE WS-PAY-YEAR     TO EH-PAY-YEAR.
           MOVE WS-PAY-PERIOD   TO EH-PAY-PERIOD.
           MOVE WS-RUN-MODE     TO EH-RUN-MODE.
           ACCEPT EH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE EMP-NAME        TO EH-EMP-NAME.
           MOVE WS-OT-HOURS     TO EH-OT-HOURS.
           MOVE WS-REG-PAY      TO EH-REG-PAY.
           MOVE WS-OT-PAY       TO EH-OT-PAY.
           MOVE WS-GROSS        TO EH-GROSS.
           MOVE WS-TAX          TO EH-FED-TAX.
           MOVE EMP-WORK-STATE  TO EH-WORK-STATE.
           MOVE WS-STATE-TAX    TO EH-STATE-TAX.
           MOVE EMP-DED-COUNT   TO EH-DED-COUNT.
           PERFORM VARYING WS-EH-SUB FROM 1 BY 1
                   UNTIL WS-EH-SUB > 5
               IF WS-EH-SUB > EMP-DED-COUNT
                   MOVE 0 TO EH-DED-AMT (WS-EH-SUB)
               ELSE
                   MOVE EMP-DED-CODE (WS-EH-SUB)
                       TO EH-DED-CODE (WS-EH-SUB)
                   MOVE DAP-APPLIED-AMT (WS-EH-SUB)
                       TO EH-DED-AMT (WS-EH-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-DED-TOTAL    TO EH-DED-TOTAL.
           MOVE WS-NET          TO EH-NET.
           IF WS-ISSUED-CHECK-NO = 0
               MOVE "A" TO EH-PAY-METHOD
           ELSE
               MOVE "C" TO EH-PAY-METHOD
           END-IF.
           MOVE WS-ISSUED-CHECK-NO TO EH-CHECK-NO.
           MOVE WS-VAC-BAL      TO EH-VAC-BAL.
           MOVE WS-SICK-BAL     TO EH-SICK-BAL.
           MOVE WS-HOL-HOURS    TO EH-HOL-HOURS.
           MOVE WS-HOL-PAY      TO EH-HOL-PAY.
           MOVE WS-SUN-HOURS    TO EH-SUN-HOURS.
           MOVE WS-SUN-PAY      TO EH-SUN-PAY.
           MOVE WS-PAYOUT-HOURS TO EH-VAC-PAYOUT-HRS.
           MOVE WS-PAYOUT-PAY   TO EH-VAC-PAYOUT.
           WRITE EARNINGS-HISTORY-RECORD.

       READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CTL-FILE.
           IF WS-CHKCTL-STATUS = "35"
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "ERROR opening CHECK-CTL-FILE: "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHECK-CTL-FILE.
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting CHECK-CTL-FILE: "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-CHECK-NO TO CK-NEXT-CHECK.
           WRITE CHECK-PRINT-REC.

           MOVE WS-NEXT-CHECK-NO TO CR-CHECK-NO.
           MOVE WS-NEXT-CHECK-NO TO WS-ISSUED-CHECK-NO.
           MOVE EMP-ID           TO CR-EMP-ID.
           MOVE WS-CHECK-DATE    TO CR-DATE.
           MOVE WS-NET           TO CR-AMOUNT.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERROR opening PAY-REGISTER-FILE: "
                       WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR opening PAYSTUB-FILE: " WS-STUB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR opening CONTROL-CARD-FILE: "
                       WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD-FILE.
               IF WS-SELECT-STATUS NOT = "00"
                   DISPLAY "ERROR opening SELECT-LIST-FILE: "
                           WS-SELECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-SELECT-LIST UNTIL WS-SELECT-EOF
                   IF WS-SELECT-COUNT = 50
                       DISPLAY "SELECT LIST EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SELECT-COUNT
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR opening YTD-MASTER: " WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "ERROR opening LEAVE-MASTER: " WS-LEAVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF WS-PTO-STATUS NOT = "00"
               DISPLAY "ERROR opening PTO-CTL-FILE: " WS-PTO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TAXBRKT-STATUS NOT = "00"
               DISPLAY "ERROR opening TAX-BRACKET-FILE: "
                       WS-TAXBRKT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                       TO TB-RATE (TAX-BRACKET-COUNT)
           END-READ.

       OPEN-STATE-TAX.
           OPEN INPUT STATE-TAX-FILE.
           IF WS-STTAX-STATUS = "35"
               CLOSE STATE-TAX-FILE
               PERFORM LOAD-STATE-TAX
               OPEN INPUT STATE-TAX-FILE
           END-IF.
           IF WS-STTAX-STATUS NOT = "00"
               DISPLAY "ERROR opening STATE-TAX-FILE: "
                       WS-STTAX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STATE-TAX.
      *    One-time seed of STTAXBRK.DAT with brackets for the two
      *    states we have staff in.  Change the rates/thresholds on
      *    disk, not here; a new state is a new set of cards.  A
      *    state with no income tax needs no cards at all.
           OPEN OUTPUT STATE-TAX-FILE.
           MOVE "NY"      TO STC-STATE.
           MOVE 300.00    TO STC-THRESHOLD.
           MOVE .040      TO STC-RATE.
           WRITE STATE-TAX-CARD.
           MOVE "NY"      TO STC-STATE.
           MOVE 800.00    TO STC-THRESHOLD.
           MOVE .055      TO STC-RATE.
           WRITE STATE-TAX-CARD.
           MOVE "NY"      TO STC-STATE.
           MOVE 9999999.99 TO STC-THRESHOLD.
           MOVE .065      TO STC-RATE.
           WRITE STATE-TAX-CARD.
           MOVE "NJ"      TO STC-STATE.
           MOVE 400.00    TO STC-THRESHOLD.
           MOVE .020      TO STC-RATE.
           WRITE STATE-TAX-CARD.
           MOVE "NJ"      TO STC-STATE.
           MOVE 9999999.99 TO STC-THRESHOLD.
           MOVE .050      TO STC-RATE.
           WRITE STATE-TAX-CARD.
           CLOSE STATE-TAX-FILE.

       READ-STATE-TAX.
           READ STATE-TAX-FILE
               AT END
                   MOVE "Y" TO WS-STTAX-EOF-SW
               NOT AT END
                   IF STATE-BRACKET-COUNT = 50
                       DISPLAY "STATE BRACKETS EXCEED 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO STATE-BRACKET-COUNT
                   MOVE STC-STATE
                       TO SBT-STATE (STATE-BRACKET-COUNT)
                   MOVE STC-THRESHOLD
                       TO SBT-THRESHOLD (STATE-BRACKET-COUNT)
                   MOVE STC-RATE
                       TO SBT-RATE (STATE-BRACKET-COUNT)
           END-READ.

       WRITE-STATE-WITHHOLDING.
      *    One line per state withheld for this run, appended like
      *    ERTACCR.DAT so a month's or quarter's runs stack up for
      *    each state's deposit.
           OPEN EXTEND STATE-WH-FILE.
           IF WS-STWH-STATUS = "35"
               OPEN OUTPUT STATE-WH-FILE
           END-IF.
           IF WS-STWH-STATUS NOT = "00"
               DISPLAY "ERROR opening STATE-WH-FILE: " WS-STWH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STATE-COUNT
               MOVE WS-GL-DATE         TO SW-RUN-DATE
               MOVE WS-PAY-YEAR        TO SW-PAY-YEAR
               MOVE WS-PAY-PERIOD      TO SW-PAY-PERIOD
               MOVE STT-STATE (ST-IDX) TO SW-STATE
               MOVE STT-TAX (ST-IDX)   TO SW-STATE-TAX
               WRITE STATE-WH-RECORD
           END-PERFORM.
           CLOSE STATE-WH-FILE.

       OPEN-PAYEES.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "35"
               CLOSE PAYEE-FILE
               PERFORM LOAD-PAYEES
               OPEN INPUT PAYEE-FILE
           END-IF.
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR opening PAYEE-FILE: " WS-PAYEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PAYEES.
      *    One-time seed of PAYEE.DAT: the benefit carriers and the
      *    agencies for the deduction codes in DED-CLASS-DATA, plus
      *    CAROL CHEN's creditor garnishment order.  Maintain the
      *    payees on disk, not here; a new order is a new card.
           OPEN OUTPUT PAYEE-FILE.
           MOVE "HB"      TO PY-DED-CODE.
           MOVE 0         TO PY-EMP-ID.
           MOVE "HLTH01"  TO PY-PAYEE-ID.
           MOVE "ACME HEALTH PLAN" TO PY-PAYEE-NAME.
           MOVE "GRP-55012" TO PY-REF-NO.
           WRITE PAYEE-CARD.
           MOVE "4K"      TO PY-DED-CODE.
           MOVE 0         TO PY-EMP-ID.
           MOVE "RET401"  TO PY-PAYEE-ID.
           MOVE "SUMMIT 401K TRUST" TO PY-PAYEE-NAME.
           MOVE "PLAN-4410" TO PY-REF-NO.
           WRITE PAYEE-CARD.
           MOVE "CS"      TO PY-DED-CODE.
           MOVE 0         TO PY-EMP-ID.
           MOVE "SDU001"  TO PY-PAYEE-ID.
           MOVE "STATE DISBURSEMENT UNIT" TO PY-PAYEE-NAME.
           MOVE SPACES    TO PY-REF-NO.
           WRITE PAYEE-CARD.
           MOVE "TL"      TO PY-DED-CODE.
           MOVE 0         TO PY-EMP-ID.
           MOVE "IRSLEV"  TO PY-PAYEE-ID.
           MOVE "IRS LEVY PROCESSING" TO PY-PAYEE-NAME.
           MOVE SPACES    TO PY-REF-NO.
           WRITE PAYEE-CARD.
           MOVE "GA"      TO PY-DED-CODE.
           MOVE 10003     TO PY-EMP-ID.
           MOVE "CRD001"  TO PY-PAYEE-ID.
           MOVE "FIRST CREDIT COLLECTIONS" TO PY-PAYEE-NAME.
           MOVE "CV-2024-0118" TO PY-REF-NO.
           WRITE PAYEE-CARD.
           CLOSE PAYEE-FILE.

       READ-PAYEES.
           READ PAYEE-FILE
               AT END
                   MOVE "Y" TO WS-PAYEE-EOF-SW
               NOT AT END
                   IF PAYEE-COUNT = 50
                       DISPLAY "PAYEE CARDS EXCEED 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PAYEE-COUNT
                   MOVE PY-DED-CODE   TO PYT-DED-CODE (PAYEE-COUNT)
                   MOVE PY-EMP-ID     TO PYT-EMP-ID (PAYEE-COUNT)
                   MOVE PY-PAYEE-ID   TO PYT-PAYEE-ID (PAYEE-COUNT)
                   MOVE PY-PAYEE-NAME TO PYT-PAYEE-NAME (PAYEE-COUNT)
                   MOVE PY-REF-NO     TO PYT-REF-NO (PAYEE-COUNT)
           END-READ.

       OPEN-DED-REMIT.
      *    Like the pay register, a restart keeps the lines already
      *    written for employees paid before the abend.
           IF WS-RESTART-MODE
               OPEN EXTEND DED-REMIT-FILE
           ELSE
               OPEN OUTPUT DED-REMIT-FILE
           END-IF.
           IF WS-DREM-STATUS NOT = "00"
               DISPLAY "ERROR opening DED-REMIT-FILE: " WS-DREM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-DED-REMIT-DETAIL.
      *    One line per deduction actually taken this check - the
      *    applied amount, so a capped garnishment remits what was
      *    really withheld, not what the order asked for.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > EMP-DED-COUNT
               SET DAP-IDX TO DED-IDX
               IF DAP-APPLIED-AMT (DAP-IDX) > 0
                   PERFORM FIND-PAYEE
                   MOVE SPACES TO DED-REMIT-RECORD
                   MOVE EMP-DED-CODE (DED-IDX) TO DR-DED-CODE
                   MOVE EMP-ID                 TO DR-EMP-ID
                   MOVE EMP-NAME               TO DR-EMP-NAME
                   MOVE DAP-APPLIED-AMT (DAP-IDX) TO DR-AMOUNT
                   IF WS-PAYEE-HIT = 0
                       MOVE "NONE" TO DR-PAYEE-ID
                   ELSE
                       MOVE PYT-PAYEE-ID (WS-PAYEE-HIT)
                           TO DR-PAYEE-ID
                       MOVE PYT-REF-NO (WS-PAYEE-HIT) TO DR-REF-NO
                   END-IF
                   IF DR-REF-NO = SPACES
                       MOVE EMP-ID TO DR-REF-NO
                   END-IF
                   WRITE DED-REMIT-RECORD
               END-IF
           END-PERFORM.

       FIND-PAYEE.
      *    The employee's own order card if there is one, otherwise
      *    the code-wide card.
           MOVE 0 TO WS-PAYEE-HIT.
           MOVE 0 TO WS-CODE-HIT.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PAYEE-COUNT
               IF PYT-DED-CODE (PY-IDX) = EMP-DED-CODE (DED-IDX)
                   IF PYT-EMP-ID (PY-IDX) = EMP-ID
                       SET WS-PAYEE-HIT TO PY-IDX
                   END-IF
                   IF PYT-EMP-ID (PY-IDX) = 0
                       SET WS-CODE-HIT TO PY-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PAYEE-HIT = 0
               MOVE WS-CODE-HIT TO WS-PAYEE-HIT
           END-IF.

       WRITE-REMITTANCES.
      *    Split this run's DEDREMIT.DAT into one REMIT-<payee>.DAT
      *    per payee that is owed anything, and summarize them on
      *    REMITSUM.RPT.  Payees sharing an id (one agency taking
      *    several orders) share one file - the first card for an id
      *    drives it.  The summary must foot to WS-TOTAL-DED, the
      *    same total credited to 2200-DED; if it does not, it says
      *    so on the report.
           OPEN OUTPUT REMIT-SUMMARY-RPT.
           IF WS-RSUM-STATUS NOT = "00"
               DISPLAY "ERROR opening REMIT-SUMMARY-RPT: "
                       WS-RSUM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "================================================"
               TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           MOVE SPACES TO REMIT-SUMMARY-REC.
           STRING "  DEDUCTION REMITTANCE SUMMARY - PAY PERIOD "
                   WS-PAY-YEAR "/" WS-PAY-PERIOD
               DELIMITED BY SIZE INTO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           MOVE SPACES TO REMIT-SUMMARY-REC.
           STRING "  PAYEE   NAME                       LINES"
                   "         AMOUNT"
               DELIMITED BY SIZE INTO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           MOVE "------------------------------------------------"
               TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.

           PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
                   UNTIL WS-PAYEE-SUB > PAYEE-COUNT
               PERFORM CHECK-PAYEE-DONE
               IF NOT WS-PAYEE-DONE
                   PERFORM WRITE-PAYEE-REMITTANCE
               END-IF
           END-PERFORM.

      *    Anything taken under a code nobody is mapped to.
           MOVE "NONE" TO WS-REMIT-FILE-NAME.
           PERFORM OPEN-DED-REMIT-INPUT.
           PERFORM READ-DED-REMIT UNTIL WS-DREM-EOF.
           CLOSE DED-REMIT-FILE.
           IF WS-UNASSIGNED-COUNT > 0
               MOVE SPACES TO REMIT-SUMMARY-LINE
               MOVE "NONE"  TO RS-PAYEE-ID
               MOVE "UNASSIGNED - NO PAYEE CARD" TO RS-PAYEE-NAME
               MOVE WS-UNASSIGNED-COUNT TO RS-COUNT
               MOVE WS-UNASSIGNED-TOTAL TO RS-AMOUNT
               MOVE REMIT-SUMMARY-LINE TO REMIT-SUMMARY-REC
               WRITE REMIT-SUMMARY-REC
               ADD WS-UNASSIGNED-TOTAL TO WS-RMT-GRAND-TOTAL
               DISPLAY "*** " WS-UNASSIGNED-COUNT " DEDUCTION LINES "
                       "HAVE NO PAYEE - SEE REMITSUM.RPT ***"
           END-IF.

           MOVE "------------------------------------------------"
               TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           MOVE SPACES TO REMIT-SUMMARY-LINE.
           MOVE "TOTAL REMITTED" TO RS-PAYEE-NAME.
           MOVE WS-RMT-GRAND-TOTAL TO RS-AMOUNT.
           MOVE REMIT-SUMMARY-LINE TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           MOVE SPACES TO REMIT-SUMMARY-LINE.
           MOVE "RUN TOTAL DEDUCTIONS" TO RS-PAYEE-NAME.
           MOVE WS-TOTAL-DED TO RS-AMOUNT.
           MOVE REMIT-SUMMARY-LINE TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           IF WS-RMT-GRAND-TOTAL = WS-TOTAL-DED
               MOVE "  REMITTANCES TIE TO RUN TOTAL DEDUCTIONS"
                   TO REMIT-SUMMARY-REC
           ELSE
               MOVE "  *** REMITTANCES DO NOT TIE TO RUN TOTAL ***"
                   TO REMIT-SUMMARY-REC
               DISPLAY "*** DEDUCTION REMITTANCES DO NOT TIE - "
                       "SEE REMITSUM.RPT ***"
           END-IF.
           WRITE REMIT-SUMMARY-REC.
           MOVE "================================================"
               TO REMIT-SUMMARY-REC.
           WRITE REMIT-SUMMARY-REC.
           CLOSE REMIT-SUMMARY-RPT.

       CHECK-PAYEE-DONE.
      *    An id already written by an earlier card is skipped.
           MOVE "N" TO WS-PAYEE-DONE-SW.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-PAYEE-SUB
               IF PYT-PAYEE-ID (WS-PRIOR-SUB)
                       = PYT-PAYEE-ID (WS-PAYEE-SUB)
                   MOVE "Y" TO WS-PAYEE-DONE-SW
               END-IF
           END-PERFORM.

       WRITE-PAYEE-REMITTANCE.
      *    One pass over the run's deduction lines per payee; a payee
      *    owed nothing this run gets no file.
           MOVE 0 TO WS-RMT-COUNT.
           MOVE 0 TO WS-RMT-TOTAL.
           MOVE SPACES TO WS-REMIT-FILE-NAME.
           STRING "REMIT-" PYT-PAYEE-ID (WS-PAYEE-SUB)
                   DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-REMIT-FILE-NAME.
           PERFORM OPEN-DED-REMIT-INPUT.
           PERFORM READ-DED-REMIT UNTIL WS-DREM-EOF.
           CLOSE DED-REMIT-FILE.
           IF WS-RMT-COUNT > 0
               MOVE SPACES TO REMIT-OUT-RECORD
               MOVE "T"    TO RO-REC-TYPE
               MOVE PYT-PAYEE-ID (WS-PAYEE-SUB) TO RO-PAYEE-ID
               MOVE WS-RMT-COUNT TO RO-EMP-ID
               MOVE WS-RMT-TOTAL TO RO-AMOUNT
               MOVE WS-PAY-YEAR   TO RO-PAY-YEAR
               MOVE WS-PAY-PERIOD TO RO-PAY-PERIOD
               WRITE REMIT-OUT-RECORD
               CLOSE REMIT-OUT-FILE
               MOVE SPACES TO REMIT-SUMMARY-LINE
               MOVE PYT-PAYEE-ID (WS-PAYEE-SUB)   TO RS-PAYEE-ID
               MOVE PYT-PAYEE-NAME (WS-PAYEE-SUB) TO RS-PAYEE-NAME
               MOVE WS-RMT-COUNT TO RS-COUNT
               MOVE WS-RMT-TOTAL TO RS-AMOUNT
               MOVE REMIT-SUMMARY-LINE TO REMIT-SUMMARY-REC
               WRITE REMIT-SUMMARY-REC
               ADD WS-RMT-TOTAL TO WS-RMT-GRAND-TOTAL
           END-IF.

       OPEN-DED-REMIT-INPUT.
           MOVE "N" TO WS-DREM-EOF-SW.
           OPEN INPUT DED-REMIT-FILE.
           IF WS-DREM-STATUS NOT = "00"
               DISPLAY "ERROR opening DED-REMIT-FILE: " WS-DREM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DED-REMIT.
      *    WS-REMIT-FILE-NAME of "NONE" is the unassigned pass.
           READ DED-REMIT-FILE
               AT END
                   MOVE "Y" TO WS-DREM-EOF-SW
               NOT AT END
                   IF WS-REMIT-FILE-NAME = "NONE"
                       IF DR-PAYEE-ID = "NONE"
                           ADD 1         TO WS-UNASSIGNED-COUNT
                           ADD DR-AMOUNT TO WS-UNASSIGNED-TOTAL
                       END-IF
                   ELSE
                       IF DR-PAYEE-ID = PYT-PAYEE-ID (WS-PAYEE-SUB)
                           PERFORM WRITE-REMIT-DETAIL
                       END-IF
                   END-IF
           END-READ.

       WRITE-REMIT-DETAIL.
      *    The payee's file is opened on its first line, with the
      *    header, so a payee owed nothing leaves no empty file.
           IF WS-RMT-COUNT = 0
               OPEN OUTPUT REMIT-OUT-FILE
               IF WS-RMT-STATUS NOT = "00"
                   DISPLAY "ERROR opening REMIT-OUT-FILE "
                           WS-REMIT-FILE-NAME ": " WS-RMT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO REMIT-OUT-RECORD
               MOVE "H"    TO RO-REC-TYPE
               MOVE PYT-PAYEE-ID (WS-PAYEE-SUB)   TO RO-PAYEE-ID
               MOVE PYT-PAYEE-NAME (WS-PAYEE-SUB) TO RO-NAME
               MOVE 0             TO RO-EMP-ID
               MOVE 0             TO RO-AMOUNT
               MOVE WS-PAY-YEAR   TO RO-PAY-YEAR
               MOVE WS-PAY-PERIOD TO RO-PAY-PERIOD
               WRITE REMIT-OUT-RECORD
           END-IF.
           MOVE SPACES TO REMIT-OUT-RECORD.
           MOVE "D"           TO RO-REC-TYPE.
           MOVE DR-PAYEE-ID   TO RO-PAYEE-ID.
           MOVE DR-DED-CODE   TO RO-DED-CODE.
           MOVE DR-EMP-ID     TO RO-EMP-ID.
           MOVE DR-EMP-NAME   TO RO-NAME.
           MOVE DR-REF-NO     TO RO-REF-NO.
           MOVE DR-AMOUNT     TO RO-AMOUNT.
           MOVE WS-PAY-YEAR   TO RO-PAY-YEAR.
           MOVE WS-PAY-PERIOD TO RO-PAY-PERIOD.
           WRITE REMIT-OUT-RECORD.
           ADD 1         TO WS-RMT-COUNT.
           ADD DR-AMOUNT TO WS-RMT-TOTAL.

       OPEN-GARNISH-CTL.
           OPEN INPUT GARNISH-CTL-FILE.
           IF WS-GARN-STATUS = "35"
           IF WS-GARN-STATUS NOT = "00"
               DISPLAY "ERROR opening GARNISH-CTL-FILE: "
                       WS-GARN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ERTAX-STATUS NOT = "00"
               DISPLAY "ERROR opening ER-TAX-CTL-FILE: "
                       WS-ERTAX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                   MOVE EC-ER-TAX-RATE TO WS-ER-TAX-RATE
           END-READ.

       OPEN-PREMIUM-RATES.
           OPEN INPUT PREMIUM-RATE-FILE.
           IF WS-PREM-STATUS = "35"
               CLOSE PREMIUM-RATE-FILE
               PERFORM LOAD-PREMIUM-RATES
               OPEN INPUT PREMIUM-RATE-FILE
           END-IF.
           IF WS-PREM-STATUS NOT = "00"
               DISPLAY "ERROR opening PREMIUM-RATE-FILE: "
                       WS-PREM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PREMIUM-RATES.
      *    One-time seed of PREMRATE.DAT - double time for company
      *    holidays, time and a half for Sundays.  Change the
      *    multipliers on disk, not here.
           OPEN OUTPUT PREMIUM-RATE-FILE.
           MOVE "H"  TO PRC-CLASS.
           MOVE 2.00 TO PRC-MULT.
           WRITE PREMIUM-RATE-CARD.
           MOVE "S"  TO PRC-CLASS.
           MOVE 1.50 TO PRC-MULT.
           WRITE PREMIUM-RATE-CARD.
           CLOSE PREMIUM-RATE-FILE.

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

       WRITE-ER-TAX-ACCRUAL.
      *    One accrual line per run, appended so the quarter's runs
      *    stack up in ERTACCR.DAT for TAX-REMIT to total - the
           IF WS-ACCR-STATUS NOT = "00"
               DISPLAY "ERROR opening ER-TAX-ACCRUAL-FILE: "
                       WS-ACCR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
                       MOVE CK-DEPT-GROSS (WS-DEPT-SUB)
                           TO DPT-GROSS (WS-DEPT-SUB)
                   END-PERFORM
                   MOVE CK-TOTAL-STATE-TAX TO WS-TOTAL-STATE-TAX
                   MOVE CK-STATE-COUNT     TO WS-STATE-COUNT
                   PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                           UNTIL WS-STATE-SUB > WS-STATE-COUNT
                       MOVE CK-STATE-CODE (WS-STATE-SUB)
                           TO STT-STATE (WS-STATE-SUB)
                       MOVE CK-STATE-AMT (WS-STATE-SUB)
                           TO STT-TAX (WS-STATE-SUB)
                   END-PERFORM
           END-READ.

       CHECK-RUN-CONTROL.
      *    interrupted run finishing, not a new one.  A closed
      *    period never reopens; PAY-PERIOD opens the next.
      *    Supplemental runs are off-calendar corrections and are
      *    expected against a paid period; so are final-pay runs.
      *    A preview writes nothing, so with no PAYPER.DAT yet it
      *    rehearses against the period LOAD-PAY-PERIOD would seed,
      *    held in storage only.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-STATUS = "35" AND WS-PREVIEW-RUN
               ACCEPT WS-GL-DATE FROM DATE YYYYMMDD
               MOVE WS-GL-DATE (1:4) TO WS-PAY-YEAR
               MOVE 01  TO WS-PAY-PERIOD
               MOVE "O" TO WS-PERIOD-STATE
           ELSE
               PERFORM READ-PAY-PERIOD
           END-IF.

           IF WS-REGULAR-RUN
               EVALUATE WS-PERIOD-STATE
                       DISPLAY "PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
                               " IS CLOSED - RUN PAY-PERIOD TO OPEN "
                               "THE NEXT PERIOD."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN "P"
                       IF NOT WS-RESTART-MODE
                           IF NOT WS-OVERRIDDEN
                               DISPLAY "RUN REFUSED - PERIOD ALREADY "
                                       "PAID."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           DISPLAY "OPERATOR OVERRIDE ACCEPTED."
           END-IF.
           PERFORM MARK-PERIOD-IN-PROGRESS.

       READ-PAY-PERIOD.
           IF WS-PER-STATUS = "35"
               PERFORM LOAD-PAY-PERIOD
               OPEN INPUT PAY-PERIOD-FILE
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
           MOVE PP-PERIOD TO WS-PAY-PERIOD.
           MOVE PP-STATUS TO WS-PERIOD-STATE.
           CLOSE PAY-PERIOD-FILE.

       LOAD-PAY-PERIOD.
      *    One-time seed of PAYPER.DAT: period 01 of the current
      *    calendar year, open.  From then on PAYROLL, PAY-PERIOD,
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting PAY-PERIOD-FILE: "
                       WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PAY-YEAR     TO PP-YEAR.
      *    zero gross and turn the "pay" into the deduction amount,
      *    besides issuing a numbered $0.00 check.  The no-show is
      *    already on TCEXCEPT.RPT for review before payday.
      *    Salaried staff are paid their salary whatever the hours
      *    field holds, so the zero-hours hold never applies to them.
      *    A final-pay run turns all of this around and pays only
      *    the terminated - see FINAL-PAY-OR-SKIP.
           PERFORM IS-EMP-SELECTED.
           IF WS-RESTART-MODE AND EMP-ID NOT > WS-RESTART-EMP-ID
               PERFORM READ-EMPLOYEE
           ELSE
               IF WS-FINAL-PAY-RUN
                   PERFORM FINAL-PAY-OR-SKIP
               ELSE
                   IF NOT EMP-ACTIVE
                       PERFORM READ-EMPLOYEE
                   ELSE
                       IF WS-SUPPLEMENTAL-RUN AND NOT WS-SELECT-FOUND
                           PERFORM READ-EMPLOYEE
                       ELSE
                           IF EMP-HOURS = 0 AND NOT EMP-SALARIED
                               PERFORM SKIP-ZERO-HOURS
                           ELSE
                               PERFORM PROCESS-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FINAL-PAY-OR-SKIP.
      *    Terminated employees only, each termination settled once:
      *    EMP-ID plus EMP-TERM-DATE already on FINALPAY.DAT means
      *    the final check went out on an earlier run, and is never
      *    paid again.  A record terminated before EMPLOYEE-MAINT
      *    dated terminations (EMP-TERM-DATE zero) was settled by
      *    hand and is left alone.
           IF NOT EMP-TERMINATED OR EMP-TERM-DATE = 0
               PERFORM READ-EMPLOYEE
           ELSE
               PERFORM CHECK-FINAL-PAID
               IF WS-FINAL-PAID
                   MOVE SPACES TO PRINT-REC
                   STRING "  ** " EMP-ID " " EMP-NAME
                           " FINAL PAY ALREADY ISSUED **"
                       DELIMITED BY SIZE INTO PRINT-REC
                   PERFORM PRINT-REPORT-LINE
                   PERFORM READ-EMPLOYEE
               ELSE
                   PERFORM CHECK-HOURS-PAID
                   PERFORM COUNT-SALARY-DAYS
                   PERFORM READ-PAYOUT-BALANCE
                   IF WS-PAYOUT-HOURS = 0
                      AND (WS-HOURS-ALREADY-PAID
                           OR (EMP-HOURS = 0 AND NOT EMP-SALARIED)
                           OR (EMP-SALARIED AND WS-SALARY-DAYS = 0))
                       MOVE SPACES TO PRINT-REC
                       STRING "  ** " EMP-ID " " EMP-NAME
                               " NOTHING DUE - NO FINAL PAY **"
                           DELIMITED BY SIZE INTO PRINT-REC
                       PERFORM PRINT-REPORT-LINE
                       PERFORM READ-EMPLOYEE
                   ELSE
                       PERFORM PROCESS-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-FINAL-PAID.
           MOVE "N" TO WS-FINAL-PAID-SW.
           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > FINAL-PAID-COUNT
               IF EMP-ID = FPT-EMP-ID (FP-IDX)
                  AND EMP-TERM-DATE = FPT-TERM-DATE (FP-IDX)
                   MOVE "Y" TO WS-FINAL-PAID-SW
               END-IF
           END-PERFORM.

       CHECK-HOURS-PAID.
      *    Someone whose last regular run already paid the hours on
      *    the master is owed only the payout - YTD-MASTER's last-
      *    paid period says so.  Hourly hours are judged by the
      *    period TIMECLOCK loaded them for, not the open one, so a
      *    final-pay run after PAY-PERIOD has turned the page but
      *    before the next TIMECLOCK feed still sees last week's
      *    hours as paid.  A salary, and hours keyed by hand (no
      *    stamp), belong to the open period.
           MOVE "N" TO WS-HOURS-PAID-SW.
           IF EMP-SALARIED OR EMP-HOURS-YEAR = 0
               MOVE WS-PAY-YEAR   TO WS-HOURS-FOR-YEAR
               MOVE WS-PAY-PERIOD TO WS-HOURS-FOR-PERIOD
           ELSE
               MOVE EMP-HOURS-YEAR   TO WS-HOURS-FOR-YEAR
               MOVE EMP-HOURS-PERIOD TO WS-HOURS-FOR-PERIOD
           END-IF.
           MOVE EMP-ID TO YM-EMP-ID.
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YM-LAST-YEAR = WS-HOURS-FOR-YEAR
                      AND YM-LAST-PERIOD = WS-HOURS-FOR-PERIOD
                       MOVE "Y" TO WS-HOURS-PAID-SW
                   END-IF
           END-READ.

       COUNT-SALARY-DAYS.
      *    Hourly hours carry TIMECLOCK's period stamp, but a salary
      *    carries none, so a salaried leaver is paid only for the
      *    open period's days up to and including EMP-TERM-DATE -
      *    none when the termination falls in a period already paid
      *    and closed, the whole period when it falls after it.
           MOVE 0 TO WS-SALARY-DAYS.
           IF EMP-SALARIED
               MOVE EMP-TERM-DATE TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               IF WS-DT-DAYS > WS-PERIOD-BASE-DAYS
                   IF WS-DT-DAYS - WS-PERIOD-BASE-DAYS > 7
                       MOVE 7 TO WS-SALARY-DAYS
                   ELSE
                       COMPUTE WS-SALARY-DAYS =
                           WS-DT-DAYS - WS-PERIOD-BASE-DAYS
                   END-IF
               END-IF
           END-IF.

       READ-PAYOUT-BALANCE.
      *    Vacation hours still on LEAVE-MASTER are paid out at
      *    EMP-RATE; a salaried employee with no hourly rate on file
      *    is paid at the hourly equivalent of the period salary.
           MOVE EMP-ID TO LV-EMP-ID.
           READ LEAVE-MASTER
               INVALID KEY
                   MOVE 0 TO WS-PAYOUT-HOURS
               NOT INVALID KEY
                   MOVE LV-VAC-BAL TO WS-PAYOUT-HOURS
           END-READ.
           IF EMP-RATE = 0 AND EMP-SALARIED
               DIVIDE EMP-SALARY BY 40 GIVING WS-PAYOUT-RATE ROUNDED
           ELSE
               MOVE EMP-RATE TO WS-PAYOUT-RATE
           END-IF.

       COMPUTE-FINAL-PAY.
      *    The last hours are in WS-GROSS from COMPUTE-GROSS unless
      *    the regular run already paid them.  The vacation payout
      *    is a separate earning (code VP) added on top, so it is
      *    taxed, deducted from and posted with the rest of gross
      *    but itemized on the stub, the history and the statement.
           IF WS-HOURS-ALREADY-PAID
               MOVE 0 TO WS-OT-HOURS
               MOVE 0 TO WS-REG-PAY
               MOVE 0 TO WS-OT-PAY
               MOVE 0 TO WS-HOL-HOURS
               MOVE 0 TO WS-HOL-PAY
               MOVE 0 TO WS-SUN-HOURS
               MOVE 0 TO WS-SUN-PAY
               MOVE 0 TO WS-GROSS
           ELSE
               IF EMP-SALARIED
                   COMPUTE WS-GROSS ROUNDED =
                       EMP-SALARY * WS-SALARY-DAYS / 7
                   MOVE WS-GROSS TO WS-REG-PAY
               END-IF
           END-IF.
           MOVE WS-GROSS TO WS-FINAL-HOURS-PAY.
           COMPUTE WS-PAYOUT-PAY ROUNDED =
               WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
           ADD WS-PAYOUT-PAY TO WS-GROSS.

       LOAD-FINAL-PAY-LOG.
      *    Only a final-pay run needs the log.  No file yet simply
      *    means no termination has been settled through PAYROLL.
           IF WS-FINAL-PAY-RUN
               OPEN INPUT FINAL-PAY-LOG
               IF WS-FPLOG-STATUS = "00"
                   PERFORM READ-FINAL-PAY-LOG UNTIL WS-FPLOG-EOF
                   CLOSE FINAL-PAY-LOG
               ELSE
                   IF WS-FPLOG-STATUS NOT = "35"
                       DISPLAY "ERROR opening FINAL-PAY-LOG: "
                               WS-FPLOG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               DISPLAY "FINAL-PAY RUN - TERMINATIONS ALREADY SETTLED: "
                       FINAL-PAID-COUNT
               PERFORM LOAD-PERIOD-START
           END-IF.

       LOAD-PERIOD-START.
      *    The open period starts the day after PAY-PERIOD closed the
      *    last one - the newest PC-CLOSED-DATE on PAYCAL.DAT.  With
      *    no period closed yet, the open period is taken as the
      *    seven days ending on the run date.
           MOVE 0 TO WS-PERIOD-BASE-DATE.
           OPEN INPUT PAY-CAL-FILE.
           IF WS-CAL-STATUS = "00"
               PERFORM READ-PAY-CAL UNTIL WS-CAL-EOF
               CLOSE PAY-CAL-FILE
           ELSE
               IF WS-CAL-STATUS NOT = "35"
                   DISPLAY "ERROR opening PAY-CAL-FILE: "
                           WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PERIOD-BASE-DATE = 0
               ACCEPT WS-DT-DATE FROM DATE YYYYMMDD
               PERFORM DATE-TO-DAYS
               COMPUTE WS-PERIOD-BASE-DAYS = WS-DT-DAYS - 7
           ELSE
               MOVE WS-PERIOD-BASE-DATE TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               MOVE WS-DT-DAYS TO WS-PERIOD-BASE-DAYS
           END-IF.

       READ-PAY-CAL.
           READ PAY-CAL-FILE
               AT END
                   MOVE "Y" TO WS-CAL-EOF-SW
               NOT AT END
                   IF PC-CLOSED-DATE > WS-PERIOD-BASE-DATE
                       MOVE PC-CLOSED-DATE TO WS-PERIOD-BASE-DATE
                   END-IF
           END-READ.

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

       READ-FINAL-PAY-LOG.
           READ FINAL-PAY-LOG
               AT END
                   MOVE "Y" TO WS-FPLOG-EOF-SW
               NOT AT END
                   IF FINAL-PAID-COUNT = 500
                       DISPLAY "FINAL-PAY LOG EXCEEDS 500 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FINAL-PAID-COUNT
                   MOVE FP-EMP-ID    TO FPT-EMP-ID (FINAL-PAID-COUNT)
                   MOVE FP-TERM-DATE TO FPT-TERM-DATE (FINAL-PAID-COUNT)
           END-READ.

       OPEN-FINAL-PAY-FILES.
      *    The log is permanent and append-only; the statement file
      *    is the run's own, kept across a restart like the stubs.
           IF WS-FINAL-PAY-RUN
               OPEN EXTEND FINAL-PAY-LOG
               IF WS-FPLOG-STATUS = "35"
                   OPEN OUTPUT FINAL-PAY-LOG
               END-IF
               IF WS-FPLOG-STATUS NOT = "00"
                   DISPLAY "ERROR opening FINAL-PAY-LOG: "
                           WS-FPLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RESTART-MODE
                   OPEN EXTEND FINAL-PAY-RPT
               ELSE
                   OPEN OUTPUT FINAL-PAY-RPT
               END-IF
               IF WS-FPRPT-STATUS NOT = "00"
                   DISPLAY "ERROR opening FINAL-PAY-RPT: "
                           WS-FPRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-FINAL-PAY-LOG.
      *    Written as soon as the employee is paid, so even a run
      *    that abends later can never settle this termination again.
           MOVE SPACES          TO FINAL-PAY-LOG-RECORD.
           MOVE EMP-ID          TO FP-EMP-ID.
           MOVE EMP-TERM-DATE   TO FP-TERM-DATE.
           MOVE WS-PAY-YEAR     TO FP-PAY-YEAR.
           MOVE WS-PAY-PERIOD   TO FP-PAY-PERIOD.
           ACCEPT FP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-FINAL-HOURS-PAY TO FP-HOURS-PAY.
           MOVE WS-PAYOUT-HOURS TO FP-VAC-HOURS.
           MOVE WS-PAYOUT-PAY   TO FP-VAC-PAY.
           MOVE WS-GROSS        TO FP-GROSS.
           MOVE WS-NET          TO FP-NET.
           MOVE WS-ISSUED-CHECK-NO TO FP-CHECK-NO.
           WRITE FINAL-PAY-LOG-RECORD.
           ADD 1 TO WS-FINAL-COUNT.

       WRITE-FINAL-PAY-STATEMENT.
           MOVE "================================================"
               TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO FINAL-PAY-REC.
           STRING "  FINAL PAY STATEMENT - " WS-COMPANY-NAME
               DELIMITED BY SIZE INTO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO FINAL-PAY-REC.
           STRING "  EMP-ID: " EMP-ID "   NAME: " EMP-NAME
               DELIMITED BY SIZE INTO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO FINAL-PAY-REC.
           STRING "  TERMINATED: " EMP-TERM-DATE
                   "   PAY PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
               DELIMITED BY SIZE INTO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE "------------------------------------------------"
               TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.

           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  FINAL HOURS PAY       : " TO SL-LABEL.
           MOVE WS-FINAL-HOURS-PAY TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           IF WS-HOURS-ALREADY-PAID
               MOVE "    (LAST WEEK PAID ON THE REGULAR RUN)"
                   TO FINAL-PAY-REC
               WRITE FINAL-PAY-REC
           ELSE
               IF EMP-SALARIED
                   MOVE SPACES TO FINAL-PAY-REC
                   STRING "    (SALARY FOR " WS-SALARY-DAYS
                           " OF 7 DAYS TO TERMINATION)"
                       DELIMITED BY SIZE INTO FINAL-PAY-REC
                   WRITE FINAL-PAY-REC
               END-IF
           END-IF.
           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  VACATION PAYOUT (VP)  : " TO SL-LABEL.
           MOVE WS-PAYOUT-PAY TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE WS-PAYOUT-HOURS TO WS-PAYOUT-HOURS-ED.
           MOVE WS-PAYOUT-RATE  TO WS-PAYOUT-RATE-ED.
           MOVE SPACES TO FINAL-PAY-REC.
           STRING "    (" WS-PAYOUT-HOURS-ED " HOURS AT "
                   WS-PAYOUT-RATE-ED ")"
               DELIMITED BY SIZE INTO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  GROSS FINAL PAY       : " TO SL-LABEL.
           MOVE WS-GROSS TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  FEDERAL TAX WITHHELD  : " TO SL-LABEL.
           MOVE WS-TAX TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO STUB-AMT-LINE.
           STRING "  STATE TAX (" EMP-WORK-STATE ")        : "
               DELIMITED BY SIZE INTO SL-LABEL.
           MOVE WS-STATE-TAX TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  DEDUCTIONS            : " TO SL-LABEL.
           MOVE WS-DED-TOTAL TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  NET FINAL PAY         : " TO SL-LABEL.
           MOVE WS-NET TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.
           MOVE SPACES TO FINAL-PAY-REC.
           IF WS-ISSUED-CHECK-NO = 0
               MOVE "  PAID BY DIRECT DEPOSIT" TO FINAL-PAY-REC
           ELSE
               STRING "  PAID BY CHECK NO " WS-ISSUED-CHECK-NO
                   DELIMITED BY SIZE INTO FINAL-PAY-REC
           END-IF.
           WRITE FINAL-PAY-REC.
           MOVE "  VACATION BALANCE PAID OUT - NOW 0.00 HOURS"
               TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC.

       SKIP-ZERO-HOURS.
      *    On the report, so the held employee is visible on the
      *    run's own record and not only on TCEXCEPT.RPT.
                   " NO HOURS - NOT PAID THIS RUN **"
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM READ-EMPLOYEE.

       WRITE-CHECKPOINT.
                       TO CK-DEPT-GROSS (WS-DEPT-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-STATE-TAX TO CK-TOTAL-STATE-TAX.
           MOVE WS-STATE-COUNT     TO CK-STATE-COUNT.
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 10
               IF WS-STATE-SUB > WS-STATE-COUNT
                   MOVE SPACES TO CK-STATE-CODE (WS-STATE-SUB)
                   MOVE 0      TO CK-STATE-AMT (WS-STATE-SUB)
               ELSE
                   MOVE STT-STATE (WS-STATE-SUB)
                       TO CK-STATE-CODE (WS-STATE-SUB)
                   MOVE STT-TAX (WS-STATE-SUB)
                       TO CK-STATE-AMT (WS-STATE-SUB)
               END-IF
           END-PERFORM.
           WRITE CHECKPOINT-RECORD.

       LOAD-EMPLOYEES.
           MOVE "C"            TO EMP-ACCT-TYPE.
           MOVE "A"            TO EMP-STATUS.
           MOVE "OFC"          TO EMP-DEPT.
           MOVE "H"            TO EMP-PAY-TYPE.
           MOVE 0              TO EMP-SALARY.
           MOVE "NY"           TO EMP-WORK-STATE.
           MOVE ZEROS          TO EMP-HOUR-BUCKETS.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE 0              TO EMP-HOURS-YEAR.
           MOVE 0              TO EMP-HOURS-PERIOD.
           WRITE EMPLOYEE-RECORD.

           MOVE 10002  TO EMP-ID.
           MOVE "S"            TO EMP-ACCT-TYPE.
           MOVE "A"            TO EMP-STATUS.
           MOVE "WHS"          TO EMP-DEPT.
           MOVE "H"            TO EMP-PAY-TYPE.
           MOVE 0              TO EMP-SALARY.
           MOVE "NJ"           TO EMP-WORK-STATE.
           MOVE ZEROS          TO EMP-HOUR-BUCKETS.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE 0              TO EMP-HOURS-YEAR.
           MOVE 0              TO EMP-HOURS-PERIOD.
           WRITE EMPLOYEE-RECORD.

           MOVE 10003  TO EMP-ID.
           MOVE "C"            TO EMP-ACCT-TYPE.
           MOVE "A"            TO EMP-STATUS.
           MOVE "OFC"          TO EMP-DEPT.
           MOVE "H"            TO EMP-PAY-TYPE.
           MOVE 0              TO EMP-SALARY.
           MOVE "NY"           TO EMP-WORK-STATE.
           MOVE ZEROS          TO EMP-HOUR-BUCKETS.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE 0              TO EMP-HOURS-YEAR.
           MOVE 0              TO EMP-HOURS-PERIOD.
           WRITE EMPLOYEE-RECORD.

      *    No bank data on file - stays on paper check until HR gets
           MOVE SPACES         TO EMP-ACCT-TYPE.
           MOVE "A"            TO EMP-STATUS.
           MOVE "WHS"          TO EMP-DEPT.
           MOVE "H"            TO EMP-PAY-TYPE.
           MOVE 0              TO EMP-SALARY.
           MOVE "NJ"           TO EMP-WORK-STATE.
           MOVE ZEROS          TO EMP-HOUR-BUCKETS.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE 0              TO EMP-HOURS-YEAR.
           MOVE 0              TO EMP-HOURS-PERIOD.
           WRITE EMPLOYEE-RECORD.

           MOVE 10005  TO EMP-ID.
           MOVE "C"            TO EMP-ACCT-TYPE.
           MOVE "A"            TO EMP-STATUS.
           MOVE "WHS"          TO EMP-DEPT.
           MOVE "H"            TO EMP-PAY-TYPE.
           MOVE 0              TO EMP-SALARY.
           MOVE "NJ"           TO EMP-WORK-STATE.
           MOVE ZEROS          TO EMP-HOUR-BUCKETS.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE 0              TO EMP-HOURS-YEAR.
           MOVE 0              TO EMP-HOURS-PERIOD.
           WRITE EMPLOYEE-RECORD.

           CLOSE EMPLOYEE-MASTER.

       PROCESS-RECORD.
           PERFORM COMPUTE-GROSS.
           IF WS-FINAL-PAY-RUN
               PERFORM COMPUTE-FINAL-PAY
           END-IF.
           PERFORM COMPUTE-TAX.
           PERFORM COMPUTE-STATE-TAX.
           PERFORM ACCRUE-EMPLOYER-TAX.
           PERFORM APPLY-DEDUCTIONS.
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-STATE-TAX
                          - WS-DED-TOTAL.
           ADD WS-NET TO WS-TOTAL-NET.
           ADD WS-GROSS     TO WS-TOTAL-GROSS.
           PERFORM ADD-TO-DEPT-TOTALS.
           ADD WS-TAX       TO WS-TOTAL-TAX.
           ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX.
           PERFORM ADD-TO-STATE-TOTALS.
           ADD WS-DED-TOTAL TO WS-TOTAL-DED.
           ADD 1       TO WS-COUNT.
           ADD EMP-ID  TO WS-HASH-TOTAL.
           MOVE EMP-ID   TO PR-ID.
           MOVE EMP-NAME TO PR-NAME.
           MOVE WS-GROSS    TO PR-GROSS.
      *    The report's TAX column is federal plus state so each line
      *    still foots gross - tax - deductions = net.
           COMPUTE PR-TAX = WS-TAX + WS-STATE-TAX.
           MOVE WS-DED-TOTAL TO PR-DED.
           MOVE WS-NET      TO PR-NET.
           DISPLAY PRINT-LINE.
           PERFORM ACCRUE-LEAVE.
           PERFORM UPDATE-YTD.
           PERFORM WRITE-ACH-ENTRY.
           PERFORM WRITE-EARNINGS-HISTORY.
           PERFORM WRITE-DED-REMIT-DETAIL.
           IF WS-FINAL-PAY-RUN
               PERFORM WRITE-FINAL-PAY-LOG
               PERFORM WRITE-FINAL-PAY-STATEMENT
           END-IF.
           MOVE EMP-ID TO RG-EMP-ID.
           WRITE REGISTER-RECORD.
           PERFORM READ-EMPLOYEE.

       COMPUTE-GROSS.
      *    Salaried-exempt staff get the fixed per-period salary and
      *    are never paid overtime - the whole amount prints as
      *    regular pay on the stub.
           IF EMP-SALARIED
               MOVE 0          TO WS-OT-HOURS
               MOVE EMP-SALARY TO WS-REG-PAY
               MOVE 0          TO WS-OT-PAY
               MOVE 0          TO WS-HOL-HOURS
               MOVE 0          TO WS-HOL-PAY
               MOVE 0          TO WS-SUN-HOURS
               MOVE 0          TO WS-SUN-PAY
               MOVE EMP-SALARY TO WS-GROSS
           ELSE
               PERFORM COMPUTE-HOURLY-GROSS
           END-IF.

       COMPUTE-HOURLY-GROSS.
      *    TIMECLOCK splits the week into regular, overtime-eligible,
      *    holiday and Sunday hours; when the split ties to EMP-HOURS
      *    each bucket is paid at its own rate.  Hours keyed straight
      *    into EMPLOYEE-MAINT carry no split, and are paid the old
      *    way below with no premium.
           COMPUTE WS-BUCKET-HOURS = EMP-REG-HOURS + EMP-OT-HOURS
                                   + EMP-HOL-HOURS + EMP-SUN-HOURS.
           IF WS-BUCKET-HOURS = EMP-HOURS AND EMP-HOURS > 0
               PERFORM COMPUTE-BUCKET-GROSS
           ELSE
               MOVE 0 TO WS-HOL-HOURS
               MOVE 0 TO WS-HOL-PAY
               MOVE 0 TO WS-SUN-HOURS
               MOVE 0 TO WS-SUN-PAY
               PERFORM COMPUTE-TOTAL-HOURS-GROSS
           END-IF.

       COMPUTE-BUCKET-GROSS.
      *    Premium hours do not count toward the 40-hour overtime
      *    threshold - TIMECLOCK has already split only ordinary
      *    time into regular and overtime - so no hour is paid two
      *    premiums.
           MOVE EMP-OT-HOURS  TO WS-OT-HOURS.
           MOVE EMP-HOL-HOURS TO WS-HOL-HOURS.
           MOVE EMP-SUN-HOURS TO WS-SUN-HOURS.
           COMPUTE WS-REG-PAY = EMP-REG-HOURS * EMP-RATE.
           COMPUTE WS-OT-PAY  = WS-OT-HOURS * EMP-RATE * 1.5.
           COMPUTE WS-HOL-PAY = WS-HOL-HOURS * EMP-RATE * WS-HOL-MULT.
           COMPUTE WS-SUN-PAY = WS-SUN-HOURS * EMP-RATE * WS-SUN-MULT.
           COMPUTE WS-GROSS   = WS-REG-PAY + WS-OT-PAY
                              + WS-HOL-PAY + WS-SUN-PAY.

       COMPUTE-TOTAL-HOURS-GROSS.
      *    Hours beyond 40 in the week are paid at 1.5x EMP-RATE.
           IF EMP-HOURS > 40
               COMPUTE WS-OT-HOURS = EMP-HOURS - 40
               IF WS-DEPT-COUNT = 10
                   DISPLAY "DEPARTMENT TABLE EXCEEDS 10 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-GROSS    TO DPT-GROSS (WS-DEPT-COUNT)
           END-IF.

       ADD-TO-STATE-TOTALS.
      *    Only states something was actually withheld for get a
      *    line - a no-income-tax state never reaches STATEWH.DAT.
           MOVE "N" TO WS-STATE-FOUND-SW.
           IF WS-STATE-TAX = 0
               MOVE "Y" TO WS-STATE-FOUND-SW
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STATE-COUNT
                      OR WS-STATE-FOUND
               IF EMP-WORK-STATE = STT-STATE (ST-IDX)
                   ADD WS-STATE-TAX TO STT-TAX (ST-IDX)
                   MOVE "Y" TO WS-STATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-STATE-FOUND
               IF WS-STATE-COUNT = 10
                   DISPLAY "STATE TABLE EXCEEDS 10 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATE-COUNT
               MOVE EMP-WORK-STATE TO STT-STATE (WS-STATE-COUNT)
               MOVE WS-STATE-TAX   TO STT-TAX (WS-STATE-COUNT)
           END-IF.

       ACCRUE-EMPLOYER-TAX.
      *    The employer's own matching liability on this employee's
      *    gross - never deducted from the employee, so it plays no
               END-IF
           END-PERFORM.

       COMPUTE-STATE-TAX.
      *    Same slice-by-slice walk as COMPUTE-TAX, but only over the
      *    brackets carried for the employee's work state.  A state
      *    with no cards in STTAXBRK.DAT (or a blank work state)
      *    withholds nothing.
           MOVE 0 TO WS-STATE-TAX.
           MOVE 0 TO WS-STATE-PRIOR.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > STATE-BRACKET-COUNT
               IF SBT-STATE (SB-IDX) = EMP-WORK-STATE
                  AND WS-GROSS > WS-STATE-PRIOR
                   IF WS-GROSS > SBT-THRESHOLD (SB-IDX)
                       COMPUTE WS-STATE-TAX ROUNDED = WS-STATE-TAX +
                           (SBT-THRESHOLD (SB-IDX) - WS-STATE-PRIOR)
                           * SBT-RATE (SB-IDX)
                       MOVE SBT-THRESHOLD (SB-IDX) TO WS-STATE-PRIOR
                   ELSE
                       COMPUTE WS-STATE-TAX ROUNDED = WS-STATE-TAX +
                           (WS-GROSS - WS-STATE-PRIOR)
                           * SBT-RATE (SB-IDX)
                       MOVE WS-GROSS TO WS-STATE-PRIOR
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-DEDUCTIONS.
      *    EMP-DED-ENTRY carries post-tax deductions (health benefits,
      *    401k, garnishments, etc. - see EMP-DED-CODE) applied after
           END-PERFORM.

      *    Disposable pay is gross less legally-required deductions
      *    (federal and state tax) - the base the garnishment cap is
      *    a percentage of.
           COMPUTE WS-DISPOSABLE-PAY = WS-GROSS - WS-TAX
                                     - WS-STATE-TAX.
           COMPUTE WS-GARNISH-LIMIT =
               WS-DISPOSABLE-PAY * WS-GARNISH-CAP-PCT.
           MOVE 0 TO WS-GARNISH-APPLIED.
      *    runs only - an off-cycle correction check is not a second
      *    week worked.  Either way the balances are captured for
      *    the stub, so a supplemental run's stub still shows them.
      *    A preview accrues exactly as the regular run will, but
      *    the balances are never written back.  A final-pay run
      *    has just paid the vacation balance out, so it clears it.
           MOVE EMP-ID TO LV-EMP-ID.
           READ LEAVE-MASTER
               INVALID KEY
                   IF WS-REGULAR-RUN OR WS-PREVIEW-RUN
                       MOVE WS-VAC-RATE  TO LV-VAC-BAL
                       MOVE WS-SICK-RATE TO LV-SICK-BAL
                   ELSE
                   END-IF
                   MOVE LV-VAC-BAL  TO WS-VAC-BAL
                   MOVE LV-SICK-BAL TO WS-SICK-BAL
                   IF NOT WS-PREVIEW-RUN
                       WRITE LEAVE-RECORD
                   END-IF
               NOT INVALID KEY
                   IF WS-REGULAR-RUN OR WS-PREVIEW-RUN
                       ADD WS-VAC-RATE  TO LV-VAC-BAL
                       ADD WS-SICK-RATE TO LV-SICK-BAL
                   END-IF
                   IF WS-FINAL-PAY-RUN
                       MOVE 0 TO LV-VAC-BAL
                   END-IF
                   MOVE LV-VAC-BAL  TO WS-VAC-BAL
                   MOVE LV-SICK-BAL TO WS-SICK-BAL
                   IF NOT WS-PREVIEW-RUN
                       REWRITE LEAVE-RECORD
                   END-IF
           END-READ.

       UPDATE-YTD.
                   MOVE WS-GROSS TO YM-YTD-GROSS
                   MOVE WS-TAX   TO YM-YTD-TAX
                   MOVE WS-NET   TO YM-YTD-NET
                   MOVE WS-STATE-TAX TO YM-YTD-STATE-TAX
                   MOVE EMP-WORK-STATE TO YM-WORK-STATE
                   MOVE 0 TO YM-LAST-YEAR
                   MOVE 0 TO YM-LAST-PERIOD
                   MOVE 0 TO YM-LAST-GROSS
                   MOVE 0 TO YM-LAST-NET
                   PERFORM SAVE-LAST-PAID
                   PERFORM SAVE-YTD-TOTALS
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   ADD WS-GROSS TO YM-YTD-GROSS
                   ADD WS-TAX   TO YM-YTD-TAX
                   ADD WS-NET   TO YM-YTD-NET
                   ADD WS-STATE-TAX TO YM-YTD-STATE-TAX
                   MOVE EMP-WORK-STATE TO YM-WORK-STATE
                   PERFORM SAVE-LAST-PAID
                   PERFORM SAVE-YTD-TOTALS
                   REWRITE YTD-RECORD
           END-READ.
           PERFORM WRITE-PAY-STUB.

       SAVE-LAST-PAID.
      *    Only a regular run moves the preview baseline.
           IF WS-REGULAR-RUN
               MOVE WS-PAY-YEAR   TO YM-LAST-YEAR
               MOVE WS-PAY-PERIOD TO YM-LAST-PERIOD
               MOVE WS-GROSS      TO YM-LAST-GROSS
               MOVE WS-NET        TO YM-LAST-NET
           END-IF.

       SAVE-YTD-TOTALS.
           MOVE YM-YTD-GROSS TO WS-YTD-NEW-GROSS.
           MOVE YM-YTD-TAX   TO WS-YTD-NEW-TAX.
           MOVE YM-YTD-NET   TO WS-YTD-NEW-NET.
           MOVE YM-YTD-STATE-TAX TO WS-YTD-NEW-STATE-TAX.

       WRITE-PAY-STUB.
      *    One self-contained stub per EMP-ID in PAYSTUB.DAT - gross,
               DELIMITED BY SIZE INTO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

      *    Premium lines only print for a week that had premium
      *    hours, so an ordinary stub reads as it always has.
           IF WS-HOL-HOURS > 0
               MOVE SPACES TO STUB-AMT-LINE
               MOVE "  HOLIDAY PREMIUM PAY   : " TO SL-LABEL
               MOVE WS-HOL-PAY TO SL-AMOUNT
               MOVE STUB-AMT-LINE TO PAYSTUB-REC
               WRITE PAYSTUB-REC
               MOVE SPACES TO PAYSTUB-REC
               MOVE WS-HOL-MULT TO WS-MULT-ED
               STRING "    (" WS-HOL-HOURS " HOLIDAY HOURS AT "
                      WS-MULT-ED "X)"
                   DELIMITED BY SIZE INTO PAYSTUB-REC
               WRITE PAYSTUB-REC
           END-IF.
           IF WS-SUN-HOURS > 0
               MOVE SPACES TO STUB-AMT-LINE
               MOVE "  SUNDAY PREMIUM PAY    : " TO SL-LABEL
               MOVE WS-SUN-PAY TO SL-AMOUNT
               MOVE STUB-AMT-LINE TO PAYSTUB-REC
               WRITE PAYSTUB-REC
               MOVE SPACES TO PAYSTUB-REC
               MOVE WS-SUN-MULT TO WS-MULT-ED
               STRING "    (" WS-SUN-HOURS " SUNDAY HOURS AT "
                      WS-MULT-ED "X)"
                   DELIMITED BY SIZE INTO PAYSTUB-REC
               WRITE PAYSTUB-REC
           END-IF.
           IF WS-PAYOUT-PAY > 0
               MOVE SPACES TO STUB-AMT-LINE
               MOVE "  VACATION PAYOUT (VP)  : " TO SL-LABEL
               MOVE WS-PAYOUT-PAY TO SL-AMOUNT
               MOVE STUB-AMT-LINE TO PAYSTUB-REC
               WRITE PAYSTUB-REC
               MOVE WS-PAYOUT-HOURS TO WS-PAYOUT-HOURS-ED
               MOVE WS-PAYOUT-RATE  TO WS-PAYOUT-RATE-ED
               MOVE SPACES TO PAYSTUB-REC
               STRING "    (" WS-PAYOUT-HOURS-ED " HOURS AT "
                      WS-PAYOUT-RATE-ED ")"
                   DELIMITED BY SIZE INTO PAYSTUB-REC
               WRITE PAYSTUB-REC
           END-IF.

           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  GROSS PAY             : " TO SL-LABEL.
           MOVE WS-GROSS TO SL-AMOUNT.
           END-PERFORM.

           MOVE SPACES TO STUB-AMT-LINE.
           MOVE "  FEDERAL TAX WITHHELD  : " TO SL-LABEL.
           MOVE WS-TAX TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

           MOVE SPACES TO STUB-AMT-LINE.
           STRING "  STATE TAX (" EMP-WORK-STATE ")        : "
               DELIMITED BY SIZE INTO SL-LABEL.
           MOVE WS-STATE-TAX TO SL-AMOUNT.
           MOVE STUB-AMT-LINE TO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

           MOVE SPACES TO PAYSTUB-REC.
           MOVE "  DEDUCTIONS:" TO PAYSTUB-REC.
           WRITE PAYSTUB-REC.
           MOVE WS-TAX          TO SC-PERIOD.
           MOVE WS-YTD-NEW-TAX  TO SC-YTD.
           MOVE SPACES TO PAYSTUB-REC.
           STRING "  FEDERAL TAX           : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

           MOVE WS-STATE-TAX         TO SC-PERIOD.
           MOVE WS-YTD-NEW-STATE-TAX TO SC-YTD.
           MOVE SPACES TO PAYSTUB-REC.
           STRING "  STATE TAX             : " SC-PERIOD "     "
                   SC-YTD DELIMITED BY SIZE INTO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

           WRITE PAYSTUB-REC.
           MOVE SPACES TO PAYSTUB-REC.
           WRITE PAYSTUB-REC.

       RUN-PREVIEW.
      *    The regular run, rehearsed: every employee the regular run
      *    would pay goes through the same chain - COMPUTE-GROSS,
      *    COMPUTE-TAX, COMPUTE-STATE-TAX, APPLY-DEDUCTIONS,
      *    ACCRUE-LEAVE - and lands on PREVIEW.RPT next to what they
      *    were paid the last regular period (YM-LAST-GROSS/NET).
      *    YTD-MASTER, LEAVE-MASTER, CHKCTL.DAT and PAYPER.DAT are
      *    read but never written, and none of the run's own output
      *    files - report, stubs, ACH, checks, register, GL - are
      *    opened, so a preview can be run any number of times
      *    before the real thing.
           PERFORM OPEN-PREVIEW-CTL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM SET-PRIOR-PERIOD.
           OPEN OUTPUT PREVIEW-RPT.
           IF WS-PREV-STATUS NOT = "00"
               DISPLAY "ERROR opening PREVIEW-RPT: " WS-PREV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PREVIEW-HEADER.
           PERFORM READ-EMPLOYEE.
           PERFORM PREVIEW-OR-SKIP UNTIL WS-EOF.
           PERFORM WRITE-PREVIEW-TRAILER.
           CLOSE PREVIEW-RPT.
           IF WS-PV-FLAG-COUNT > 0
               DISPLAY "*** " WS-PV-FLAG-COUNT
                       " EMPLOYEES FLAGGED - REVIEW PREVIEW.RPT "
                       "BEFORE THE REGULAR RUN ***"
           ELSE
               DISPLAY "PREVIEW CLEAN - NOTHING FLAGGED."
           END-IF.

       OPEN-PREVIEW-CTL.
           OPEN INPUT PREVIEW-CTL-FILE.
           IF WS-PVCTL-STATUS = "35"
               PERFORM LOAD-PREVIEW-CTL
               OPEN INPUT PREVIEW-CTL-FILE
           END-IF.
           IF WS-PVCTL-STATUS NOT = "00"
               DISPLAY "ERROR opening PREVIEW-CTL-FILE: "
                       WS-PVCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PREVIEW-CTL-FILE.
           IF WS-PVCTL-STATUS = "00"
               MOVE PVC-SWING-PCT TO WS-SWING-LIMIT
           END-IF.
           CLOSE PREVIEW-CTL-FILE.

       LOAD-PREVIEW-CTL.
      *    One-time seed of PREVCTL.DAT: flag a 25% swing either way.
      *    Change the threshold on disk, not here.
           OPEN OUTPUT PREVIEW-CTL-FILE.
           MOVE 25 TO PVC-SWING-PCT.
           WRITE PREVIEW-CTL-CARD.
           CLOSE PREVIEW-CTL-FILE.

       SET-PRIOR-PERIOD.
      *    The period before the one being previewed - who was paid
      *    then and is not being paid now is "missing".  Period 01
      *    looks back to the last weeks of the prior year.
           IF WS-PAY-PERIOD > 1
               MOVE WS-PAY-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-PERIOD = WS-PAY-PERIOD - 1
           ELSE
               COMPUTE WS-PRIOR-YEAR = WS-PAY-YEAR - 1
               MOVE 52 TO WS-PRIOR-PERIOD
           END-IF.

       WRITE-PREVIEW-HEADER.
           MOVE "================================================"
               TO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  PAYROLL PREVIEW - " WS-COMPANY-NAME
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  PAY PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
                   " - NOTHING HAS BEEN PAID OR UPDATED"
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  FLAGGED: SWING OVER " WS-SWING-LIMIT
                   "%, NEW, MISSING, ZERO NET"
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
      *    A preview after the regular run compares the period with
      *    itself - say so rather than print a misleading clean.
           IF WS-PERIOD-STATE = "P" OR WS-PERIOD-STATE = "C"
               MOVE SPACES TO PREVIEW-REC
               STRING "  ** PERIOD " WS-PAY-YEAR "/" WS-PAY-PERIOD
                       " ALREADY PAID - COMPARES AGAINST ITSELF **"
                   DELIMITED BY SIZE INTO PREVIEW-REC
               WRITE PREVIEW-REC
           END-IF.
           MOVE "------------------------------------------------"
               TO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  ID    NAME                      GROSS LAST GROSS"
                   "        NET   LAST NET"
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.

       PREVIEW-OR-SKIP.
      *    Same hold-outs as PROCESS-OR-SKIP: not ACTIVE, or hourly
      *    with no hours.  A held-out employee who was paid last
      *    period is exactly the "missing" case to flag.
           IF NOT EMP-ACTIVE
               PERFORM PREVIEW-CHECK-MISSING
           ELSE
               IF EMP-HOURS = 0 AND NOT EMP-SALARIED
                   PERFORM PREVIEW-CHECK-MISSING
               ELSE
                   PERFORM PREVIEW-RECORD
               END-IF
           END-IF.
           PERFORM READ-EMPLOYEE.

       PREVIEW-RECORD.
           PERFORM COMPUTE-GROSS.
           PERFORM COMPUTE-TAX.
           PERFORM COMPUTE-STATE-TAX.
           PERFORM ACCRUE-EMPLOYER-TAX.
           PERFORM APPLY-DEDUCTIONS.
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-STATE-TAX
                          - WS-DED-TOTAL.
           PERFORM ACCRUE-LEAVE.
           ADD 1        TO WS-COUNT.
           ADD WS-GROSS TO WS-TOTAL-GROSS.
           ADD WS-NET   TO WS-TOTAL-NET.

           PERFORM READ-LAST-PAID.
           MOVE "N" TO WS-PV-FLAG-SW.
           MOVE SPACES        TO PREVIEW-LINE.
           MOVE EMP-ID        TO PV-ID.
           MOVE EMP-NAME      TO PV-NAME.
           MOVE WS-GROSS      TO PV-GROSS.
           MOVE WS-LAST-GROSS TO PV-LAST-GROSS.
           MOVE WS-NET        TO PV-NET.
           MOVE WS-LAST-NET   TO PV-LAST-NET.
           IF NOT WS-LAST-FOUND
               MOVE "Y" TO WS-PV-FLAG-SW
           END-IF.
           IF WS-NET = 0
               MOVE "Y" TO WS-PV-FLAG-SW
           END-IF.
           MOVE 0 TO WS-GROSS-SWING-PCT.
           MOVE 0 TO WS-NET-SWING-PCT.
           IF WS-LAST-FOUND
               PERFORM CHECK-GROSS-SWING
               PERFORM CHECK-NET-SWING
               ADD WS-LAST-GROSS TO WS-PV-LAST-GROSS-TOT
               ADD WS-LAST-NET   TO WS-PV-LAST-NET-TOT
           END-IF.
           IF WS-PV-FLAGGED
               MOVE "***" TO PV-FLAG
               ADD 1 TO WS-PV-FLAG-COUNT
           END-IF.
           MOVE PREVIEW-LINE TO PREVIEW-REC.
           WRITE PREVIEW-REC.

      *    The reasons print under the line they belong to.
           IF NOT WS-LAST-FOUND
               ADD 1 TO WS-PV-NEW-COUNT
               MOVE "NEW - NO PRIOR REGULAR PAY ON FILE" TO WS-PV-NOTE
               PERFORM WRITE-PREVIEW-NOTE
           END-IF.
           IF WS-NET = 0
               MOVE "ZERO NET CHECK" TO WS-PV-NOTE
               PERFORM WRITE-PREVIEW-NOTE
           END-IF.
           IF WS-GROSS-SWING-PCT > WS-SWING-LIMIT
               MOVE WS-GROSS-SWING-PCT TO WS-PV-PCT-DISPLAY
               MOVE SPACES TO WS-PV-NOTE
               STRING "GROSS " WS-GROSS-SWING-DIR " "
                       WS-PV-PCT-DISPLAY "% VS PERIOD "
                       WS-LAST-YEAR "/" WS-LAST-PERIOD
                   DELIMITED BY SIZE INTO WS-PV-NOTE
               PERFORM WRITE-PREVIEW-NOTE
           END-IF.
           IF WS-NET-SWING-PCT > WS-SWING-LIMIT
               MOVE WS-NET-SWING-PCT TO WS-PV-PCT-DISPLAY
               MOVE SPACES TO WS-PV-NOTE
               STRING "NET " WS-NET-SWING-DIR " "
                       WS-PV-PCT-DISPLAY "% VS PERIOD "
                       WS-LAST-YEAR "/" WS-LAST-PERIOD
                   DELIMITED BY SIZE INTO WS-PV-NOTE
               PERFORM WRITE-PREVIEW-NOTE
           END-IF.

       READ-LAST-PAID.
      *    No YTD record, or one never touched by a regular run, means
      *    there is nothing to compare with - a new employee.
           MOVE "N" TO WS-LAST-FOUND-SW.
           MOVE 0 TO WS-LAST-YEAR.
           MOVE 0 TO WS-LAST-PERIOD.
           MOVE 0 TO WS-LAST-GROSS.
           MOVE 0 TO WS-LAST-NET.
           MOVE EMP-ID TO YM-EMP-ID.
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YM-LAST-YEAR NOT = 0
                       MOVE "Y"            TO WS-LAST-FOUND-SW
                       MOVE YM-LAST-YEAR   TO WS-LAST-YEAR
                       MOVE YM-LAST-PERIOD TO WS-LAST-PERIOD
                       MOVE YM-LAST-GROSS  TO WS-LAST-GROSS
                       MOVE YM-LAST-NET    TO WS-LAST-NET
                   END-IF
           END-READ.

       CHECK-GROSS-SWING.
           IF WS-GROSS > WS-LAST-GROSS
               COMPUTE WS-SWING-DIFF = WS-GROSS - WS-LAST-GROSS
               MOVE "UP  " TO WS-SWING-DIR
           ELSE
               COMPUTE WS-SWING-DIFF = WS-LAST-GROSS - WS-GROSS
               MOVE "DOWN" TO WS-SWING-DIR
           END-IF.
           MOVE WS-LAST-GROSS TO WS-SWING-BASE.
           PERFORM COMPUTE-SWING-PCT.
           MOVE WS-SWING-PCT TO WS-GROSS-SWING-PCT.
           MOVE WS-SWING-DIR TO WS-GROSS-SWING-DIR.
           IF WS-SWING-PCT > WS-SWING-LIMIT
               MOVE "Y" TO WS-PV-FLAG-SW
           END-IF.

       CHECK-NET-SWING.
           IF WS-NET > WS-LAST-NET
               COMPUTE WS-SWING-DIFF = WS-NET - WS-LAST-NET
               MOVE "UP  " TO WS-SWING-DIR
           ELSE
               COMPUTE WS-SWING-DIFF = WS-LAST-NET - WS-NET
               MOVE "DOWN" TO WS-SWING-DIR
           END-IF.
           MOVE WS-LAST-NET TO WS-SWING-BASE.
           PERFORM COMPUTE-SWING-PCT.
           MOVE WS-SWING-PCT TO WS-NET-SWING-PCT.
           MOVE WS-SWING-DIR TO WS-NET-SWING-DIR.
           IF WS-SWING-PCT > WS-SWING-LIMIT
               MOVE "Y" TO WS-PV-FLAG-SW
           END-IF.

       COMPUTE-SWING-PCT.
      *    A zero base with any change at all is an unbounded swing;
      *    so is anything too big for the field.
           IF WS-SWING-BASE = 0
               IF WS-SWING-DIFF = 0
                   MOVE 0 TO WS-SWING-PCT
               ELSE
                   MOVE 99999 TO WS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-SWING-PCT =
                   WS-SWING-DIFF * 100 / WS-SWING-BASE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SWING-PCT
               END-COMPUTE
           END-IF.

       PREVIEW-CHECK-MISSING.
      *    Held out this period but paid in the period just before -
      *    a termination that is expected, or a timecard that never
      *    arrived; either way someone should say which.
           PERFORM READ-LAST-PAID.
           IF WS-LAST-FOUND
              AND WS-LAST-YEAR = WS-PRIOR-YEAR
              AND WS-LAST-PERIOD NOT < WS-PRIOR-PERIOD
               ADD 1 TO WS-PV-MISSING-COUNT
               ADD 1 TO WS-PV-FLAG-COUNT
               MOVE SPACES        TO PREVIEW-LINE
               MOVE EMP-ID        TO PV-ID
               MOVE EMP-NAME      TO PV-NAME
               MOVE 0             TO PV-GROSS
               MOVE WS-LAST-GROSS TO PV-LAST-GROSS
               MOVE 0             TO PV-NET
               MOVE WS-LAST-NET   TO PV-LAST-NET
               MOVE "***"         TO PV-FLAG
               MOVE PREVIEW-LINE TO PREVIEW-REC
               WRITE PREVIEW-REC
               MOVE SPACES TO WS-PV-NOTE
               IF EMP-ACTIVE
                   STRING "MISSING - PAID " WS-LAST-YEAR "/"
                           WS-LAST-PERIOD ", NO HOURS THIS PERIOD"
                       DELIMITED BY SIZE INTO WS-PV-NOTE
               ELSE
                   STRING "MISSING - PAID " WS-LAST-YEAR "/"
                           WS-LAST-PERIOD ", STATUS NOW " EMP-STATUS
                       DELIMITED BY SIZE INTO WS-PV-NOTE
               END-IF
               PERFORM WRITE-PREVIEW-NOTE
           END-IF.

       WRITE-PREVIEW-NOTE.
           MOVE SPACES TO PREVIEW-REC.
           STRING "        ** " WS-PV-NOTE
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.

       WRITE-PREVIEW-TRAILER.
           MOVE "------------------------------------------------"
               TO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  EMPLOYEES TO BE PAID : " WS-COUNT
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  NEW / MISSING        : " WS-PV-NEW-COUNT
                   " / " WS-PV-MISSING-COUNT
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  FLAGGED FOR REVIEW   : " WS-PV-FLAG-COUNT
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE WS-TOTAL-GROSS TO WS-PV-TOT-DISPLAY.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  GROSS THIS PERIOD    : " WS-PV-TOT-DISPLAY
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE WS-PV-LAST-GROSS-TOT TO WS-PV-TOT-DISPLAY.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  SAME STAFF LAST PAID : " WS-PV-TOT-DISPLAY
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE WS-TOTAL-NET TO WS-PV-TOT-DISPLAY.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  NET THIS PERIOD      : " WS-PV-TOT-DISPLAY
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE WS-PV-LAST-NET-TOT TO WS-PV-TOT-DISPLAY.
           MOVE SPACES TO PREVIEW-REC.
           STRING "  SAME STAFF LAST NET  : " WS-PV-TOT-DISPLAY
               DELIMITED BY SIZE INTO PREVIEW-REC.
           WRITE PREVIEW-REC.
           MOVE "================================================"
               TO PREVIEW-REC.
           WRITE PREVIEW-REC.
