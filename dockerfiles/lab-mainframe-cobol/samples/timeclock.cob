      *   accepted punches this week is listed to TCEXCEPT.RPT and
      *   has EMP-HOURS zeroed, so last week's hours can never flow
      *   into COMPUTE-GROSS unreviewed.  A no-show surfaces before
      *   payday, not after.  Salaried-exempt staff keep no timesheet
      *   and are left out of the check.
      *
      *   Each accepted punch is also classified by its work date:
      *   a date on the HOLIDAY.DAT company calendar is holiday
      *   premium time, a Sunday is Sunday premium time, anything
      *   else is ordinary time.  Ordinary time up to WS-OT-THRESHOLD
      *   for the week is regular, the rest overtime-eligible; the
      *   four buckets go to EMPLOYEE-MASTER alongside EMP-HOURS so
      *   PAYROLL can pay each at its own rate.
      *
      *   Every EMP-HOURS this run sets or clears is stamped with the
      *   open PAYPER.DAT year and period, so PAYROLL's final-pay run
      *   can tell hours a regular run already paid from hours still
      *   owed, whatever order the two run in.
      *
      *   Ends with return code 4 when anything went to TCEXCEPT.RPT
      *   (rejected readings or active employees with no punches) so
      *   the weekly stream shows the exceptions need a look before
      *   payday.
      *
      * Compile: cobc -x -o timeclock timeclock.cob
      * Run:     ./timeclock
               RECORD KEY    IS EMP-ID
               FILE STATUS   IS WS-EMP-STATUS.

      *    Company holiday calendar, one card per holiday date -
      *    maintained on disk like PAYROLL's TAXBRKT.DAT.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS WS-HOL-STATUS.

      *    PAYROLL's open pay period - read only, for the stamp on
      *    the hours loaded.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PER-STATUS.

           SELECT EXCEPTION-RPT ASSIGN TO "TCEXCEPT.RPT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EXCEPT-STATUS.
           05  TC-WORK-DATE   PIC 9(08).
           05  TC-HOURS       PIC S9(02)V9.

      *    Must match PAYROLL's PAY-PERIOD-RECORD layout exactly.
       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05  PP-YEAR             PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PP-PERIOD           PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PP-STATUS           PIC X(01).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           05  EMP-ID     PIC 9(05).
               88  EMP-ON-LEAVE            VALUE "L".
               88  EMP-TERMINATED          VALUE "T".
           05  EMP-DEPT           PIC X(03).
           05  EMP-PAY-TYPE       PIC X(01).
               88  EMP-HOURLY              VALUE "H" " ".
               88  EMP-SALARIED            VALUE "S".
           05  EMP-SALARY         PIC 9(05)V99.
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
           05  EMP-TERM-DATE      PIC 9(08).
           05  EMP-HOURS-YEAR     PIC 9(04).
           05  EMP-HOURS-PERIOD   PIC 9(02).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-CARD.
           05  HC-DATE        PIC 9(08).
           05  HC-NAME        PIC X(20).

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RECORD.
       01  WS-TC-STATUS       PIC XX    VALUE "00".
       01  WS-EMP-STATUS      PIC XX    VALUE "00".
       01  WS-EXCEPT-STATUS   PIC XX    VALUE "00".
       01  WS-PER-STATUS      PIC XX    VALUE "00".
      *    Open pay period the hours are loaded for - zero until
      *    PAYROLL's first run has created PAYPER.DAT.
       01  WS-HOURS-YEAR      PIC 9(04) VALUE 0.
       01  WS-HOURS-PERIOD    PIC 9(02) VALUE 0.
       01  WS-HOL-STATUS      PIC XX    VALUE "00".
       01  WS-HOL-EOF-SW      PIC X     VALUE "N".
           88  WS-HOL-EOF               VALUE "Y".
      *    Weekly hours paid straight time before overtime starts -
      *    the same 40 PAYROLL has always used.
       01  WS-OT-THRESHOLD    PIC 9(02) VALUE 40.
       01  WS-ORD-HOURS       PIC 9(03).
       01  WS-DAY-CLASS       PIC X(01).
           88  WS-HOLIDAY-WORK          VALUE "H".
           88  WS-SUNDAY-WORK           VALUE "S".
           88  WS-ORDINARY-WORK         VALUE "O".

       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 50 TIMES INDEXED BY HD-IDX.
               10  HD-DATE        PIC 9(08).
       01  HOLIDAY-COUNT      PIC 9(02) VALUE 0.

      *    Date-to-day-number work fields - the same arithmetic as
      *    BANK-RECON's DATE-TO-DAYS.  WS-DT-DOW is the day number's
      *    remainder by 7; a remainder of 5 falls on a Sunday (day
      *    number of Sunday 16 AUG 2026 is 740150, 5 past a multiple
      *    of 7).
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
       01  WS-DT-WEEKS        PIC 9(07).
       01  WS-DT-DOW          PIC 9(01).
           88  WS-DT-SUNDAY             VALUE 5.
       01  WS-EOF-SW          PIC X     VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-MAX-DAILY-HOURS PIC 9(02) VALUE 16.

      *    Weekly hours accumulate here per EMP-ID before being
      *    REWRITten to EMPLOYEE-MASTER, the same "totals table, then
      *    apply" shape PAYROLL uses for tax brackets.  HT-HOURS is
      *    the week's total; the other three split it by day class.
       01  HOURS-TOTAL-TABLE.
           05  HOURS-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY HT-IDX.
               10  HT-EMP-ID      PIC 9(05).
               10  HT-HOURS       PIC 9(03)V9.
               10  HT-ORD-HOURS   PIC 9(03)V9.
               10  HT-HOL-HOURS   PIC 9(03)V9.
               10  HT-SUN-HOURS   PIC 9(03)V9.
       01  WS-TOTAL-COUNT     PIC 9(03) VALUE 0.
       01  WS-FOUND-SW        PIC X     VALUE "N".
           88  WS-FOUND                 VALUE "Y".
           DISPLAY "=== TIME CLOCK FEED INTO EMP-HOURS ===".

           PERFORM OPEN-FILES.
           PERFORM READ-PAY-PERIOD.
           PERFORM OPEN-HOLIDAYS.
           PERFORM READ-HOLIDAYS UNTIL WS-HOL-EOF.
           CLOSE HOLIDAY-FILE.

           PERFORM READ-TIMECLOCK.
           PERFORM ACCUMULATE-HOURS UNTIL WS-EOF.
           CLOSE TIMECLOCK-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EXCEPTION-RPT.
           IF WS-REJECT-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           END-IF.
           IF WS-TC-STATUS NOT = "00"
               DISPLAY "ERROR opening TIMECLOCK-FILE: " WS-TC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR opening EMPLOYEE-MASTER: " WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-RPT.
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERROR opening EXCEPTION-RPT: " WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PAY-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-STATUS NOT = "00" AND NOT = "35"
               DISPLAY "ERROR opening PAY-PERIOD-FILE: " WS-PER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PER-STATUS = "00"
               READ PAY-PERIOD-FILE
               IF WS-PER-STATUS = "00"
                   MOVE PP-YEAR   TO WS-HOURS-YEAR
                   MOVE PP-PERIOD TO WS-HOURS-PERIOD
               END-IF
               CLOSE PAY-PERIOD-FILE
           END-IF.

       OPEN-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = "35"
               CLOSE HOLIDAY-FILE
               PERFORM LOAD-HOLIDAYS
               OPEN INPUT HOLIDAY-FILE
           END-IF.
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "ERROR opening HOLIDAY-FILE: " WS-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-HOLIDAYS.
      *    One-time seed of HOLIDAY.DAT with this year's company
      *    holidays (observed dates).  Add next year's cards on disk,
      *    not here.
           OPEN OUTPUT HOLIDAY-FILE.
           MOVE 20260101 TO HC-DATE.
           MOVE "NEW YEARS DAY"    TO HC-NAME.
           WRITE HOLIDAY-CARD.
           MOVE 20260525 TO HC-DATE.
           MOVE "MEMORIAL DAY"     TO HC-NAME.
           WRITE HOLIDAY-CARD.
           MOVE 20260703 TO HC-DATE.
           MOVE "INDEPENDENCE DAY" TO HC-NAME.
           WRITE HOLIDAY-CARD.
           MOVE 20260907 TO HC-DATE.
           MOVE "LABOR DAY"        TO HC-NAME.
           WRITE HOLIDAY-CARD.
           MOVE 20261126 TO HC-DATE.
           MOVE "THANKSGIVING"     TO HC-NAME.
           WRITE HOLIDAY-CARD.
           MOVE 20261225 TO HC-DATE.
           MOVE "CHRISTMAS DAY"    TO HC-NAME.
           WRITE HOLIDAY-CARD.
           CLOSE HOLIDAY-FILE.

       READ-HOLIDAYS.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-HOL-EOF-SW
               NOT AT END
                   IF HOLIDAY-COUNT = 50
                       DISPLAY "HOLIDAY CALENDAR EXCEEDS 50 ENTRIES - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HOLIDAY-COUNT
                   MOVE HC-DATE TO HD-DATE (HOLIDAY-COUNT)
           END-READ.

       SEED-TIMECLOCK.
      *    One-time seed of TIMECLK.DAT so the demo runs standalone.
      *    Real punches are appended to TIMECLK.DAT between runs.
           MOVE 20260819 TO TC-WORK-DATE.
           MOVE 9.5   TO TC-HOURS.
           WRITE TIMECLOCK-RECORD.
      *    Sunday shift - paid at the Sunday premium rate.
           MOVE 10001 TO TC-EMP-ID.
           MOVE 20260816 TO TC-WORK-DATE.
           MOVE 4.0   TO TC-HOURS.
           WRITE TIMECLOCK-RECORD.

           MOVE 10002 TO TC-EMP-ID.
           MOVE 20260817 TO TC-WORK-DATE.
      *    Linear search of a small in-memory table - the same
      *    approach PAYROLL uses for its supplemental-run select
      *    list - since a weekly roster easily fits in memory.
           PERFORM CLASSIFY-WORK-DATE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-TOTAL-COUNT
               IF TC-EMP-ID = HT-EMP-ID (HT-IDX)
                   ADD TC-HOURS TO HT-HOURS (HT-IDX)
                   PERFORM ADD-TO-DAY-CLASS
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
                   MOVE "HOURS TABLE FULL - REJECTED" TO WS-REASON
               ELSE
                   ADD 1 TO WS-TOTAL-COUNT
                   SET HT-IDX TO WS-TOTAL-COUNT
                   MOVE TC-EMP-ID TO HT-EMP-ID (HT-IDX)
                   MOVE TC-HOURS  TO HT-HOURS  (HT-IDX)
                   MOVE 0 TO HT-ORD-HOURS (HT-IDX)
                   MOVE 0 TO HT-HOL-HOURS (HT-IDX)
                   MOVE 0 TO HT-SUN-HOURS (HT-IDX)
                   PERFORM ADD-TO-DAY-CLASS
               END-IF
           END-IF.

       ADD-TO-DAY-CLASS.
           EVALUATE TRUE
               WHEN WS-HOLIDAY-WORK
                   ADD TC-HOURS TO HT-HOL-HOURS (HT-IDX)
               WHEN WS-SUNDAY-WORK
                   ADD TC-HOURS TO HT-SUN-HOURS (HT-IDX)
               WHEN OTHER
                   ADD TC-HOURS TO HT-ORD-HOURS (HT-IDX)
           END-EVALUATE.

       CLASSIFY-WORK-DATE.
      *    A holiday that falls on a Sunday is paid as the holiday.
           MOVE "O" TO WS-DAY-CLASS.
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > HOLIDAY-COUNT
               IF TC-WORK-DATE = HD-DATE (HD-IDX)
                   MOVE "H" TO WS-DAY-CLASS
               END-IF
           END-PERFORM.
           IF WS-ORDINARY-WORK
               MOVE TC-WORK-DATE TO WS-DT-DATE
               PERFORM DATE-TO-DAYS
               DIVIDE WS-DT-DAYS BY 7
                   GIVING WS-DT-WEEKS REMAINDER WS-DT-DOW
               IF WS-DT-SUNDAY
                   MOVE "S" TO WS-DAY-CLASS
               END-IF
           END-IF.

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

       APPLY-HOURS-TOTALS.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-TOTAL-COUNT
                       DISPLAY "EMP-ID NOT ON FILE, SKIPPED: "
                               HT-EMP-ID (HT-IDX)
                   NOT INVALID KEY
      *                EMP-HOURS carries whole hours - round each
      *                bucket rather than silently truncating paid
      *                time away, and make the total their sum so
      *                PAYROLL sees the buckets tie.
                       COMPUTE WS-ORD-HOURS ROUNDED =
                           HT-ORD-HOURS (HT-IDX)
                       IF WS-ORD-HOURS > WS-OT-THRESHOLD
                           MOVE WS-OT-THRESHOLD TO EMP-REG-HOURS
                           COMPUTE EMP-OT-HOURS =
                               WS-ORD-HOURS - WS-OT-THRESHOLD
                       ELSE
                           MOVE WS-ORD-HOURS TO EMP-REG-HOURS
                           MOVE 0            TO EMP-OT-HOURS
                       END-IF
                       COMPUTE EMP-HOL-HOURS ROUNDED =
                           HT-HOL-HOURS (HT-IDX)
                       COMPUTE EMP-SUN-HOURS ROUNDED =
                           HT-SUN-HOURS (HT-IDX)
                       COMPUTE EMP-HOURS = EMP-REG-HOURS
                           + EMP-OT-HOURS + EMP-HOL-HOURS
                           + EMP-SUN-HOURS
                       PERFORM STAMP-HOURS-PERIOD
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-UPDATE-COUNT
               END-READ

       CHECK-ROSTER-EMPLOYEE.
      *    Employees on leave or terminated are not expected to
      *    punch - only an ACTIVE no-show is an exception.  Nor are
      *    salaried-exempt staff: PAYROLL pays them EMP-SALARY, so
      *    they are neither listed nor have their hours zeroed.
           IF EMP-ACTIVE AND NOT EMP-SALARIED
               PERFORM SEARCH-HOURS-TABLE
               IF NOT WS-FOUND
                   MOVE EMP-ID TO EX-EMP-ID
                   DISPLAY "NO PUNCHES THIS WEEK: " EMP-ID " "
                           EMP-NAME
                   MOVE 0 TO EMP-HOURS
                   MOVE ZEROS TO EMP-HOUR-BUCKETS
                   PERFORM STAMP-HOURS-PERIOD
                   REWRITE EMPLOYEE-RECORD
               END-IF
           END-IF.
           PERFORM READ-ROSTER.

       STAMP-HOURS-PERIOD.
           MOVE WS-HOURS-YEAR   TO EMP-HOURS-YEAR.
           MOVE WS-HOURS-PERIOD TO EMP-HOURS-PERIOD.

       SEARCH-HOURS-TABLE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING HT-IDX FROM 1 BY 1
