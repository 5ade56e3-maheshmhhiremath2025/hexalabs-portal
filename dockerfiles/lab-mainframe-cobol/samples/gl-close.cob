      *   source - so finance knows which feeding program to go look
      *   at instead of carving the file up by hand.
      *
      *   WAGE-ACCRUE's month-end accrued wages are reversed here
      *   automatically: when a period holding WAGE ACCRUAL lines
      *   closes, the emptied GLEXTR.DAT is started with the opposite
      *   entry, dated the close date under source WAGE REVERSE, so
      *   the next period nets the accrual against PAYROLL's posting
      *   of the same week.  On the trial balance the accrual and
      *   its reversal print as their own lines beside each account's
      *   ordinary activity.
      *
      *   An out-of-balance close ends with return code 16 - the
      *   period has not been closed.
      *
      * Compile: cobc -x -o gl-close gl-close.cob
      * Run:     ./gl-close
      ******************************************************************
       01  WS-NET-AMT         PIC S9(11)V99.
       01  WS-BAL-SW          PIC X     VALUE "Y".
           88  WS-IN-BALANCE            VALUE "Y".
       01  WS-REVERSAL-COUNT  PIC 9(03) VALUE 0.

      *    GL-SOURCE names of WAGE-ACCRUE's month-end entry and of
      *    the reversal this close books for it.
       01  WS-ACCRUAL-SOURCE  PIC X(12) VALUE "WAGE ACCRUAL".
       01  WS-REVERSAL-SOURCE PIC X(12) VALUE "WAGE REVERSE".
       01  WS-LINE-KIND       PIC X     VALUE SPACE.
           88  WS-KIND-ACCRUAL          VALUE "A".
           88  WS-KIND-REVERSAL         VALUE "R".

      *    Debit and credit totals per GL account and per feeding
      *    source, accumulated on the first pass.  Accrual and
      *    reversal lines are kept apart from an account's ordinary
      *    activity by AT-KIND (A, R or space).
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 50 TIMES INDEXED BY AC-IDX.
               10  AT-ACCOUNT     PIC X(08).
               10  AT-KIND        PIC X(01).
                   88  AT-ACCRUAL           VALUE "A".
                   88  AT-REVERSAL          VALUE "R".
               10  AT-DR          PIC 9(11)V99.
               10  AT-CR          PIC 9(11)V99.
       01  WS-ACCOUNT-COUNT   PIC 9(03) VALUE 0.
           05  AL-CR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AL-NET         PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AL-NOTE        PIC X(08).

       01  SOURCE-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-GL-STATUS = "35"
               DISPLAY "NOTHING TO CLOSE - GLEXTR.DAT MISSING."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-EXTRACT-FILE: " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.


           IF WS-LINE-COUNT = 0
               DISPLAY "NOTHING TO CLOSE - GLEXTR.DAT IS EMPTY."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRIAL-BAL-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR opening TRIAL-BAL-RPT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               PERFORM ARCHIVE-PERIOD
               DISPLAY "PERIOD IN BALANCE - " WS-LINE-COUNT
                       " LINES ARCHIVED, GLEXTR.DAT EMPTIED."
               IF WS-REVERSAL-COUNT > 0
                   DISPLAY "WAGE ACCRUAL REVERSED - "
                           WS-REVERSAL-COUNT
                           " LINES STARTED ON GLEXTR.DAT."
               END-IF
           ELSE
               DISPLAY "*** PERIOD OUT OF BALANCE - FILE LEFT "
                       "UNTOUCHED, SEE TRIALBAL.RPT ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

           ELSE
               ADD GL-AMOUNT TO WS-TOTAL-CR
           END-IF.
           EVALUATE GL-SOURCE
               WHEN WS-ACCRUAL-SOURCE
                   MOVE "A" TO WS-LINE-KIND
               WHEN WS-REVERSAL-SOURCE
                   MOVE "R" TO WS-LINE-KIND
               WHEN OTHER
                   MOVE SPACE TO WS-LINE-KIND
           END-EVALUATE.
           PERFORM ADD-TO-ACCOUNT-TABLE.
           PERFORM ADD-TO-SOURCE-TABLE.
           PERFORM READ-GL-LINE.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF GL-ACCOUNT = AT-ACCOUNT (AC-IDX)
                       AND WS-LINE-KIND = AT-KIND (AC-IDX)
                   PERFORM ADD-AMOUNT-TO-ACCOUNT
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               IF WS-ACCOUNT-COUNT = 50
                   DISPLAY "ACCOUNT TABLE EXCEEDS 50 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               SET AC-IDX TO WS-ACCOUNT-COUNT
               MOVE GL-ACCOUNT TO AT-ACCOUNT (AC-IDX)
               MOVE WS-LINE-KIND TO AT-KIND (AC-IDX)
               MOVE 0 TO AT-DR (AC-IDX)
               MOVE 0 TO AT-CR (AC-IDX)
               PERFORM ADD-AMOUNT-TO-ACCOUNT
               IF WS-SOURCE-COUNT = 50
                   DISPLAY "SOURCE TABLE EXCEEDS 50 ENTRIES - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               COMPUTE WS-NET-AMT =
                   AT-DR (AC-IDX) - AT-CR (AC-IDX)
               MOVE WS-NET-AMT TO AL-NET
               EVALUATE TRUE
                   WHEN AT-ACCRUAL (AC-IDX)
                       MOVE "ACCRUAL"  TO AL-NOTE
                   WHEN AT-REVERSAL (AC-IDX)
                       MOVE "REVERSAL" TO AL-NOTE
               END-EVALUATE
               MOVE ACCOUNT-LINE TO TRIAL-REC
               PERFORM PRINT-TRIAL-LINE
           END-PERFORM.
      *    Second pass: every line of the balanced period moves to
      *    the archive under today's close date, then the extract is
      *    emptied so the feeding programs start the next period on
      *    a clean file - clean but for the reversal of any wage
      *    accrual just closed.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND GL-ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR opening GL-ARCHIVE-FILE: "
                       WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR reopening GL-EXTRACT-FILE: "
                       WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-GL-LINE.
           CLOSE GL-ARCHIVE-FILE.

           OPEN OUTPUT GL-EXTRACT-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR emptying GL-EXTRACT-FILE: "
                       WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCRUAL (AC-IDX)
                   PERFORM WRITE-REVERSAL-LINE
               END-IF
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.

       WRITE-REVERSAL-LINE.
      *    The opposite of the account's net accrual, dated the
      *    close date - the first day the next period sees.  WAGE
      *    ACCRUAL foots to zero (the close would not be here
      *    otherwise), so the reversal lines do too.
           IF AT-DR (AC-IDX) NOT = AT-CR (AC-IDX)
               MOVE SPACES TO GL-RECORD
               MOVE WS-CURRENT-DATE     TO GL-POST-DATE
               MOVE AT-ACCOUNT (AC-IDX) TO GL-ACCOUNT
               IF AT-DR (AC-IDX) > AT-CR (AC-IDX)
                   MOVE "CR" TO GL-DRCR
                   COMPUTE GL-AMOUNT =
                       AT-DR (AC-IDX) - AT-CR (AC-IDX)
               ELSE
                   MOVE "DR" TO GL-DRCR
                   COMPUTE GL-AMOUNT =
                       AT-CR (AC-IDX) - AT-DR (AC-IDX)
               END-IF
               MOVE WS-REVERSAL-SOURCE TO GL-SOURCE
               WRITE GL-RECORD
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF.

       ARCHIVE-GL-LINE.
           MOVE WS-CURRENT-DATE TO GA-CLOSE-DATE.
           MOVE GL-RECORD       TO GA-GL-LINE.
