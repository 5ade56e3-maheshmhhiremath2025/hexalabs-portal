      ******************************************************************
      * JOB-STREAM.COB - Batch job stream controller.
      *   Replaces the hand-followed run sheets: the weekly close
      *   (TIMECLOCK, PAYROLL, PAY-RECON, ACH-RETURN, PAY-PERIOD) and
      *   the inventory night (INVENTORY-ISAM, PO-RECEIVE, USAGE-CALC,
      *   PURCHASE-ORDER) are step lists on JOBSTEPS.DAT - stream
      *   name, step number, program, the highest return code the
      *   stream carries on past, and the command that runs it.
      *   Prompts for the stream and runs its steps in step order.
      *
      *   Every program ends with a return code the stream can act
      *   on: 0 a clean run, 4 a good run with warnings on its
      *   exception report, 16 a run that stopped on an error.  A
      *   step ending above its allowed code (4 on the seeded lists)
      *   stops the stream there - nothing after it runs on top of a
      *   failed step.  Every step run is logged to JOBRUN.LOG with
      *   its start and end timestamps, return code and result,
      *   appended across runs.
      *
      *   A stopped stream is remembered on JOBRSTRT.DAT (stream,
      *   failed step, its return code, when).  The next run of that
      *   stream offers to restart at the failed step, once the
      *   problem is fixed, without rerunning the steps that already
      *   completed - or to run from the top, or to leave it.  The
      *   entry is dropped when the stream next completes.
      *
      *   Ends with the highest return code of the steps run, or 16
      *   when the stream stopped.
      *
      *   On first run JOBSTEPS.DAT is seeded with the two streams -
      *   see SEED-STEP-LIST.
      *
      * Compile: cobc -x -o job-stream job-stream.cob
      * Run:     ./job-stream
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LIST-FILE ASSIGN TO "JOBSTEPS.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STEP-STATUS.

      *    One line per stream left stopped - rewritten every run.
           SELECT RESTART-FILE ASSIGN TO "JOBRSTRT.DAT"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RSTRT-STATUS.

           SELECT RUN-LOG ASSIGN TO "JOBRUN.LOG"
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    JS-MAX-RC is the highest return code the stream carries
      *    on past; anything above it stops the stream at this step.
       FD  STEP-LIST-FILE.
       01  STEP-LIST-RECORD.
           05  JS-STREAM       PIC X(08).
           05  FILLER          PIC X(01).
           05  JS-STEP-NO      PIC 9(02).
           05  FILLER          PIC X(01).
           05  JS-STEP-NAME    PIC X(16).
           05  FILLER          PIC X(01).
           05  JS-MAX-RC       PIC 9(02).
           05  FILLER          PIC X(01).
           05  JS-COMMAND      PIC X(40).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RS-STREAM       PIC X(08).
           05  FILLER          PIC X(01).
           05  RS-STEP-NO      PIC 9(02).
           05  FILLER          PIC X(01).
           05  RS-STEP-NAME    PIC X(16).
           05  FILLER          PIC X(01).
           05  RS-RC           PIC 9(03).
           05  FILLER          PIC X(01).
           05  RS-TIMESTAMP    PIC X(14).

       FD  RUN-LOG.
       01  RUN-LOG-RECORD.
           05  RL-STREAM       PIC X(08).
           05  FILLER          PIC X(01).
           05  RL-STEP-NO      PIC 9(02).
           05  FILLER          PIC X(01).
           05  RL-STEP-NAME    PIC X(16).
           05  FILLER          PIC X(01).
           05  RL-START        PIC X(14).
           05  FILLER          PIC X(01).
           05  RL-END          PIC X(14).
           05  FILLER          PIC X(01).
           05  RL-RC           PIC 9(03).
           05  FILLER          PIC X(01).
           05  RL-RESULT       PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-STEP-STATUS      PIC XX    VALUE "00".
       01  WS-RSTRT-STATUS     PIC XX    VALUE "00".
       01  WS-LOG-STATUS       PIC XX    VALUE "00".
       01  WS-EOF-SW           PIC X     VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-FOUND-SW         PIC X     VALUE "N".
           88  WS-FOUND                  VALUE "Y".
       01  WS-STOPPED-SW       PIC X     VALUE "N".
           88  WS-STOPPED                VALUE "Y".
       01  WS-ANSWER           PIC X(01) VALUE SPACE.
           88  WS-ANSWER-RESTART         VALUE "R".
           88  WS-ANSWER-FROM-TOP        VALUE "F".

       01  WS-STREAM           PIC X(08) VALUE SPACES.
       01  WS-FIRST-STEP       PIC 9(02) VALUE 1.
       01  WS-STEP-SUB         PIC 9(02).
       01  WS-HIT-SUB          PIC 9(02) VALUE 0.
       01  WS-SYSTEM-STATUS    PIC S9(09).
       01  WS-SIGNAL           PIC 9(03).
       01  WS-STEP-RC          PIC 9(03).
       01  WS-HIGH-RC          PIC 9(03) VALUE 0.
       01  WS-RESULT           PIC X(07).
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-CURRENT-TIME     PIC 9(08).
       01  WS-TIMESTAMP        PIC X(14).
       01  WS-STEP-START       PIC X(14).

      *    The chosen stream's steps, in the order they run.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 20 TIMES INDEXED BY SP-IDX.
               10  SP-STEP-NO     PIC 9(02).
               10  SP-STEP-NAME   PIC X(16).
               10  SP-MAX-RC      PIC 9(02).
               10  SP-COMMAND     PIC X(40).
       01  WS-STEP-COUNT       PIC 9(02) VALUE 0.

      *    Every stream left stopped, from JOBRSTRT.DAT.  A blank
      *    RT-STREAM is an entry this run has cleared.
       01  RESTART-TABLE.
           05  RESTART-ENTRY OCCURS 20 TIMES INDEXED BY RT-IDX.
               10  RT-STREAM      PIC X(08).
               10  RT-STEP-NO     PIC 9(02).
               10  RT-STEP-NAME   PIC X(16).
               10  RT-RC          PIC 9(03).
               10  RT-TIMESTAMP   PIC X(14).
       01  WS-RESTART-COUNT    PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== JOB STREAM CONTROLLER ===".
           DISPLAY "STREAM TO RUN (WEEKLY/NIGHTLY): "
               WITH NO ADVANCING.
           ACCEPT WS-STREAM.

           PERFORM LOAD-STEP-LIST.
           IF WS-STEP-COUNT = 0
               DISPLAY "NO STEPS FOR STREAM " WS-STREAM
                       " ON JOBSTEPS.DAT - NOTHING RUN."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RESTARTS.
           PERFORM CHOOSE-FIRST-STEP.
           PERFORM OPEN-RUN-LOG.

           PERFORM RUN-STEP
               VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-STOPPED.

           CLOSE RUN-LOG.
           IF NOT WS-STOPPED
               PERFORM CLEAR-RESTART
           END-IF.
           PERFORM REWRITE-RESTARTS.

           IF WS-STOPPED
               DISPLAY "*** STREAM " WS-STREAM " STOPPED - FIX THE "
                       "FAILED STEP AND RERUN TO RESTART FROM IT ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "STREAM " WS-STREAM " COMPLETE - HIGHEST "
                       "RETURN CODE " WS-HIGH-RC
               MOVE WS-HIGH-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-STEP-LIST.
           OPEN INPUT STEP-LIST-FILE.
           IF WS-STEP-STATUS = "35"
               PERFORM SEED-STEP-LIST
               OPEN INPUT STEP-LIST-FILE
           END-IF.
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "ERROR opening STEP-LIST-FILE: " WS-STEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-STEP-LIST.
           PERFORM ADD-STEP-ENTRY UNTIL WS-EOF.
           CLOSE STEP-LIST-FILE.

       READ-STEP-LIST.
           READ STEP-LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       ADD-STEP-ENTRY.
      *    Steps run in the order they sit on the list - keep each
      *    stream's lines in step-number order.
           IF JS-STREAM = WS-STREAM
               IF WS-STEP-COUNT = 20
                   DISPLAY "STREAM EXCEEDS 20 STEPS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE JS-STEP-NO   TO SP-STEP-NO (WS-STEP-COUNT)
               MOVE JS-STEP-NAME TO SP-STEP-NAME (WS-STEP-COUNT)
               MOVE JS-MAX-RC    TO SP-MAX-RC (WS-STEP-COUNT)
               MOVE JS-COMMAND   TO SP-COMMAND (WS-STEP-COUNT)
           END-IF.
           PERFORM READ-STEP-LIST.

       SEED-STEP-LIST.
      *    One-time seed of JOBSTEPS.DAT with the weekly close and
      *    the inventory night as the run sheets had them.  Change
      *    the step list on disk, not here.
           OPEN OUTPUT STEP-LIST-FILE.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "WEEKLY"        TO JS-STREAM.
           MOVE 01              TO JS-STEP-NO.
           MOVE "TIMECLOCK"     TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./timeclock"   TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "WEEKLY"        TO JS-STREAM.
           MOVE 02              TO JS-STEP-NO.
           MOVE "PAYROLL"       TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./payroll"     TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "WEEKLY"        TO JS-STREAM.
           MOVE 03              TO JS-STEP-NO.
           MOVE "PAY-RECON"     TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./pay-recon"   TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "WEEKLY"        TO JS-STREAM.
           MOVE 04              TO JS-STEP-NO.
           MOVE "ACH-RETURN"    TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./ach-return"  TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "WEEKLY"        TO JS-STREAM.
           MOVE 05              TO JS-STEP-NO.
           MOVE "PAY-PERIOD"    TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./pay-period"  TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.

           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "NIGHTLY"       TO JS-STREAM.
           MOVE 01              TO JS-STEP-NO.
           MOVE "INVENTORY-ISAM" TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./inventory"   TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "NIGHTLY"       TO JS-STREAM.
           MOVE 02              TO JS-STEP-NO.
           MOVE "PO-RECEIVE"    TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./po-receive"  TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "NIGHTLY"       TO JS-STREAM.
           MOVE 03              TO JS-STEP-NO.
           MOVE "USAGE-CALC"    TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./usage-calc"  TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           MOVE SPACES          TO STEP-LIST-RECORD.
           MOVE "NIGHTLY"       TO JS-STREAM.
           MOVE 04              TO JS-STEP-NO.
           MOVE "PURCHASE-ORDER" TO JS-STEP-NAME.
           MOVE 04              TO JS-MAX-RC.
           MOVE "./purchase-order" TO JS-COMMAND.
           WRITE STEP-LIST-RECORD.
           CLOSE STEP-LIST-FILE.

       LOAD-RESTARTS.
      *    No JOBRSTRT.DAT just means no stream is stopped.
           OPEN INPUT RESTART-FILE.
           IF WS-RSTRT-STATUS NOT = "00" AND NOT = "35"
               DISPLAY "ERROR opening RESTART-FILE: " WS-RSTRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RSTRT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-RESTART
               PERFORM ADD-RESTART-ENTRY UNTIL WS-EOF
               CLOSE RESTART-FILE
           END-IF.

       READ-RESTART.
           READ RESTART-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       ADD-RESTART-ENTRY.
           IF WS-RESTART-COUNT = 20
               DISPLAY "RESTART FILE EXCEEDS 20 ENTRIES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RESTART-COUNT.
           MOVE RS-STREAM    TO RT-STREAM (WS-RESTART-COUNT).
           MOVE RS-STEP-NO   TO RT-STEP-NO (WS-RESTART-COUNT).
           MOVE RS-STEP-NAME TO RT-STEP-NAME (WS-RESTART-COUNT).
           MOVE RS-RC        TO RT-RC (WS-RESTART-COUNT).
           MOVE RS-TIMESTAMP TO RT-TIMESTAMP (WS-RESTART-COUNT).
           PERFORM READ-RESTART.

       FIND-RESTART.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0   TO WS-HIT-SUB.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RESTART-COUNT
                      OR WS-FOUND
               IF RT-STREAM (RT-IDX) = WS-STREAM
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-HIT-SUB TO RT-IDX
               END-IF
           END-PERFORM.

       CHOOSE-FIRST-STEP.
      *    A stream left stopped restarts at the step that failed,
      *    on the operator's say-so - the steps before it completed
      *    and are not run again.
           MOVE 1 TO WS-FIRST-STEP.
           PERFORM FIND-RESTART.
           IF WS-FOUND
               PERFORM ASK-RESTART
           END-IF.

       ASK-RESTART.
           DISPLAY "STREAM " WS-STREAM " STOPPED AT STEP "
                   RT-STEP-NO (WS-HIT-SUB) " "
                   RT-STEP-NAME (WS-HIT-SUB) " RC "
                   RT-RC (WS-HIT-SUB) " ON "
                   RT-TIMESTAMP (WS-HIT-SUB).
           DISPLAY "(R)ESTART AT THAT STEP, (F)ROM THE TOP, "
                   "OR (Q)UIT? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           EVALUATE TRUE
               WHEN WS-ANSWER-RESTART
                   PERFORM FIND-RESTART-STEP
               WHEN WS-ANSWER-FROM-TOP
                   DISPLAY "RUNNING STREAM " WS-STREAM
                           " FROM THE TOP."
               WHEN OTHER
                   DISPLAY "NOTHING RUN - STREAM LEFT STOPPED."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       FIND-RESTART-STEP.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-STEP-COUNT
                      OR WS-FOUND
               IF SP-STEP-NO (SP-IDX) = RT-STEP-NO (WS-HIT-SUB)
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-FIRST-STEP TO SP-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               DISPLAY "STEP " RT-STEP-NO (WS-HIT-SUB)
                       " IS NO LONGER ON THE STEP LIST - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX >= WS-FIRST-STEP
               DISPLAY "STEP " SP-STEP-NO (SP-IDX) " "
                       SP-STEP-NAME (SP-IDX)
                       " COMPLETED EARLIER - NOT RERUN"
           END-PERFORM.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR opening RUN-LOG: " WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-STEP.
           PERFORM STAMP-TIME.
           MOVE WS-TIMESTAMP TO WS-STEP-START.
           DISPLAY "STEP " SP-STEP-NO (WS-STEP-SUB) " "
                   SP-STEP-NAME (WS-STEP-SUB) " STARTED " WS-TIMESTAMP.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING SP-COMMAND (WS-STEP-SUB).
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM DECODE-STEP-RC.
           PERFORM STAMP-TIME.

           IF WS-STEP-RC > SP-MAX-RC (WS-STEP-SUB)
               MOVE "FAILED"  TO WS-RESULT
               MOVE "Y" TO WS-STOPPED-SW
               PERFORM RECORD-RESTART
           ELSE
               IF WS-STEP-RC > 0
                   MOVE "WARNING" TO WS-RESULT
               ELSE
                   MOVE "OK"      TO WS-RESULT
               END-IF
           END-IF.
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.

           MOVE SPACES                     TO RUN-LOG-RECORD.
           MOVE WS-STREAM                  TO RL-STREAM.
           MOVE SP-STEP-NO (WS-STEP-SUB)   TO RL-STEP-NO.
           MOVE SP-STEP-NAME (WS-STEP-SUB) TO RL-STEP-NAME.
           MOVE WS-STEP-START              TO RL-START.
           MOVE WS-TIMESTAMP               TO RL-END.
           MOVE WS-STEP-RC                 TO RL-RC.
           MOVE WS-RESULT                  TO RL-RESULT.
      *    Displayed before the WRITE - the record area is not
      *    guaranteed to survive one.
           DISPLAY "STEP " SP-STEP-NO (WS-STEP-SUB) " "
                   SP-STEP-NAME (WS-STEP-SUB) " ENDED   " WS-TIMESTAMP
                   " RC " WS-STEP-RC " " WS-RESULT.
           WRITE RUN-LOG-RECORD.

       DECODE-STEP-RC.
      *    The step's status comes back the way the shell reports
      *    it: the program's return code times 256, with the low
      *    byte set only when the step was killed outright rather
      *    than ending on its own.  A step that never ended with a
      *    return code at all is logged as 999, which no step list
      *    allows past.
           IF WS-SYSTEM-STATUS < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-STEP-RC REMAINDER WS-SIGNAL
               IF WS-SIGNAL NOT = 0
                   MOVE 999 TO WS-STEP-RC
               END-IF
           END-IF.

       STAMP-TIME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       RECORD-RESTART.
           PERFORM FIND-RESTART.
           IF NOT WS-FOUND
               IF WS-RESTART-COUNT = 20
                   DISPLAY "RESTART FILE EXCEEDS 20 ENTRIES - RUN "
                           "STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESTART-COUNT
               MOVE WS-RESTART-COUNT TO WS-HIT-SUB
           END-IF.
           MOVE WS-STREAM                  TO RT-STREAM (WS-HIT-SUB).
           MOVE SP-STEP-NO (WS-STEP-SUB)   TO RT-STEP-NO (WS-HIT-SUB).
           MOVE SP-STEP-NAME (WS-STEP-SUB)
               TO RT-STEP-NAME (WS-HIT-SUB).
           MOVE WS-STEP-RC                 TO RT-RC (WS-HIT-SUB).
           MOVE WS-TIMESTAMP               TO RT-TIMESTAMP (WS-HIT-SUB).

       CLEAR-RESTART.
           PERFORM FIND-RESTART.
           IF WS-FOUND
               MOVE SPACES TO RT-STREAM (WS-HIT-SUB)
           END-IF.

       REWRITE-RESTARTS.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RSTRT-STATUS NOT = "00"
               DISPLAY "ERROR rewriting RESTART-FILE: " WS-RSTRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RESTART-COUNT
               IF RT-STREAM (RT-IDX) NOT = SPACES
                   MOVE SPACES                 TO RESTART-RECORD
                   MOVE RT-STREAM (RT-IDX)     TO RS-STREAM
                   MOVE RT-STEP-NO (RT-IDX)    TO RS-STEP-NO
                   MOVE RT-STEP-NAME (RT-IDX)  TO RS-STEP-NAME
                   MOVE RT-RC (RT-IDX)         TO RS-RC
                   MOVE RT-TIMESTAMP (RT-IDX)  TO RS-TIMESTAMP
                   WRITE RESTART-RECORD
               END-IF
           END-PERFORM.
           CLOSE RESTART-FILE.
