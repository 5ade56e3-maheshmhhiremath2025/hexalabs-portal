           05  HI-ENTERED-DATE PIC 9(08).
           05  FILLER          PIC X(01).
           05  HI-EFF-DATE     PIC 9(08).
           05  FILLER          PIC X(01).
           05  HI-OLD-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01).
           05  HI-OLD-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01).
           05  HI-NEW-PAY-TYPE PIC X(01).
           05  FILLER          PIC X(01).
           05  HI-NEW-SALARY   PIC 9(05)V99.
           05  FILLER          PIC X(01).
           05  HI-OLD-STATE    PIC X(02).
           05  FILLER          PIC X(01).
           05  HI-NEW-STATE    PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS      PIC XX    VALUE "00".
           05  HD-ACCT-TYPE    PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HD-DEPT         PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HD-PAY-TYPE     PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  HD-SALARY       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  HD-STATE        PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE - EMPHIST.DAT MISSING"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR opening HISTORY-FILE: " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               MOVE HI-OLD-ROUTING   TO HD-ROUTING
               MOVE HI-OLD-ACCT-TYPE TO HD-ACCT-TYPE
               MOVE HI-OLD-DEPT      TO HD-DEPT
               MOVE HI-OLD-PAY-TYPE  TO HD-PAY-TYPE
               MOVE HI-OLD-SALARY    TO HD-SALARY
               MOVE HI-OLD-STATE     TO HD-STATE
               DISPLAY HISTORY-DETAIL-LINE
           END-IF.
           MOVE "NEW: " TO HD-TAG.
           MOVE HI-NEW-ROUTING   TO HD-ROUTING.
           MOVE HI-NEW-ACCT-TYPE TO HD-ACCT-TYPE.
           MOVE HI-NEW-DEPT      TO HD-DEPT.
           MOVE HI-NEW-PAY-TYPE  TO HD-PAY-TYPE.
           MOVE HI-NEW-SALARY    TO HD-SALARY.
           MOVE HI-NEW-STATE     TO HD-STATE.
           DISPLAY HISTORY-DETAIL-LINE.
           ADD 1 TO WS-COUNT.
