           05  EMP-ACCT-TYPE      PIC X(01).
           05  EMP-STATUS         PIC X(01).
           05  EMP-DEPT           PIC X(03).
           05  EMP-PAY-TYPE       PIC X(01).
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

       FD  YTD-MASTER.
       01  YTD-RECORD.
           05  YM-YTD-GROSS   PIC 9(08)V99.
           05  YM-YTD-TAX     PIC 9(08)V99.
           05  YM-YTD-NET     PIC 9(08)V99.
           05  YM-WORK-STATE  PIC X(02).
           05  YM-YTD-STATE-TAX PIC 9(08)V99.
           05  YM-LAST-YEAR   PIC 9(04).
           05  YM-LAST-PERIOD PIC 9(02).
           05  YM-LAST-GROSS  PIC 9(07)V99.
           05  YM-LAST-NET    PIC 9(07)V99.

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  SK-KEY.
               10  SK-SKU      PIC X(08).
               10  SK-LOC      PIC X(03).
               10  SK-LOT      PIC X(10).
           05  SK-DESC         PIC X(30).
           05  SK-QTY          PIC 9(05).
           05  SK-EXPIRY-DATE  PIC 9(08).

       FD  PRODUCT-MASTER.
       01  PRODUCT-RECORD.
       01  EB-RECORD.
           05  EB-TYPE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  EB-DATA         PIC X(146).

       FD  YTD-BAK-FILE.
       01  YB-RECORD.
           05  YB-TYPE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  YB-DATA         PIC X(71).

       FD  STOCK-BAK-FILE.
       01  SB-RECORD.
           05  SB-TYPE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SB-DATA         PIC X(64).

       FD  PRODUCT-BAK-FILE.
       01  PB-RECORD.
           IF NOT WS-FUNC-EXPORT AND NOT WS-FUNC-VERIFY
                   AND NOT WS-FUNC-REBUILD
               DISPLAY "FUNCTION MUST BE E, V, OR R."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FILE (EMP/YTD/STK/PRD/VEN/LVE): "
                   AND NOT WS-FILE-LVE
               DISPLAY "FILE MUST BE EMP, YTD, STK, PRD, VEN, "
                       "OR LVE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   DISPLAY "NOTHING DONE."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       CHECK-IDX-OPEN.
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "ERROR opening indexed file: " WS-IDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-IDX-WRITE.
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "ERROR writing indexed record: " WS-IDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-BAK-OPEN.
           IF WS-BAK-STATUS NOT = "00"
               DISPLAY "ERROR opening backup file: " WS-BAK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-BAK-STATUS = "35"
               DISPLAY "NO BACKUP ON FILE FOR " WS-FILE-CODE
                       " - EXPORT FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BAK-STATUS NOT = "00"
               DISPLAY "ERROR opening backup file: " WS-BAK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT WS-TRAILER-SEEN
               DISPLAY "BACKUP HAS NO TRAILER - EXPORT WAS "
                       "INTERRUPTED, DO NOT TRUST IT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

