       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDCTL
           ASSIGN TO DYNAMIC WS-PERDCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PERDCTL.
           COPY PERDCTL.
       WORKING-STORAGE SECTION.
       01 WS-PERDCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDCTL.PAT'.
       01 WS-PERDCTL-DSN PIC X(100).
       01 WS-PERDCTL-STATUS PIC X(2).
       01 WS-CALPGM PIC X(7) VALUE 'BUSCAL'.
       01 WS-PC-EOF-SW PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-LOADED-SW PIC X VALUE 'N'.
           88 WS-PERIODS-LOADED VALUE 'Y'.
       01 WS-PER-MAX PIC 9(3) COMP VALUE 240.
       01 WS-PER-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PER-TABLE.
           02 WS-PER-ENTRY OCCURS 240 TIMES INDEXED BY WS-PER-IDX.
               03 WS-PER-PERIOD PIC 9(6).
               03 WS-PER-STATUS PIC X(6).
       01 WS-HIGH-CLOSED PIC 9(6) VALUE ZERO.
       01 WS-FIND-SW PIC X.
           88 WS-PER-FOUND VALUE 'Y'.
       01 WS-CLOSED-SW PIC X.
           88 WS-MONTH-CLOSED VALUE 'Y'.
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-R REDEFINES WS-MONTH.
           02 WS-MONTH-YYYY PIC 9(4).
           02 WS-MONTH-MM PIC 9(2).
       01 WS-FIRST-DAY PIC 9(8).
       01 WS-GUARD PIC 9(3) COMP.
       LINKAGE SECTION.
       01 LS-DATE-IN PIC 9(8).
       01 LS-DATE-OUT PIC 9(8).
       01 LS-LOCK-SW PIC X(1).
      *    THE ACCOUNTING DATE OF A POSTING COMES IN; IF FINANCE HAS
      *    CLOSED ITS MONTH, THE SWITCH COMES BACK 'C' AND THE DATE
      *    OUT IS THE FIRST BUSINESS DAY OF THE FIRST MONTH STILL
      *    OPEN AFTER IT.  AN OPEN MONTH COMES BACK 'O' WITH THE DATE
      *    UNCHANGED.
       PROCEDURE DIVISION USING LS-DATE-IN, LS-DATE-OUT, LS-LOCK-SW.
           IF NOT WS-PERIODS-LOADED
               PERFORM LOAD-PERIOD-PARA
               SET WS-PERIODS-LOADED TO TRUE
           END-IF
           MOVE LS-DATE-IN TO LS-DATE-OUT
           MOVE 'O' TO LS-LOCK-SW
           MOVE LS-DATE-IN(1:6) TO WS-MONTH
           PERFORM CHECK-MONTH-PARA
           IF WS-MONTH-CLOSED
               MOVE 'C' TO LS-LOCK-SW
               MOVE ZERO TO WS-GUARD
               PERFORM UNTIL NOT WS-MONTH-CLOSED OR WS-GUARD > 240
                   PERFORM NEXT-MONTH-PARA
                   PERFORM CHECK-MONTH-PARA
                   ADD 1 TO WS-GUARD
               END-PERFORM
               COMPUTE WS-FIRST-DAY = WS-MONTH * 100 + 1
               CALL WS-CALPGM USING WS-FIRST-DAY, LS-DATE-OUT
           END-IF
           EXIT PROGRAM.
      *    THE CONTROL FILE IS A LOG: FINANCE ADDS A CLOSED RECORD
      *    WHEN A MONTH IS SIGNED OFF AND AN OPEN RECORD IF IT HAS TO
      *    BE REOPENED, SO THE LAST RECORD FOR A MONTH STANDS.
       LOAD-PERIOD-PARA.
           MOVE WS-PERDCTL-DSN-DFLT TO WS-PERDCTL-DSN
           ACCEPT WS-PERDCTL-DSN FROM ENVIRONMENT 'PERDCTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDCTL-DSN = SPACES
               MOVE WS-PERDCTL-DSN-DFLT TO WS-PERDCTL-DSN
           END-IF
           OPEN INPUT PERDCTL
           IF WS-PERDCTL-STATUS NOT = '00'
               DISPLAY 'PERDLOCK: NO PERIOD CONTROL FILE, NO '
                   'PERIOD IS TREATED AS CLOSED'
           ELSE
               PERFORM UNTIL WS-PC-EOF
                   READ PERDCTL
                       AT END SET WS-PC-EOF TO TRUE
                       NOT AT END PERFORM LOAD-ONE-PERIOD-PARA
                   END-READ
               END-PERFORM
               CLOSE PERDCTL
           END-IF
           SET WS-PER-IDX TO 1
           PERFORM UNTIL WS-PER-IDX > WS-PER-CNT
               IF WS-PER-STATUS(WS-PER-IDX) = 'CLOSED'
                  AND WS-PER-PERIOD(WS-PER-IDX) > WS-HIGH-CLOSED
                   MOVE WS-PER-PERIOD(WS-PER-IDX) TO WS-HIGH-CLOSED
               END-IF
               SET WS-PER-IDX UP BY 1
           END-PERFORM.
       LOAD-ONE-PERIOD-PARA.
           IF PC-PERIOD IS NUMERIC
               MOVE PC-PERIOD TO WS-MONTH
               PERFORM FIND-PERIOD-PARA
               IF WS-PER-FOUND
                   MOVE PC-STATUS TO WS-PER-STATUS(WS-PER-IDX)
               ELSE
                   IF WS-PER-CNT >= WS-PER-MAX
                       DISPLAY 'PERDLOCK: PERIOD TABLE FULL, '
                           PC-PERIOD ' IGNORED'
                   ELSE
                       ADD 1 TO WS-PER-CNT
                       SET WS-PER-IDX TO WS-PER-CNT
                       MOVE PC-PERIOD TO WS-PER-PERIOD(WS-PER-IDX)
                       MOVE PC-STATUS TO WS-PER-STATUS(WS-PER-IDX)
                   END-IF
               END-IF
           END-IF.
       FIND-PERIOD-PARA.
           MOVE 'N' TO WS-FIND-SW
           SET WS-PER-IDX TO 1
           PERFORM UNTIL WS-PER-IDX > WS-PER-CNT OR WS-PER-FOUND
               IF WS-PER-PERIOD(WS-PER-IDX) = WS-MONTH
                   SET WS-PER-FOUND TO TRUE
               ELSE
                   SET WS-PER-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    MONTHS ARE CLOSED IN ORDER, SO A MONTH WITH NO RECORD OF
      *    ITS OWN IS CLOSED WHEN A LATER MONTH HAS BEEN CLOSED.  ONE
      *    REOPENED BY FINANCE STAYS OPEN WHATEVER CAME AFTER IT.
       CHECK-MONTH-PARA.
           MOVE 'N' TO WS-CLOSED-SW
           PERFORM FIND-PERIOD-PARA
           IF WS-PER-FOUND
               IF WS-PER-STATUS(WS-PER-IDX) = 'CLOSED'
                   SET WS-MONTH-CLOSED TO TRUE
               END-IF
           ELSE
               IF WS-MONTH <= WS-HIGH-CLOSED
                   SET WS-MONTH-CLOSED TO TRUE
               END-IF
           END-IF.
       NEXT-MONTH-PARA.
           IF WS-MONTH-MM >= 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.
