       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURFIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURCORR
           ASSIGN TO DYNAMIC WS-BURCORR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURCORR-STATUS.
           SELECT BURHIST
           ASSIGN TO DYNAMIC WS-BURHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURHIST-STATUS.
           SELECT BURRESUB
           ASSIGN TO DYNAMIC WS-BURRESUB-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BURCORR.
       01 BXP.
           02 BX-ACTION PIC X(7).
               88 BX-ACTION-CORRECT VALUE 'CORRECT'.
               88 BX-ACTION-DELETE VALUE 'DELETE'.
           02 PIC X.
           02 BX-ACCT PIC X(16).
           02 PIC X.
           02 BX-PERIOD PIC X(6).
           02 PIC X.
           02 BX-STATUS PIC X(2).
           02 PIC X.
           02 BX-BALANCE PIC X(9).
           02 PIC X.
           02 BX-DPD PIC X(3).
           02 PIC X.
           02 BX-COMPLIANCE PIC X(2).
       FD BURHIST.
           COPY BURREC.
       FD BURRESUB.
       01 BRP PIC X(95).
       WORKING-STORAGE SECTION.
       01 WS-BURCORR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BURCORR.PAT'.
       01 WS-BURCORR-DSN PIC X(100).
       01 WS-BURHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BURHIST.PAT'.
       01 WS-BURHIST-DSN PIC X(100).
       01 WS-BURRESUB-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BURRESUB.PAT'.
       01 WS-BURRESUB-DSN PIC X(100).
       01 WS-BURCORR-STATUS PIC X(2).
       01 WS-BURHIST-STATUS PIC X(2).
       01 WS-CORR-EOF-SW PIC X VALUE 'N'.
           88 WS-CORR-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-FX-MAX PIC 9(4) COMP VALUE 500.
       01 WS-FX-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-FX-TABLE.
           02 WS-FX-ENTRY OCCURS 500 TIMES INDEXED BY WS-FX-IDX
                                                    WS-FX-IDX2.
               03 WS-FX-ACTION PIC X(7).
               03 WS-FX-ACCT PIC X(16).
               03 WS-FX-PERIOD PIC X(6).
               03 WS-FX-STATUS PIC X(2).
               03 WS-FX-BALANCE PIC X(9).
               03 WS-FX-DPD PIC X(3).
               03 WS-FX-COMPLIANCE PIC X(2).
               03 WS-FX-FOUND PIC X(1).
               03 WS-FX-IMAGE PIC X(95).
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       01 WS-RESUB-CNT PIC 9(7) VALUE ZERO.
       01 WS-RESUB-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CORRECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DELETE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'BURFIX' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           PERFORM LOAD-CORRECTIONS-PARA.
           IF WS-FX-CNT = ZERO
               DISPLAY 'BURFIX: NO BUREAU CORRECTIONS FOR THIS RUN'
               STOP RUN
           END-IF.
           PERFORM MATCH-HISTORY-PARA.
           OPEN EXTEND BURHIST.
           IF WS-BURHIST-STATUS NOT = '00'
               DISPLAY 'BURFIX: UNABLE TO OPEN BURHIST FILE, '
                   'STATUS=' WS-BURHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BURRESUB.
           MOVE 'BURFIX' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO BRP.
           WRITE BRP.
           SET WS-FX-IDX TO 1
           PERFORM UNTIL WS-FX-IDX > WS-FX-CNT
               PERFORM APPLY-CORRECTION-PARA
               SET WS-FX-IDX UP BY 1
           END-PERFORM
           MOVE WS-RESUB-CNT TO WS-ET-CNT.
           MOVE WS-RESUB-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO BRP.
           WRITE BRP.
           CLOSE BURRESUB.
           CLOSE BURHIST.
           IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-BURCORR-DSN-DFLT TO WS-BURCORR-DSN
           ACCEPT WS-BURCORR-DSN FROM ENVIRONMENT 'BURCORR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BURCORR-DSN = SPACES
               MOVE WS-BURCORR-DSN-DFLT TO WS-BURCORR-DSN
           END-IF
           MOVE WS-BURHIST-DSN-DFLT TO WS-BURHIST-DSN
           ACCEPT WS-BURHIST-DSN FROM ENVIRONMENT 'BURHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BURHIST-DSN = SPACES
               MOVE WS-BURHIST-DSN-DFLT TO WS-BURHIST-DSN
           END-IF
           MOVE WS-BURRESUB-DSN-DFLT TO WS-BURRESUB-DSN
           ACCEPT WS-BURRESUB-DSN FROM ENVIRONMENT 'BURRESUB_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BURRESUB-DSN = SPACES
               MOVE WS-BURRESUB-DSN-DFLT TO WS-BURRESUB-DSN
           END-IF.
       LOAD-CORRECTIONS-PARA.
           OPEN INPUT BURCORR
           IF WS-BURCORR-STATUS = '35'
               SET WS-CORR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CORR-EOF
               READ BURCORR
                   AT END SET WS-CORR-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-CORRECTION-PARA
               END-READ
           END-PERFORM
           IF WS-BURCORR-STATUS NOT = '35'
               CLOSE BURCORR
           END-IF.
       LOAD-ONE-CORRECTION-PARA.
           ADD 1 TO WS-READ-CNT
           EVALUATE TRUE
               WHEN NOT BX-ACTION-CORRECT AND NOT BX-ACTION-DELETE
                   DISPLAY 'BURFIX: UNKNOWN ACTION ' BX-ACTION
                       ' FOR ACCOUNT ' BX-ACCT ', REJECTED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN BX-PERIOD IS NOT NUMERIC
                   DISPLAY 'BURFIX: BAD PERIOD ' BX-PERIOD
                       ' FOR ACCOUNT ' BX-ACCT ', REJECTED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN (BX-BALANCE NOT = SPACES AND
                     BX-BALANCE IS NOT NUMERIC) OR
                    (BX-DPD NOT = SPACES AND BX-DPD IS NOT NUMERIC)
                   DISPLAY 'BURFIX: CORRECTED AMOUNTS FOR ACCOUNT '
                       BX-ACCT ' ARE NOT NUMERIC, REJECTED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN WS-FX-CNT >= WS-FX-MAX
                   DISPLAY 'BURFIX: CORRECTION TABLE FULL, ACCOUNT '
                       BX-ACCT ' NOT CORRECTED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   ADD 1 TO WS-FX-CNT
                   SET WS-FX-IDX TO WS-FX-CNT
                   MOVE BX-ACTION TO WS-FX-ACTION(WS-FX-IDX)
                   MOVE BX-ACCT TO WS-FX-ACCT(WS-FX-IDX)
                   MOVE BX-PERIOD TO WS-FX-PERIOD(WS-FX-IDX)
                   MOVE BX-STATUS TO WS-FX-STATUS(WS-FX-IDX)
                   MOVE BX-BALANCE TO WS-FX-BALANCE(WS-FX-IDX)
                   MOVE BX-DPD TO WS-FX-DPD(WS-FX-IDX)
                   MOVE BX-COMPLIANCE TO WS-FX-COMPLIANCE(WS-FX-IDX)
                   MOVE 'N' TO WS-FX-FOUND(WS-FX-IDX)
                   MOVE SPACES TO WS-FX-IMAGE(WS-FX-IDX)
           END-EVALUATE.
      *    THE LAST THING SENT TO THE BUREAU FOR AN ACCOUNT AND PERIOD
      *    IS WHAT A CORRECTION AMENDS, SO EARLIER CORRECTIONS ARE
      *    BUILT ON RATHER THAN UNDONE.
       MATCH-HISTORY-PARA.
           OPEN INPUT BURHIST
           IF WS-BURHIST-STATUS = '35'
               DISPLAY 'BURFIX: NO BUREAU HISTORY, NOTHING TO CORRECT'
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ BURHIST
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       SET WS-FX-IDX TO 1
                       PERFORM UNTIL WS-FX-IDX > WS-FX-CNT
                           IF WS-FX-ACCT(WS-FX-IDX) = BR-ACCT AND
                              WS-FX-PERIOD(WS-FX-IDX) = BR-PERIOD
                               MOVE 'Y' TO WS-FX-FOUND(WS-FX-IDX)
                               MOVE BUR-REC TO WS-FX-IMAGE(WS-FX-IDX)
                           END-IF
                           SET WS-FX-IDX UP BY 1
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-BURHIST-STATUS NOT = '35'
               CLOSE BURHIST
           END-IF.
      *    A BLANK FIELD ON THE CORRECTION LEAVES THE REPORTED VALUE
      *    ALONE.  TO LIFT A DISPUTE FLAG THE COMPLIANCE CODE IS SENT
      *    AS XR, WHICH THE BUREAU TAKES AS REMOVAL.
       APPLY-CORRECTION-PARA.
           IF WS-FX-FOUND(WS-FX-IDX) NOT = 'Y'
               DISPLAY 'BURFIX: ACCOUNT ' WS-FX-ACCT(WS-FX-IDX)
                   ' NEVER REPORTED FOR ' WS-FX-PERIOD(WS-FX-IDX)
                   ', REJECTED'
               ADD 1 TO WS-REJECT-CNT
           ELSE
               MOVE WS-FX-IMAGE(WS-FX-IDX) TO BUR-REC
               IF BR-DELETE
                   DISPLAY 'BURFIX: ACCOUNT ' WS-FX-ACCT(WS-FX-IDX)
                       ' ALREADY DELETED FOR ' WS-FX-PERIOD(WS-FX-IDX)
                       ', REJECTED'
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   PERFORM BUILD-CORRECTION-PARA
               END-IF
           END-IF.
       BUILD-CORRECTION-PARA.
           IF WS-FX-ACTION(WS-FX-IDX) = 'DELETE'
               MOVE 'D' TO BR-TYPE
               ADD 1 TO WS-DELETE-CNT
           ELSE
               MOVE 'C' TO BR-TYPE
               IF WS-FX-STATUS(WS-FX-IDX) NOT = SPACES
                   MOVE WS-FX-STATUS(WS-FX-IDX) TO BR-STATUS
               END-IF
               IF WS-FX-BALANCE(WS-FX-IDX) NOT = SPACES
                   MOVE WS-FX-BALANCE(WS-FX-IDX) TO BR-BALANCE
               END-IF
               IF WS-FX-DPD(WS-FX-IDX) NOT = SPACES
                   MOVE WS-FX-DPD(WS-FX-IDX) TO BR-DPD
               END-IF
               IF WS-FX-COMPLIANCE(WS-FX-IDX) NOT = SPACES
                   MOVE WS-FX-COMPLIANCE(WS-FX-IDX) TO BR-COMPLIANCE
               END-IF
               ADD 1 TO WS-CORRECT-CNT
           END-IF
           MOVE WS-BUS-DATE TO BR-REPORTED
           MOVE BUR-REC TO BRP
           WRITE BRP
           WRITE BUR-REC
           ADD 1 TO WS-RESUB-CNT
           ADD BR-BALANCE TO WS-RESUB-HASH
           SET WS-FX-IDX2 TO WS-FX-IDX
           SET WS-FX-IDX2 UP BY 1
           PERFORM UNTIL WS-FX-IDX2 > WS-FX-CNT
               IF WS-FX-ACCT(WS-FX-IDX2) = BR-ACCT AND
                  WS-FX-PERIOD(WS-FX-IDX2) = BR-PERIOD
                   MOVE BUR-REC TO WS-FX-IMAGE(WS-FX-IDX2)
               END-IF
               SET WS-FX-IDX2 UP BY 1
           END-PERFORM.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== BUREAU CORRECTION TOTALS ====='.
           DISPLAY 'CORRECTIONS READ   : ' WS-READ-CNT.
           DISPLAY 'RECORDS CORRECTED  : ' WS-CORRECT-CNT.
           DISPLAY 'RECORDS DELETED    : ' WS-DELETE-CNT.
           DISPLAY 'REJECTED           : ' WS-REJECT-CNT.
           DISPLAY 'RESUBMITTED        : ' WS-RESUB-CNT.
