       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTREG
           ASSIGN TO DYNAMIC WS-QUOTREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTREG-STATUS.
           SELECT QUOTRPT
           ASSIGN TO DYNAMIC WS-QUOTRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTRPT-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTREG.
           COPY QUOTREG.
       FD QUOTRPT.
       01 QRP-LINE PIC X(80).
       SD WORK.
       01 WORKP.
           02 W-AGENT PIC X(4).
           02 W-LOB PIC X(7).
           02 W-STATUS PIC X(7).
           02 W-SUM PIC 9(6)V9(2).
       WORKING-STORAGE SECTION.
       01 WS-QUOTREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTREG.PAT'.
       01 WS-QUOTREG-DSN PIC X(100).
       01 WS-QUOTRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTRPT.PAT'.
       01 WS-QUOTRPT-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QRPWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-QUOTREG-STATUS PIC X(2).
       01 WS-QUOTRPT-STATUS PIC X(2).
       01 WS-QT-EOF-SW PIC X VALUE 'N'.
           88 WS-QT-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'N'.
           88 WS-FIRST-NO VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    THE REPORT COVERS QUOTES ISSUED FROM QUOTRPT_FROM (YYYYMMDD)
      *    TO THE BUSINESS DATE; BY DEFAULT FROM THE FIRST OF THE
      *    BUSINESS MONTH, SO THE MONTH-END RUN SHOWS HOW THAT MONTH'S
      *    QUOTES HAVE CONVERTED SO FAR.
       01 WS-FROM-X PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-PREV-AGENT PIC X(4).
       01 WS-PREV-LOB PIC X(7).
      *    ONE SET OF ACCUMULATORS PER LEVEL: 1 = AGENT/LOB,
      *    2 = AGENT, 3 = WHOLE REPORT.
       01 WS-LEVEL-TABLE.
           02 WS-LVL OCCURS 3 TIMES.
               03 WS-LV-QUOTED PIC 9(7) COMP.
               03 WS-LV-BOUND PIC 9(7) COMP.
               03 WS-LV-LAPSED PIC 9(7) COMP.
               03 WS-LV-DECLINED PIC 9(7) COMP.
               03 WS-LV-OPEN PIC 9(7) COMP.
               03 WS-LV-Q-PREM PIC 9(9)V9(2).
               03 WS-LV-B-PREM PIC 9(9)V9(2).
       01 WS-L PIC 9(1) COMP.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SEL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CONV-PCT PIC 9(3)V9(1).
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-LINE PIC X(80).
       01 WS-DETAIL.
           02 WS-DT-AGENT PIC X(4).
           02 PIC X VALUE SPACE.
           02 WS-DT-LOB PIC X(7).
           02 PIC X VALUE SPACE.
           02 WS-DT-QUOTED PIC ZZZZZZ9.
           02 WS-DT-BOUND PIC ZZZZZZ9.
           02 WS-DT-LAPSED PIC ZZZZZZ9.
           02 WS-DT-DECLINED PIC ZZZZZZ9.
           02 WS-DT-OPEN PIC ZZZZZZ9.
           02 PIC X VALUE SPACE.
           02 WS-DT-Q-PREM PIC ZZZZZZZ9.99.
           02 PIC X VALUE SPACE.
           02 WS-DT-B-PREM PIC ZZZZZZZ9.99.
           02 PIC X(2) VALUE SPACES.
           02 WS-DT-CONV PIC ZZ9.9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'QUOTRPT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE(7:2)
           MOVE SPACES TO WS-FROM-X
           ACCEPT WS-FROM-X FROM ENVIRONMENT 'QUOTRPT_FROM'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FROM-X IS NUMERIC
               MOVE WS-FROM-X TO WS-FROM-DATE
           END-IF
           MOVE 1 TO WS-L
           PERFORM UNTIL WS-L > 3
               PERFORM CLEAR-LEVEL-PARA
               ADD 1 TO WS-L
           END-PERFORM
           OPEN OUTPUT QUOTRPT.
           IF WS-QUOTRPT-STATUS NOT = '00'
               DISPLAY 'QUOTRPT: UNABLE TO OPEN QUOTRPT FILE, STATUS='
                   WS-QUOTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-HEADING-PARA.
           SORT WORK ON ASCENDING KEY W-AGENT W-LOB
           INPUT PROCEDURE IS RELEASE-QUOTE-PARA
           OUTPUT PROCEDURE IS REPORT-QUOTE-PARA.
           CLOSE QUOTRPT.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-QUOTREG-DSN-DFLT TO WS-QUOTREG-DSN
           ACCEPT WS-QUOTREG-DSN FROM ENVIRONMENT 'QUOTREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTREG-DSN = SPACES
               MOVE WS-QUOTREG-DSN-DFLT TO WS-QUOTREG-DSN
           END-IF
           MOVE WS-QUOTRPT-DSN-DFLT TO WS-QUOTRPT-DSN
           ACCEPT WS-QUOTRPT-DSN FROM ENVIRONMENT 'QUOTRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTRPT-DSN = SPACES
               MOVE WS-QUOTRPT-DSN-DFLT TO WS-QUOTRPT-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
       REPORT-HEADING-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'QUOTE-TO-BIND CONVERSION  QUOTES ISSUED FROM '
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'AGNT LOB      QUOTED  BOUND LAPSED DECLND   OPEN'
               TO WS-WORK-LINE
           MOVE 'QUOTED PREM  BOUND PREM  CONV%' TO WS-WORK-LINE(50:30)
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       RELEASE-QUOTE-PARA.
           OPEN INPUT QUOTREG
           IF WS-QUOTREG-STATUS NOT = '00'
               DISPLAY 'QUOTRPT: NO QUOTE REGISTER ON HAND'
               SET WS-QT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-QT-EOF
               READ QUOTREG
                   AT END SET WS-QT-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-PARA
               END-READ
           END-PERFORM
           IF WS-QUOTREG-STATUS = '00' OR WS-QUOTREG-STATUS = '10'
               CLOSE QUOTREG
           END-IF.
       RELEASE-ONE-PARA.
           ADD 1 TO WS-READ-CNT
           IF QT-DATE IS NUMERIC
               IF QT-DATE >= WS-FROM-DATE AND QT-DATE <= WS-BUS-DATE
                   ADD 1 TO WS-SEL-CNT
                   MOVE QT-AGENT TO W-AGENT
                   MOVE QT-LOB TO W-LOB
                   MOVE QT-STATUS TO W-STATUS
                   MOVE QT-SUM TO W-SUM
                   RELEASE WORKP
               END-IF
           END-IF.
       REPORT-QUOTE-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END PERFORM REPORT-DETAIL-PARA
               END-RETURN
           END-PERFORM
           IF WS-FIRST-NO
               PERFORM LOB-TOTAL-PARA
               PERFORM AGENT-TOTAL-PARA
               MOVE 3 TO WS-L
               MOVE SPACES TO WS-DETAIL
               MOVE 'ALL AGENTS' TO WS-DETAIL(1:12)
               PERFORM PRINT-LEVEL-PARA
           ELSE
               MOVE 'NO QUOTES WERE ISSUED IN THE PERIOD'
                   TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF.
       REPORT-DETAIL-PARA.
           IF WS-FIRST-NO AND W-AGENT NOT = WS-PREV-AGENT
               PERFORM LOB-TOTAL-PARA
               PERFORM AGENT-TOTAL-PARA
           ELSE
               IF WS-FIRST-NO AND W-LOB NOT = WS-PREV-LOB
                   PERFORM LOB-TOTAL-PARA
               END-IF
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE W-AGENT TO WS-PREV-AGENT
           MOVE W-LOB TO WS-PREV-LOB
           MOVE 1 TO WS-L
           PERFORM UNTIL WS-L > 3
               PERFORM ADD-LEVEL-PARA
               ADD 1 TO WS-L
           END-PERFORM.
      *    A QUOTE COUNTS AS QUOTED WHATEVER BECAME OF IT; ONLY THE
      *    BOUND ONES COUNT TOWARDS THE CONVERSION RATE.
       ADD-LEVEL-PARA.
           ADD 1 TO WS-LV-QUOTED(WS-L)
           ADD W-SUM TO WS-LV-Q-PREM(WS-L)
           EVALUATE W-STATUS
               WHEN 'BOUND'
                   ADD 1 TO WS-LV-BOUND(WS-L)
                   ADD W-SUM TO WS-LV-B-PREM(WS-L)
               WHEN 'LAPSED'
                   ADD 1 TO WS-LV-LAPSED(WS-L)
               WHEN 'DECLINE'
                   ADD 1 TO WS-LV-DECLINED(WS-L)
               WHEN OTHER
                   ADD 1 TO WS-LV-OPEN(WS-L)
           END-EVALUATE.
       LOB-TOTAL-PARA.
           MOVE 1 TO WS-L
           MOVE SPACES TO WS-DETAIL
           MOVE WS-PREV-AGENT TO WS-DT-AGENT
           MOVE WS-PREV-LOB TO WS-DT-LOB
           PERFORM PRINT-LEVEL-PARA.
       AGENT-TOTAL-PARA.
           MOVE 2 TO WS-L
           MOVE SPACES TO WS-DETAIL
           MOVE WS-PREV-AGENT TO WS-DT-AGENT
           MOVE 'TOTAL' TO WS-DT-LOB
           PERFORM PRINT-LEVEL-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       PRINT-LEVEL-PARA.
           MOVE WS-LV-QUOTED(WS-L) TO WS-DT-QUOTED
           MOVE WS-LV-BOUND(WS-L) TO WS-DT-BOUND
           MOVE WS-LV-LAPSED(WS-L) TO WS-DT-LAPSED
           MOVE WS-LV-DECLINED(WS-L) TO WS-DT-DECLINED
           MOVE WS-LV-OPEN(WS-L) TO WS-DT-OPEN
           MOVE WS-LV-Q-PREM(WS-L) TO WS-DT-Q-PREM
           MOVE WS-LV-B-PREM(WS-L) TO WS-DT-B-PREM
           MOVE ZERO TO WS-CONV-PCT
           IF WS-LV-QUOTED(WS-L) > ZERO
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-LV-BOUND(WS-L) * 100 / WS-LV-QUOTED(WS-L)
           END-IF
           MOVE WS-CONV-PCT TO WS-DT-CONV
           MOVE WS-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           PERFORM CLEAR-LEVEL-PARA.
       CLEAR-LEVEL-PARA.
           MOVE ZERO TO WS-LV-QUOTED(WS-L)
           MOVE ZERO TO WS-LV-BOUND(WS-L)
           MOVE ZERO TO WS-LV-LAPSED(WS-L)
           MOVE ZERO TO WS-LV-DECLINED(WS-L)
           MOVE ZERO TO WS-LV-OPEN(WS-L)
           MOVE ZERO TO WS-LV-Q-PREM(WS-L)
           MOVE ZERO TO WS-LV-B-PREM(WS-L).
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO QRP-LINE
           WRITE QRP-LINE
           ADD 1 TO WS-LINE-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== QUOTE CONVERSION CONTROL TOTALS ====='.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'REGISTER QUOTES READ  : ' WS-CNT-ED.
           MOVE WS-SEL-CNT TO WS-CNT-ED
           DISPLAY 'QUOTES IN PERIOD      : ' WS-CNT-ED.
           MOVE WS-LINE-CNT TO WS-CNT-ED
           DISPLAY 'REPORT LINES WRITTEN  : ' WS-CNT-ED.
