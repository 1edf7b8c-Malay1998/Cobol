       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDRDR
           ASSIGN TO DYNAMIC WS-PERDRDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDRDR-STATUS.
           SELECT RDRRPT
           ASSIGN TO DYNAMIC WS-RDRRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDRRPT-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD PERDRDR.
           COPY PERDRDR.
       FD RDRRPT.
       01 RDR-LINE PIC X(80).
       SD WORK.
       01 WORKP.
           02 W-ACTION PIC X(6).
           02 W-PERIOD PIC 9(6).
           02 W-ORIG-DATE PIC 9(8).
           02 W-PGM PIC X(8).
           02 W-KEY PIC X(11).
           02 W-TYPE PIC X(8).
           02 W-POST-DATE PIC 9(8).
           02 W-RUN-DATE PIC 9(8).
           02 W-AMT PIC 9(9)V9(2).
       WORKING-STORAGE SECTION.
       01 WS-PERDRDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDRDR.PAT'.
       01 WS-PERDRDR-DSN PIC X(100).
       01 WS-RDRRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RDRRPT.PAT'.
       01 WS-RDRRPT-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RDRWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-PERDRDR-STATUS PIC X(2).
       01 WS-RDRRPT-STATUS PIC X(2).
       01 WS-PR-EOF-SW PIC X VALUE 'N'.
           88 WS-PR-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'N'.
           88 WS-FIRST-NO VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    THE REPORT COVERS WHAT WAS LOGGED FROM PERDRPT_FROM
      *    (YYYYMMDD) TO THE BUSINESS DATE; BY DEFAULT FROM THE FIRST
      *    OF THE BUSINESS MONTH, SO THE MONTH-END RUN LISTS THE MONTH.
       01 WS-FROM-X PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-PREV-ACTION PIC X(6).
       01 WS-PREV-PERIOD PIC 9(6).
       01 WS-PER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PER-AMT PIC 9(11)V9(2) VALUE ZERO.
       01 WS-ACT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACT-AMT PIC 9(11)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-AMT PIC 9(11)V9(2) VALUE ZERO.
       01 WS-REJ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-AMT PIC 9(11)V9(2) VALUE ZERO.
       01 WS-LINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-AMT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-WORK-LINE PIC X(80).
       01 WS-DETAIL.
           02 WS-DT-PGM PIC X(8).
           02 PIC X(2) VALUE SPACES.
           02 WS-DT-KEY PIC X(11).
           02 PIC X VALUE SPACE.
           02 WS-DT-TYPE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-DT-ORIG PIC 9(8).
           02 PIC X(2) VALUE SPACES.
           02 WS-DT-POST PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-DT-AMT PIC ZZ,ZZZ,ZZ9.99.
           02 PIC X(2) VALUE SPACES.
           02 WS-DT-RUN PIC 9(8).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'PERDRPT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE(7:2)
           MOVE SPACES TO WS-FROM-X
           ACCEPT WS-FROM-X FROM ENVIRONMENT 'PERDRPT_FROM'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FROM-X IS NUMERIC
               MOVE WS-FROM-X TO WS-FROM-DATE
           END-IF
           OPEN OUTPUT RDRRPT.
           IF WS-RDRRPT-STATUS NOT = '00'
               DISPLAY 'PERDRPT: UNABLE TO OPEN RDRRPT FILE, STATUS='
                   WS-RDRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-HEADING-PARA.
      *    ROLLED ITEMS PRINT FIRST, THEN THE REJECTS, EACH BY THE
      *    CLOSED MONTH THE ITEM WAS DATED INTO.
           SORT WORK ON DESCENDING KEY W-ACTION
                     ON ASCENDING KEY W-ORIG-DATE W-PGM W-KEY
           INPUT PROCEDURE IS RELEASE-REDIRECT-PARA
           OUTPUT PROCEDURE IS REPORT-REDIRECT-PARA.
           CLOSE RDRRPT.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           ACCEPT WS-PERDRDR-DSN FROM ENVIRONMENT 'PERDRDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDRDR-DSN = SPACES
               MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           END-IF
           MOVE WS-RDRRPT-DSN-DFLT TO WS-RDRRPT-DSN
           ACCEPT WS-RDRRPT-DSN FROM ENVIRONMENT 'RDRRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RDRRPT-DSN = SPACES
               MOVE WS-RDRRPT-DSN-DFLT TO WS-RDRRPT-DSN
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
           STRING 'POSTINGS REDIRECTED BY PERIOD CLOSE  FROM '
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       RELEASE-REDIRECT-PARA.
           OPEN INPUT PERDRDR
           IF WS-PERDRDR-STATUS NOT = '00'
               DISPLAY 'PERDRPT: NO REDIRECTION LOG ON HAND'
               SET WS-PR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PR-EOF
               READ PERDRDR
                   AT END SET WS-PR-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-PARA
               END-READ
           END-PERFORM
           IF WS-PERDRDR-STATUS = '00' OR WS-PERDRDR-STATUS = '10'
               CLOSE PERDRDR
           END-IF.
       RELEASE-ONE-PARA.
           IF PR-RUN-DATE IS NUMERIC AND PR-ORIG-DATE IS NUMERIC
               IF PR-RUN-DATE >= WS-FROM-DATE
                  AND PR-RUN-DATE <= WS-BUS-DATE
                   ADD 1 TO WS-READ-CNT
                   MOVE PR-ACTION TO W-ACTION
                   MOVE PR-ORIG-DATE(1:6) TO W-PERIOD
                   MOVE PR-ORIG-DATE TO W-ORIG-DATE
                   MOVE PR-PGM TO W-PGM
                   MOVE PR-KEY TO W-KEY
                   MOVE PR-TYPE TO W-TYPE
                   IF PR-POST-DATE IS NUMERIC
                       MOVE PR-POST-DATE TO W-POST-DATE
                   ELSE
                       MOVE ZERO TO W-POST-DATE
                   END-IF
                   MOVE PR-RUN-DATE TO W-RUN-DATE
                   MOVE PR-AMT TO W-AMT
                   RELEASE WORKP
               END-IF
           END-IF.
       REPORT-REDIRECT-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END PERFORM REPORT-DETAIL-PARA
               END-RETURN
           END-PERFORM
           IF WS-FIRST-NO
               PERFORM PERIOD-TOTAL-PARA
               PERFORM ACTION-TOTAL-PARA
           ELSE
               MOVE 'NOTHING WAS REDIRECTED BY A CLOSED PERIOD'
                   TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF.
       REPORT-DETAIL-PARA.
           IF WS-FIRST-NO AND W-ACTION NOT = WS-PREV-ACTION
               PERFORM PERIOD-TOTAL-PARA
               PERFORM ACTION-TOTAL-PARA
           ELSE
               IF WS-FIRST-NO AND W-PERIOD NOT = WS-PREV-PERIOD
                   PERFORM PERIOD-TOTAL-PARA
               END-IF
           END-IF
           IF NOT WS-FIRST-NO OR W-ACTION NOT = WS-PREV-ACTION
               PERFORM ACTION-HEADING-PARA
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE W-ACTION TO WS-PREV-ACTION
           MOVE W-PERIOD TO WS-PREV-PERIOD
           MOVE SPACES TO WS-DETAIL
           MOVE W-PGM TO WS-DT-PGM
           MOVE W-KEY TO WS-DT-KEY
           MOVE W-TYPE TO WS-DT-TYPE
           MOVE W-ORIG-DATE TO WS-DT-ORIG
           IF W-POST-DATE > ZERO
               MOVE W-POST-DATE TO WS-DT-POST
           END-IF
           MOVE W-AMT TO WS-DT-AMT
           MOVE W-RUN-DATE TO WS-DT-RUN
           MOVE WS-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD 1 TO WS-PER-CNT
           ADD W-AMT TO WS-PER-AMT
           ADD 1 TO WS-ACT-CNT
           ADD W-AMT TO WS-ACT-AMT
           IF W-ACTION = 'ROLLED'
               ADD 1 TO WS-ROLL-CNT
               ADD W-AMT TO WS-ROLL-AMT
           ELSE
               ADD 1 TO WS-REJ-CNT
               ADD W-AMT TO WS-REJ-AMT
           END-IF.
       ACTION-HEADING-PARA.
           IF W-ACTION = 'ROLLED'
               MOVE 'ROLLED FORWARD INTO THE FIRST OPEN PERIOD'
                   TO WS-WORK-LINE
           ELSE
               MOVE 'REJECTED, DATED INTO A CLOSED PERIOD (REASON 25)'
                   TO WS-WORK-LINE
           END-IF
           PERFORM WRITE-LINE-PARA
           MOVE 'PROGRAM   KEY         TYPE     DATED     BOOKED   '
               TO WS-WORK-LINE
           MOVE '       AMOUNT  RUN DATE' TO WS-WORK-LINE(51:23)
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       PERIOD-TOTAL-PARA.
           MOVE WS-PER-CNT TO WS-CNT-ED
           MOVE WS-PER-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING '  CLOSED PERIOD ' DELIMITED BY SIZE
                  WS-PREV-PERIOD DELIMITED BY SIZE
                  '  ITEMS ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ZERO TO WS-PER-CNT
           MOVE ZERO TO WS-PER-AMT.
       ACTION-TOTAL-PARA.
           MOVE WS-ACT-CNT TO WS-CNT-ED
           MOVE WS-ACT-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-PREV-ACTION DELIMITED BY SIZE
                  '          ITEMS ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ZERO TO WS-ACT-CNT
           MOVE ZERO TO WS-ACT-AMT.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO RDR-LINE
           WRITE RDR-LINE
           ADD 1 TO WS-LINE-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== PERIOD REDIRECTION CONTROL TOTALS ====='.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'LOG RECORDS REPORTED  : ' WS-CNT-ED.
           MOVE WS-ROLL-CNT TO WS-CNT-ED
           MOVE WS-ROLL-AMT TO WS-AMT-ED
           DISPLAY 'ROLLED FORWARD        : ' WS-CNT-ED ' ' WS-AMT-ED.
           MOVE WS-REJ-CNT TO WS-CNT-ED
           MOVE WS-REJ-AMT TO WS-AMT-ED
           DISPLAY 'REJECTED PERIOD CLOSED: ' WS-CNT-ED ' ' WS-AMT-ED.
           MOVE WS-LINE-CNT TO WS-CNT-ED
           DISPLAY 'REPORT LINES WRITTEN  : ' WS-CNT-ED.
