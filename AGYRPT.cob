       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGTSTMT
           ASSIGN TO DYNAMIC WS-AGTSTMT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTSTMT-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
           SELECT AGYRPT
           ASSIGN TO DYNAMIC WS-AGYRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGYRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AGTSTMT.
       01 ASP.
           02 AS-TYPE PIC X(1).
           02 PIC X.
           02 AS-AGENT PIC X(4).
           02 PIC X.
           02 AS-POLICY PIC X(5).
           02 PIC X.
           02 AS-LOB PIC X(7).
           02 PIC X.
           02 AS-PREM PIC 9(6).9(2).
           02 PIC X.
           02 AS-COMM PIC 9(6).9(2).
           02 PIC X.
           02 AS-WRITER PIC X(4).
       FD AGTMST.
           COPY AGTREC.
       FD AGYRPT.
       01 AYP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AGTSTMT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTSTMT.PAT'.
       01 WS-AGTSTMT-DSN PIC X(100).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-AGYRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGYRPT.PAT'.
       01 WS-AGYRPT-DSN PIC X(100).
       01 WS-AGTSTMT-STATUS PIC X(2).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-AGYRPT-STATUS PIC X(2).
       01 WS-AGT-EOF-SW PIC X VALUE 'N'.
           88 WS-AGT-EOF VALUE 'Y'.
       01 WS-STMT-EOF-SW PIC X VALUE 'N'.
           88 WS-STMT-EOF VALUE 'Y'.
       01 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    ONE ROW PER AGENT ON THE MASTER, IN AGENT ORDER, WITH THE
      *    ROW NUMBER OF ITS PARENT AGENCY SO A CHAIN CAN BE WALKED
      *    WITHOUT GOING BACK TO THE FILE.  OWN FIGURES ARE WHAT THE
      *    AGENT WROTE OR WAS PAID ITSELF; AGENCY FIGURES ADD IN
      *    EVERY AGENT BENEATH IT.
       01 WS-AY-MAX PIC 9(4) COMP VALUE 500.
       01 WS-AY-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AY-TABLE.
           02 WS-AY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-AY-CNT
               ASCENDING KEY IS WS-AY-AGENT
               INDEXED BY WS-AY-IDX.
               03 WS-AY-AGENT PIC X(4).
               03 WS-AY-PARENT PIC X(4).
               03 WS-AY-UP PIC 9(4) COMP.
               03 WS-AY-SUBS PIC 9(4) COMP.
               03 WS-AY-OWN-PREM PIC 9(9)V9(2).
               03 WS-AY-AGY-PREM PIC 9(9)V9(2).
               03 WS-AY-DIR-COMM PIC S9(8)V9(2).
               03 WS-AY-OVR-COMM PIC S9(8)V9(2).
               03 WS-AY-AGY-COMM PIC S9(9)V9(2).
       01 WS-ROW PIC 9(4) COMP.
       01 WS-UP PIC 9(4) COMP.
       01 WS-CHAIN-DEPTH PIC 9(2) COMP.
       01 WS-CHAIN-MAX PIC 9(2) COMP VALUE 9.
       01 WS-FIND-AGENT PIC X(4).
       01 WS-AMT PIC 9(6)V9(2).
       01 WS-SIGNED-AMT PIC S9(7)V9(2).
       01 WS-AGENCY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-USED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNKNOWN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-PREM PIC 9(9)V9(2) VALUE ZERO.
       01 WS-TOT-DIR PIC S9(9)V9(2) VALUE ZERO.
       01 WS-TOT-OVR PIC S9(9)V9(2) VALUE ZERO.
       01 WS-TOT-COMM PIC S9(9)V9(2) VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-LINE PIC X(80).
       01 WS-DETAIL.
           02 WS-DT-AGENT PIC X(4).
           02 PIC X VALUE SPACE.
           02 WS-DT-PARENT PIC X(4).
           02 PIC X VALUE SPACE.
           02 WS-DT-SUBS PIC ZZZ9.
           02 PIC X VALUE SPACE.
           02 WS-DT-OWN-PREM PIC ZZZZZZZ9.99.
           02 PIC X VALUE SPACE.
           02 WS-DT-AGY-PREM PIC ZZZZZZZZ9.99.
           02 PIC X VALUE SPACE.
           02 WS-DT-DIR-COMM PIC -ZZZZZZ9.99.
           02 PIC X VALUE SPACE.
           02 WS-DT-OVR-COMM PIC -ZZZZZZ9.99.
           02 PIC X VALUE SPACE.
           02 WS-DT-AGY-COMM PIC -ZZZZZZZ9.99.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'AGYRPT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           OPEN INPUT AGTMST.
           IF WS-AGTMST-STATUS NOT = '00'
               DISPLAY 'AGYRPT: UNABLE TO OPEN AGTMST FILE, STATUS='
                   WS-AGTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AGTSTMT.
           IF WS-AGTSTMT-STATUS NOT = '00'
               DISPLAY 'AGYRPT: UNABLE TO OPEN AGTSTMT FILE, STATUS='
                   WS-AGTSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGYRPT.
           IF WS-AGYRPT-STATUS NOT = '00'
               DISPLAY 'AGYRPT: UNABLE TO OPEN AGYRPT FILE, STATUS='
                   WS-AGYRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-AGENT-PARA.
           CLOSE AGTMST.
           PERFORM LINK-PARENT-PARA.
           PERFORM UNTIL WS-STMT-EOF
               READ AGTSTMT
                   AT END SET WS-STMT-EOF TO TRUE
                   NOT AT END PERFORM STATEMENT-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE AGTSTMT.
           PERFORM REPORT-HEADING-PARA.
           PERFORM REPORT-AGENCY-PARA.
           CLOSE AGYRPT.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-AGTSTMT-DSN-DFLT TO WS-AGTSTMT-DSN
           ACCEPT WS-AGTSTMT-DSN FROM ENVIRONMENT 'AGTSTMT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTSTMT-DSN = SPACES
               MOVE WS-AGTSTMT-DSN-DFLT TO WS-AGTSTMT-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-AGYRPT-DSN-DFLT TO WS-AGYRPT-DSN
           ACCEPT WS-AGYRPT-DSN FROM ENVIRONMENT 'AGYRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGYRPT-DSN = SPACES
               MOVE WS-AGYRPT-DSN-DFLT TO WS-AGYRPT-DSN
           END-IF.
       LOAD-AGENT-PARA.
           PERFORM UNTIL WS-AGT-EOF
               READ AGTMST
                   AT END SET WS-AGT-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-AGENT-PARA
               END-READ
           END-PERFORM.
       LOAD-ONE-AGENT-PARA.
           IF WS-AY-CNT >= WS-AY-MAX
               DISPLAY 'AGYRPT: AGENT TABLE FULL, AGENT ' AG-AGENT
                   ' LEFT OUT OF THE ROLL-UP'
           ELSE
               ADD 1 TO WS-AY-CNT
               SET WS-AY-IDX TO WS-AY-CNT
               MOVE AG-AGENT TO WS-AY-AGENT(WS-AY-IDX)
               IF AG-PARENT = LOW-VALUES
                   MOVE SPACES TO WS-AY-PARENT(WS-AY-IDX)
               ELSE
                   MOVE AG-PARENT TO WS-AY-PARENT(WS-AY-IDX)
               END-IF
               MOVE ZERO TO WS-AY-UP(WS-AY-IDX)
               MOVE ZERO TO WS-AY-SUBS(WS-AY-IDX)
               MOVE ZERO TO WS-AY-OWN-PREM(WS-AY-IDX)
               MOVE ZERO TO WS-AY-AGY-PREM(WS-AY-IDX)
               MOVE ZERO TO WS-AY-DIR-COMM(WS-AY-IDX)
               MOVE ZERO TO WS-AY-OVR-COMM(WS-AY-IDX)
               MOVE ZERO TO WS-AY-AGY-COMM(WS-AY-IDX)
           END-IF.
      *    A PARENT THAT IS NOT ON THE MASTER (OR DID NOT FIT THE
      *    TABLE) ENDS THE CHAIN THERE.  EVERY AGENT THEN COUNTS
      *    ITSELF ONCE IN EACH AGENCY ABOVE IT.
       LINK-PARENT-PARA.
           MOVE 1 TO WS-ROW
           PERFORM UNTIL WS-ROW > WS-AY-CNT
               IF WS-AY-PARENT(WS-ROW) NOT = SPACES
                   MOVE WS-AY-PARENT(WS-ROW) TO WS-FIND-AGENT
                   PERFORM FIND-AGENT-PARA
                   IF WS-FOUND
                       SET WS-AY-UP(WS-ROW) TO WS-AY-IDX
                   END-IF
               END-IF
               ADD 1 TO WS-ROW
           END-PERFORM
           MOVE 1 TO WS-ROW
           PERFORM UNTIL WS-ROW > WS-AY-CNT
               MOVE WS-AY-UP(WS-ROW) TO WS-UP
               MOVE ZERO TO WS-CHAIN-DEPTH
               PERFORM UNTIL WS-UP = ZERO
                          OR WS-CHAIN-DEPTH >= WS-CHAIN-MAX
                   ADD 1 TO WS-AY-SUBS(WS-UP)
                   MOVE WS-AY-UP(WS-UP) TO WS-UP
                   ADD 1 TO WS-CHAIN-DEPTH
               END-PERFORM
               ADD 1 TO WS-ROW
           END-PERFORM.
       FIND-AGENT-PARA.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-AY-CNT > ZERO
               SEARCH ALL WS-AY-ENTRY
                   WHEN WS-AY-AGENT(WS-AY-IDX) = WS-FIND-AGENT
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *    PRODUCTION IS THE DIRECT PREMIUM, CREDITED TO THE WRITING
      *    AGENT AND EVERY AGENCY ABOVE IT.  COMMISSION IS WHATEVER
      *    THE STATEMENT PAID THE AGENT ON THE LINE - DIRECT, OR AN
      *    OVERRIDE ON A SUB-AGENT'S BUSINESS - LESS CLAWBACKS AND
      *    OVERRIDE REVERSALS, AND ROLLS UP THE SAME WAY.  A ROLLED
      *    SHORTFALL WAS ALREADY COUNTED IN THE MONTH IT AROSE, AND
      *    SUBTOTAL AND TOTAL LINES ONLY REPEAT THE DETAIL.
       STATEMENT-LINE-PARA.
           ADD 1 TO WS-READ-CNT
           IF ASP(1:4) NOT = 'HDR ' AND ASP(1:4) NOT = 'TRL '
               IF AS-TYPE = 'D' OR AS-TYPE = 'O' OR AS-TYPE = 'R' OR
                  (AS-TYPE = 'C' AND AS-POLICY NOT = SPACES)
                   PERFORM APPLY-LINE-PARA
               END-IF
           END-IF.
       APPLY-LINE-PARA.
           ADD 1 TO WS-USED-CNT
           MOVE AS-COMM TO WS-AMT
           IF AS-TYPE = 'C' OR AS-TYPE = 'R'
               COMPUTE WS-SIGNED-AMT = ZERO - WS-AMT
           ELSE
               MOVE WS-AMT TO WS-SIGNED-AMT
           END-IF
           IF AS-TYPE = 'D'
               MOVE AS-PREM TO WS-AMT
               ADD WS-AMT TO WS-TOT-PREM
           END-IF
           IF AS-TYPE = 'D' OR AS-TYPE = 'C'
               ADD WS-SIGNED-AMT TO WS-TOT-DIR
           ELSE
               ADD WS-SIGNED-AMT TO WS-TOT-OVR
           END-IF
           ADD WS-SIGNED-AMT TO WS-TOT-COMM
           MOVE AS-AGENT TO WS-FIND-AGENT
           PERFORM FIND-AGENT-PARA
           IF WS-FOUND
               SET WS-ROW TO WS-AY-IDX
               PERFORM CREDIT-AGENT-PARA
           ELSE
               ADD 1 TO WS-UNKNOWN-CNT
               DISPLAY 'AGYRPT: AGENT ' AS-AGENT
                   ' NOT ON MASTER, IN GRAND TOTAL ONLY'
           END-IF.
       CREDIT-AGENT-PARA.
           EVALUATE AS-TYPE
               WHEN 'D'
                   ADD WS-AMT TO WS-AY-OWN-PREM(WS-ROW)
                   ADD WS-SIGNED-AMT TO WS-AY-DIR-COMM(WS-ROW)
               WHEN 'C'
                   ADD WS-SIGNED-AMT TO WS-AY-DIR-COMM(WS-ROW)
               WHEN OTHER
                   ADD WS-SIGNED-AMT TO WS-AY-OVR-COMM(WS-ROW)
           END-EVALUATE
           MOVE WS-ROW TO WS-UP
           MOVE ZERO TO WS-CHAIN-DEPTH
           PERFORM UNTIL WS-UP = ZERO
                      OR WS-CHAIN-DEPTH > WS-CHAIN-MAX
               IF AS-TYPE = 'D'
                   ADD WS-AMT TO WS-AY-AGY-PREM(WS-UP)
               END-IF
               ADD WS-SIGNED-AMT TO WS-AY-AGY-COMM(WS-UP)
               MOVE WS-AY-UP(WS-UP) TO WS-UP
               ADD 1 TO WS-CHAIN-DEPTH
           END-PERFORM.
       REPORT-HEADING-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'AGENCY PRODUCTION AND COMMISSION ROLL-UP  AS AT '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'AGNT PRNT SUBS    OWN PREM  AGENCY PREM'
               TO WS-WORK-LINE
           MOVE 'DIRECT COMM    OVR COMM  AGENCY COMM'
               TO WS-WORK-LINE(41:36)
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    ONLY AGENCIES - AGENTS WITH AT LEAST ONE AGENT BENEATH
      *    THEM - ARE LISTED; A LONE AGENT'S FIGURES ARE ON ITS OWN
      *    COMMISSION STATEMENT.
       REPORT-AGENCY-PARA.
           MOVE 1 TO WS-ROW
           PERFORM UNTIL WS-ROW > WS-AY-CNT
               IF WS-AY-SUBS(WS-ROW) > ZERO
                   PERFORM PRINT-AGENCY-PARA
               END-IF
               ADD 1 TO WS-ROW
           END-PERFORM
           IF WS-AGENCY-CNT = ZERO
               MOVE 'NO AGENT ON THE MASTER HAS AGENTS BENEATH IT'
                   TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-DETAIL
           MOVE 'ALL AGENTS' TO WS-DETAIL(1:12)
           MOVE WS-TOT-PREM TO WS-DT-AGY-PREM
           MOVE WS-TOT-DIR TO WS-DT-DIR-COMM
           MOVE WS-TOT-OVR TO WS-DT-OVR-COMM
           MOVE WS-TOT-COMM TO WS-DT-AGY-COMM
           MOVE WS-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       PRINT-AGENCY-PARA.
           ADD 1 TO WS-AGENCY-CNT
           MOVE SPACES TO WS-DETAIL
           MOVE WS-AY-AGENT(WS-ROW) TO WS-DT-AGENT
           MOVE WS-AY-PARENT(WS-ROW) TO WS-DT-PARENT
           MOVE WS-AY-SUBS(WS-ROW) TO WS-DT-SUBS
           MOVE WS-AY-OWN-PREM(WS-ROW) TO WS-DT-OWN-PREM
           MOVE WS-AY-AGY-PREM(WS-ROW) TO WS-DT-AGY-PREM
           MOVE WS-AY-DIR-COMM(WS-ROW) TO WS-DT-DIR-COMM
           MOVE WS-AY-OVR-COMM(WS-ROW) TO WS-DT-OVR-COMM
           MOVE WS-AY-AGY-COMM(WS-ROW) TO WS-DT-AGY-COMM
           MOVE WS-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO AYP-LINE
           WRITE AYP-LINE
           ADD 1 TO WS-LINE-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== AGENCY ROLL-UP CONTROL TOTALS ====='.
           MOVE WS-AY-CNT TO WS-CNT-ED
           DISPLAY 'AGENTS ON MASTER      : ' WS-CNT-ED.
           MOVE WS-AGENCY-CNT TO WS-CNT-ED
           DISPLAY 'AGENCIES REPORTED     : ' WS-CNT-ED.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'STATEMENT LINES READ  : ' WS-CNT-ED.
           MOVE WS-USED-CNT TO WS-CNT-ED
           DISPLAY 'LINES ROLLED UP       : ' WS-CNT-ED.
           MOVE WS-UNKNOWN-CNT TO WS-CNT-ED
           DISPLAY 'AGENTS NOT ON MASTER  : ' WS-CNT-ED.
           MOVE WS-LINE-CNT TO WS-CNT-ED
           DISPLAY 'REPORT LINES WRITTEN  : ' WS-CNT-ED.
