           ASSIGN TO DYNAMIC WS-AUDJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDJRNL-STATUS.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT CLAWBACK
           ASSIGN TO DYNAMIC WS-CLAWBACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           COPY POLYERR.
       FD AUDJRNL.
           COPY AUDJRNL.
       FD CORRESP.
           COPY LTREVT.
       FD CLAWBACK.
       01 CWP.
           02 CW-AGENT PIC X(4).
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUDJRNL.PAT'.
       01 WS-AUDJRNL-DSN PIC X(100).
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLAWBACK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAWBACK.PAT'.
       01 WS-CLAWBACK-DSN PIC X(100).
           IF WS-AUDJRNL-STATUS = '35'
               OPEN OUTPUT AUDJRNL
           END-IF.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           PERFORM UNTIL WS-W = 'X'
           READ CANCREQ
           AT END MOVE 'X' TO WS-W
               CLOSE AGTMST
           END-IF.
           CLOSE AUDJRNL.
           CLOSE CORRESP.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-AUDJRNL-DSN = SPACES
               MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF.
       CANCEL-POLICY-PARA.
           MOVE ZERO TO WS-REASON
               ADD 1 TO WS-CANCEL-CNT
               MOVE OUTP TO WS-AFTER-IMAGE
               PERFORM JOURNAL-KSDS-PARA
               PERFORM LETTER-EVENT-PARA
           ELSE
               PERFORM REJECT-REQ-PARA
           END-IF.
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE
           MOVE WS-AFTER-IMAGE TO AJ-AFTER
           WRITE AJP.
      *    THE CANCELLATION CONFIRMATION IS POSTED AS A LETTER
      *    EVENT; THE LETTERS RUN MERGES IT WITH THE POLCANCL
      *    TEMPLATE AND THE POLICYHOLDER'S NAME AND ADDRESS.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           MOVE WS-BUS-DATE TO LE-DATE
           MOVE 'POLCANCL' TO LE-PGM
           MOVE 'POLCANCL' TO LE-LETTER
           MOVE O-NUM TO LE-KEY
           MOVE O-NUM TO LE-REF
           MOVE WS-REFUND-SUM TO LE-AMT
           MOVE O-LOB TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
       REJECT-REQ-PARA.
           MOVE SPACES TO ENP
           MOVE CR-NUM TO E-NUM
           DISPLAY 'REFUND TAX SUM     : ' WS-TAX-TOTAL.
           DISPLAY 'CLAWBACKS WRITTEN  : ' WS-CLAW-CNT.
           DISPLAY 'COMMISSION CLAWED  : ' WS-CLAW-TOTAL.
           DISPLAY 'LETTER EVENTS      : ' WS-LETTER-CNT.
