           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT AUDJRNL
           ASSIGN TO DYNAMIC WS-AUDJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           COPY CUSTREC.
       FD KSDS.
           COPY POLYOUT.
       FD RELMST.
           COPY RELREC.
       FD AUDJRNL.
           COPY AUDJRNL.
       FD XREF.
           02 X-LOB PIC X(7).
           02 PIC X.
           02 X-STATUS PIC X(7).
           02 PIC X.
           02 X-REL PIC X(4).
           02 PIC X.
           02 X-ACCT PIC X(16).
       FD XREFNEW.
       01 XRN.
           02 XN-CUST PIC X(6).
           02 XN-LOB PIC X(7).
           02 PIC X.
           02 XN-STATUS PIC X(7).
           02 PIC X.
           02 XN-REL PIC X(4).
           02 PIC X.
           02 XN-ACCT PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-MERGETRN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MERGETRN.PAT'.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-AUDJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUDJRNL.PAT'.
       01 WS-AUDJRNL-DSN PIC X(100).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-REL-EOF-SW PIC X VALUE 'N'.
           88 WS-REL-EOF VALUE 'Y'.
       01 WS-XREF-STATUS PIC X(2).
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRAN-EOF VALUE 'Y'.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POLICY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-XREF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RETIRE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-I PIC 9(3) COMP.
       01 WS-LOCKPGM PIC X(8) VALUE 'KSDSLOCK'.
           CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-STEP-NAME,
                                WS-BUS-DATE.
           CLOSE AUDJRNL.
           PERFORM REPOINT-RELATIONSHIPS-PARA.
           PERFORM PATCH-XREF-PARA.
           PERFORM RETIRE-VICTIMS-PARA.
           CLOSE CUSTMST.
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           ACCEPT WS-AUDJRNL-DSN FROM ENVIRONMENT 'AUDJRNL_DD'
               ON EXCEPTION CONTINUE
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE
           MOVE WS-AFTER-IMAGE TO AJ-AFTER
           WRITE AJP.
      *    CARD AND DEPOSIT ACCOUNTS HELD BY A RETIRED CUSTOMER MOVE
      *    TO THE SURVIVOR ALONG WITH THE POLICIES.
       REPOINT-RELATIONSHIPS-PARA.
           OPEN I-O RELMST
           IF WS-RELMST-STATUS NOT = '00'
               DISPLAY 'CUSTMRG: NO RELATIONSHIP MASTER, NO CARD OR '
                   'DEPOSIT ACCOUNTS TO MOVE'
           ELSE
               MOVE LOW-VALUES TO RL-KEY
               START RELMST KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY SET WS-REL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-REL-EOF
                   READ RELMST NEXT RECORD
                       AT END SET WS-REL-EOF TO TRUE
                       NOT AT END PERFORM REPOINT-ONE-REL-PARA
                   END-READ
               END-PERFORM
               CLOSE RELMST
           END-IF.
       REPOINT-ONE-REL-PARA.
           MOVE 'N' TO WS-MRG-SW
           SET WS-MRG-IDX TO 1
           PERFORM UNTIL WS-MRG-IDX > WS-MRG-CNT OR WS-MRG-FOUND
               IF WS-MRG-VICT(WS-MRG-IDX) = RL-CUST
                   SET WS-MRG-FOUND TO TRUE
               ELSE
                   SET WS-MRG-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-MRG-FOUND
               MOVE WS-MRG-SURV(WS-MRG-IDX) TO RL-CUST
               REWRITE REL-REC
               ADD 1 TO WS-REL-CNT
               DISPLAY 'CUSTMRG: ' RL-TYPE ' ACCOUNT ' RL-ACCT
                   ' MOVED ' WS-MRG-VICT(WS-MRG-IDX) ' -> '
                   WS-MRG-SURV(WS-MRG-IDX)
           END-IF.
       PATCH-XREF-PARA.
           OPEN INPUT XREF
           IF WS-XREF-STATUS = '35'
           DISPLAY 'MERGE PAIRS READ   : ' WS-READ-CNT.
           DISPLAY 'PAIRS REJECTED     : ' WS-REJECT-CNT.
           DISPLAY 'POLICIES REPOINTED : ' WS-POLICY-CNT.
           DISPLAY 'ACCOUNTS REPOINTED : ' WS-REL-CNT.
           DISPLAY 'XREF ROWS PATCHED  : ' WS-XREF-CNT.
           DISPLAY 'CUSTOMERS RETIRED  : ' WS-RETIRE-CNT.
