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
           SELECT XREF
           ASSIGN TO DYNAMIC WS-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD KSDS.
           COPY POLYOUT.
       FD RELMST.
           COPY RELREC.
       FD XREF.
       01 XRF.
           02 X-CUST PIC X(6).
           02 X-LOB PIC X(7).
           02 PIC X.
           02 X-STATUS PIC X(7).
           02 PIC X.
           02 X-REL PIC X(4).
           02 PIC X.
           02 X-ACCT PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-XREF-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTXREF.PAT'.
       01 WS-XREF-DSN PIC X(100).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-KSDS-EOF-SW PIC X VALUE 'N'.
           88 WS-KSDS-EOF VALUE 'Y'.
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-RELMST-OPEN-SW PIC X VALUE 'N'.
           88 WS-RELMST-OPEN VALUE 'Y'.
       01 WS-REL-EOF-SW PIC X VALUE 'N'.
           88 WS-REL-EOF VALUE 'Y'.
       01 WS-XREF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT KSDS.
           START KSDS KEY IS NOT LESS THAN O-CUST
               INVALID KEY SET WS-KSDS-EOF TO TRUE
           END-START
           PERFORM READ-POLICY-PARA.
      *    CARD AND DEPOSIT ACCOUNTS COME OFF THE RELATIONSHIP MASTER,
      *    ALSO IN CUSTOMER ORDER BY ITS ALTERNATE INDEX, AND ARE
      *    MERGED IN BEHIND EACH CUSTOMER'S POLICIES.
           OPEN INPUT RELMST.
           IF WS-RELMST-STATUS = '00'
               SET WS-RELMST-OPEN TO TRUE
               MOVE LOW-VALUES TO RL-CUST
               START RELMST KEY IS NOT LESS THAN RL-CUST
                   INVALID KEY SET WS-REL-EOF TO TRUE
               END-START
           ELSE
               DISPLAY 'CUSTXREF: NO RELATIONSHIP MASTER, CARD AND '
                   'DEPOSIT ACCOUNTS NOT CROSS-REFERENCED'
               SET WS-REL-EOF TO TRUE
           END-IF.
           PERFORM READ-REL-PARA.
           PERFORM UNTIL WS-KSDS-EOF AND WS-REL-EOF
               IF WS-REL-EOF OR
                  (NOT WS-KSDS-EOF AND O-CUST NOT > RL-CUST)
                   PERFORM WRITE-ONE-XREF-PARA
                   PERFORM READ-POLICY-PARA
               ELSE
                   PERFORM WRITE-ONE-REL-PARA
                   PERFORM READ-REL-PARA
               END-IF
           END-PERFORM
           CLOSE KSDS.
           IF WS-RELMST-OPEN
               CLOSE RELMST
           END-IF.
           CLOSE XREF.
           DISPLAY 'CUSTXREF: CROSS-REFERENCE RECORDS WRITTEN: '
               WS-XREF-CNT.
           DISPLAY 'CUSTXREF: CARD AND DEPOSIT ACCOUNTS       : '
               WS-REL-CNT.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
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
           MOVE WS-XREF-DSN-DFLT TO WS-XREF-DSN
           ACCEPT WS-XREF-DSN FROM ENVIRONMENT 'XREF_DD'
               ON EXCEPTION CONTINUE
           IF WS-XREF-DSN = SPACES
               MOVE WS-XREF-DSN-DFLT TO WS-XREF-DSN
           END-IF.
       READ-POLICY-PARA.
           IF NOT WS-KSDS-EOF
               READ KSDS NEXT RECORD
                   AT END SET WS-KSDS-EOF TO TRUE
               END-READ
           END-IF.
       READ-REL-PARA.
           IF NOT WS-REL-EOF
               READ RELMST NEXT RECORD
                   AT END SET WS-REL-EOF TO TRUE
               END-READ
           END-IF.
       WRITE-ONE-XREF-PARA.
           MOVE SPACES TO XRF
           MOVE O-CUST TO X-CUST
           MOVE O-NUM TO X-NUM
           MOVE O-LOB TO X-LOB
           MOVE O-STATUS TO X-STATUS
           MOVE 'POL' TO X-REL
           MOVE O-NUM TO X-ACCT
           WRITE XRF
           ADD 1 TO WS-XREF-CNT.
      *    A RELATIONSHIP ROW CARRIES NO POLICY NUMBER; THE LINE OF
      *    BUSINESS COLUMN SAYS CARD OR DEPOSIT AND THE STATUS IS
      *    THE RELATIONSHIP'S OPEN OR CLOSED.
       WRITE-ONE-REL-PARA.
           MOVE SPACES TO XRF
           MOVE RL-CUST TO X-CUST
           IF RL-TYPE-CARD
               MOVE 'CARD' TO X-LOB
           ELSE
               MOVE 'DEPOSIT' TO X-LOB
           END-IF
           MOVE RL-STATUS TO X-STATUS
           MOVE RL-TYPE TO X-REL
           MOVE RL-ACCT TO X-ACCT
           WRITE XRF
           ADD 1 TO WS-XREF-CNT
           ADD 1 TO WS-REL-CNT.
