           02 X-LOB PIC X(7).
           02 PIC X.
           02 X-STATUS PIC X(7).
           02 PIC X.
           02 X-REL PIC X(4).
               88 X-REL-POLICY VALUE 'POL' SPACES.
           02 PIC X.
           02 X-ACCT PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
           88 WS-XREF-EOF VALUE 'Y'.
       01 WS-INQ-CUST PIC X(6).
       01 WS-POLICY-CNT PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-CNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAINLINE-PARA.
           PERFORM ASSIGN-FILENAMES-PARA.
           IF WS-XREF-STATUS = '35'
               DISPLAY 'NO CROSS-REFERENCE FILE ON HAND'
           ELSE
               DISPLAY 'POLICIES AND ACCOUNTS HELD:'
               PERFORM UNTIL WS-XREF-EOF
                   READ XREF
                       AT END SET WS-XREF-EOF TO TRUE
                       NOT AT END
                           IF X-CUST = WS-INQ-CUST
                               PERFORM LIST-ONE-HOLDING-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF
               DISPLAY 'POLICIES ON FILE FOR CUSTOMER: ' WS-POLICY-CNT
               DISPLAY 'CARD AND DEPOSIT ACCOUNTS    : ' WS-ACCOUNT-CNT
           END-IF.
       LIST-ONE-HOLDING-PARA.
           IF X-REL-POLICY
               DISPLAY '  ' X-NUM ' ' X-LOB ' ' X-STATUS
               ADD 1 TO WS-POLICY-CNT
           ELSE
               DISPLAY '  ' X-LOB ' ' X-ACCT ' ' X-STATUS
               ADD 1 TO WS-ACCOUNT-CNT
           END-IF.
