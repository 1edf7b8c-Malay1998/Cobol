       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
           SELECT CUSTMST
           ASSIGN TO DYNAMIC WS-CUSTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-CUST
           FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT DUPSEEN
           ASSIGN TO DYNAMIC WS-DUPSEEN-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-NUM
           FILE STATUS IS WS-DUPSEEN-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT AUTOPAY
           ASSIGN TO DYNAMIC WS-AUTOPAY-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AE-ACCT
           FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT DDMAND
           ASSIGN TO DYNAMIC WS-DDMAND-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NUM
           FILE STATUS IS WS-DDMAND-STATUS.
           SELECT EMPMST
           ASSIGN TO DYNAMIC WS-EMPMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-KEY
           FILE STATUS IS WS-EMPMST-STATUS.
           SELECT SNAPOUT
           ASSIGN TO DYNAMIC WS-SNAPOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPOUT-STATUS.
           SELECT SNAPCTL
           ASSIGN TO DYNAMIC WS-SNAPCTL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT GENCAT
           ASSIGN TO DYNAMIC WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARDMST.
           COPY CARDREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD AGTMST.
           COPY AGTREC.
       FD CUSTMST.
           COPY CUSTREC.
       FD DUPSEEN.
       01 DSP.
           02 DS-NUM PIC X(5).
       FD RELMST.
           COPY RELREC.
       FD AUTOPAY.
           COPY AUTOPAY.
       FD DDMAND.
           COPY DDMAND.
       FD EMPMST.
           COPY EMPMST.
       FD SNAPOUT.
       01 SOP PIC X(200).
       FD SNAPCTL.
           COPY SNAPCTL.
       FD GENCAT.
           COPY GENCAT.
       WORKING-STORAGE SECTION.
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-DUPSEEN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DUPSEEN.PAT'.
       01 WS-DUPSEEN-DSN PIC X(100).
       01 WS-DUPSEEN-STATUS PIC X(2).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-AUTOPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUTOPAY.PAT'.
       01 WS-AUTOPAY-DSN PIC X(100).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-DDMAND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDMAND.PAT'.
       01 WS-DDMAND-DSN PIC X(100).
       01 WS-DDMAND-STATUS PIC X(2).
       01 WS-EMPMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EMPMST.PAT'.
       01 WS-EMPMST-DSN PIC X(100).
       01 WS-EMPMST-STATUS PIC X(2).
       01 WS-SNAPOUT-DSN PIC X(100).
       01 WS-SNAPOUT-STATUS PIC X(2).
       01 WS-SNAPCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SNAPCTL.PAT'.
       01 WS-SNAPCTL-DSN PIC X(100).
       01 WS-SNAPCTL-OUT-DSN PIC X(100).
       01 WS-SNAPCTL-STATUS PIC X(2).
       01 WS-GENCAT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GENCAT.PAT'.
       01 WS-GENCAT-DSN PIC X(100).
       01 WS-GENCAT-STATUS PIC X(2).
       01 WS-GENCAT-EOF-SW PIC X VALUE 'N'.
           88 WS-GENCAT-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
      *    ONE MASTER IS COPIED AT A TIME; THESE HOLD THE MASTER IN
      *    HAND, ITS GENERATION CLASS AND THE RUNNING COUNT AND HASH.
       01 WS-MASTER PIC X(8).
       01 WS-CLASS PIC X(8).
       01 WS-BASE-DSN PIC X(100).
       01 WS-MST-STATUS PIC X(2).
       01 WS-MST-EOF-SW PIC X VALUE 'N'.
           88 WS-MST-EOF VALUE 'Y'.
       01 WS-IMAGE PIC X(200).
       01 WS-IMAGE-TABLE REDEFINES WS-IMAGE.
           02 WS-IMAGE-CHAR PIC X OCCURS 200 TIMES.
       01 WS-REC-LEN PIC 9(4) COMP.
       01 WS-B PIC 9(4) COMP.
       01 WS-COPY-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-COPY-HASH PIC 9(15) COMP VALUE ZERO.
       01 WS-CATALOGUED-SW PIC X VALUE 'N'.
           88 WS-ALREADY-CATALOGUED VALUE 'Y'.
       01 WS-GEN-MAX PIC 9(2) COMP VALUE 10.
       01 WS-GEN-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-GEN-TABLE.
           02 WS-GEN-ENTRY OCCURS 10 TIMES INDEXED BY WS-GEN-IDX.
               03 WS-GEN-CLASS PIC X(8).
               03 WS-GEN-DSN PIC X(100).
       01 WS-MASTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-MISSING-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOTAL-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01 WS-HASH-ED PIC Z(14)9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'SNAPSHOT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE SPACES TO WS-SNAPCTL-OUT-DSN
           STRING WS-SNAPCTL-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-SNAPCTL-OUT-DSN
           OPEN OUTPUT SNAPCTL.
           IF WS-SNAPCTL-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: UNABLE TO OPEN SNAPCTL FILE, STATUS='
                   WS-SNAPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SNAP-CARDMST-PARA.
           PERFORM SNAP-NAMADDR-PARA.
           PERFORM SNAP-AGTMST-PARA.
           PERFORM SNAP-CUSTMST-PARA.
           PERFORM SNAP-DUPSEEN-PARA.
           PERFORM SNAP-RELMST-PARA.
           PERFORM SNAP-AUTOPAY-PARA.
           PERFORM SNAP-DDMAND-PARA.
           PERFORM SNAP-EMPMST-PARA.
           CLOSE SNAPCTL.
           MOVE 'SNAPCTL' TO WS-CLASS
           MOVE WS-SNAPCTL-OUT-DSN TO WS-SNAPOUT-DSN
           PERFORM NOTE-GENERATION-PARA.
           PERFORM CATALOG-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           ACCEPT WS-CUSTMST-DSN FROM ENVIRONMENT 'CUSTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CUSTMST-DSN = SPACES
               MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           END-IF
           MOVE WS-DUPSEEN-DSN-DFLT TO WS-DUPSEEN-DSN
           ACCEPT WS-DUPSEEN-DSN FROM ENVIRONMENT 'DUPSEEN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DUPSEEN-DSN = SPACES
               MOVE WS-DUPSEEN-DSN-DFLT TO WS-DUPSEEN-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-AUTOPAY-DSN-DFLT TO WS-AUTOPAY-DSN
           ACCEPT WS-AUTOPAY-DSN FROM ENVIRONMENT 'AUTOPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AUTOPAY-DSN = SPACES
               MOVE WS-AUTOPAY-DSN-DFLT TO WS-AUTOPAY-DSN
           END-IF
           MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           ACCEPT WS-DDMAND-DSN FROM ENVIRONMENT 'DDMAND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDMAND-DSN = SPACES
               MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           END-IF
           MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           ACCEPT WS-EMPMST-DSN FROM ENVIRONMENT 'EMPMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPMST-DSN = SPACES
               MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           END-IF
           MOVE WS-SNAPCTL-DSN-DFLT TO WS-SNAPCTL-DSN
           ACCEPT WS-SNAPCTL-DSN FROM ENVIRONMENT 'SNAPCTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SNAPCTL-DSN = SPACES
               MOVE WS-SNAPCTL-DSN-DFLT TO WS-SNAPCTL-DSN
           END-IF
           MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCAT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GENCAT-DSN = SPACES
               MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           END-IF.
      *    EACH MASTER IS READ IN KEY ORDER AND COPIED RECORD FOR
      *    RECORD TO A DATED GENERATION BESIDE IT. A MASTER THAT DOES
      *    NOT EXIST YET IS NOTED AS MISSING SO A RESTORE TO THIS
      *    DATE REMOVES IT AGAIN; ANY OTHER OPEN FAILURE STOPS THE
      *    STEP, SINCE A SNAPSHOT MISSING ONE MASTER IS NO SNAPSHOT.
       SNAP-CARDMST-PARA.
           MOVE 'CARDMST' TO WS-MASTER
           MOVE 'SNAPCARD' TO WS-CLASS
           MOVE WS-CARDMST-DSN TO WS-BASE-DSN
           MOVE LENGTH OF CM-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT CARDMST
           MOVE WS-CARDMST-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO CM-ACCT
               START CARDMST KEY IS NOT LESS THAN CM-ACCT
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ CARDMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE CM-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE CARDMST
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-NAMADDR-PARA.
           MOVE 'NAMADDR' TO WS-MASTER
           MOVE 'SNAPNAME' TO WS-CLASS
           MOVE WS-NAMADDR-DSN TO WS-BASE-DSN
           MOVE LENGTH OF NA-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT NAMADDR
           MOVE WS-NAMADDR-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO NA-KEY
               START NAMADDR KEY IS NOT LESS THAN NA-KEY
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ NAMADDR NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE NA-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE NAMADDR
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-AGTMST-PARA.
           MOVE 'AGTMST' TO WS-MASTER
           MOVE 'SNAPAGT' TO WS-CLASS
           MOVE WS-AGTMST-DSN TO WS-BASE-DSN
           MOVE LENGTH OF AGT-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT AGTMST
           MOVE WS-AGTMST-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO AG-AGENT
               START AGTMST KEY IS NOT LESS THAN AG-AGENT
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ AGTMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE AGT-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE AGTMST
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-CUSTMST-PARA.
           MOVE 'CUSTMST' TO WS-MASTER
           MOVE 'SNAPCUST' TO WS-CLASS
           MOVE WS-CUSTMST-DSN TO WS-BASE-DSN
           MOVE LENGTH OF CUST-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT CUSTMST
           MOVE WS-CUSTMST-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO C-CUST
               START CUSTMST KEY IS NOT LESS THAN C-CUST
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ CUSTMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE CUST-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE CUSTMST
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-DUPSEEN-PARA.
           MOVE 'DUPSEEN' TO WS-MASTER
           MOVE 'SNAPDUP' TO WS-CLASS
           MOVE WS-DUPSEEN-DSN TO WS-BASE-DSN
           MOVE LENGTH OF DSP TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT DUPSEEN
           MOVE WS-DUPSEEN-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO DS-NUM
               START DUPSEEN KEY IS NOT LESS THAN DS-NUM
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ DUPSEEN NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE DSP TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE DUPSEEN
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-RELMST-PARA.
           MOVE 'RELMST' TO WS-MASTER
           MOVE 'SNAPREL' TO WS-CLASS
           MOVE WS-RELMST-DSN TO WS-BASE-DSN
           MOVE LENGTH OF REL-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT RELMST
           MOVE WS-RELMST-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO RL-KEY
               START RELMST KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ RELMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE REL-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE RELMST
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-AUTOPAY-PARA.
           MOVE 'AUTOPAY' TO WS-MASTER
           MOVE 'SNAPAP' TO WS-CLASS
           MOVE WS-AUTOPAY-DSN TO WS-BASE-DSN
           MOVE LENGTH OF APE-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT AUTOPAY
           MOVE WS-AUTOPAY-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO AE-ACCT
               START AUTOPAY KEY IS NOT LESS THAN AE-ACCT
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ AUTOPAY NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE APE-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE AUTOPAY
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-DDMAND-PARA.
           MOVE 'DDMAND' TO WS-MASTER
           MOVE 'SNAPDDM' TO WS-CLASS
           MOVE WS-DDMAND-DSN TO WS-BASE-DSN
           MOVE LENGTH OF DDM-REC TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT DDMAND
           MOVE WS-DDMAND-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO MD-NUM
               START DDMAND KEY IS NOT LESS THAN MD-NUM
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ DDMAND NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE DDM-REC TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE DDMAND
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       SNAP-EMPMST-PARA.
           MOVE 'EMPMST' TO WS-MASTER
           MOVE 'SNAPEMP' TO WS-CLASS
           MOVE WS-EMPMST-DSN TO WS-BASE-DSN
           MOVE LENGTH OF EMP-MST TO WS-REC-LEN
           PERFORM BEGIN-COPY-PARA
           OPEN INPUT EMPMST
           MOVE WS-EMPMST-STATUS TO WS-MST-STATUS
           PERFORM CHECK-MASTER-OPEN-PARA
           IF WS-MST-STATUS = '00'
               PERFORM OPEN-COPY-PARA
               MOVE LOW-VALUES TO EM-KEY
               START EMPMST KEY IS NOT LESS THAN EM-KEY
                   INVALID KEY SET WS-MST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MST-EOF
                   READ EMPMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE EMP-MST TO WS-IMAGE
                           PERFORM COPY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE EMPMST
               CLOSE SNAPOUT
           END-IF
           PERFORM WRITE-CONTROL-PARA.
       BEGIN-COPY-PARA.
           MOVE ZERO TO WS-COPY-CNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE 'N' TO WS-MST-EOF-SW
           MOVE SPACES TO WS-SNAPOUT-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-SNAPOUT-DSN.
       CHECK-MASTER-OPEN-PARA.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '35'
               DISPLAY 'SNAPSHOT: UNABLE TO OPEN ' WS-MASTER
                   ' FILE, STATUS=' WS-MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-COPY-PARA.
           OPEN OUTPUT SNAPOUT
           IF WS-SNAPOUT-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: UNABLE TO OPEN ' WS-MASTER
                   ' SNAPSHOT COPY, STATUS=' WS-SNAPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       COPY-ONE-PARA.
           MOVE SPACES TO SOP
           MOVE WS-IMAGE TO SOP
           WRITE SOP
           ADD 1 TO WS-COPY-CNT
           PERFORM HASH-IMAGE-PARA.
      *    THE HASH WEIGHTS EVERY BYTE OF THE RECORD BY ITS POSITION,
      *    SO A DROPPED, TRUNCATED OR SHIFTED FIELD SHOWS UP EVEN WHEN
      *    THE RECORD COUNT STILL AGREES. RESTORE WORKS IT THE SAME WAY.
       HASH-IMAGE-PARA.
           MOVE 1 TO WS-B
           PERFORM UNTIL WS-B > WS-REC-LEN
               COMPUTE WS-COPY-HASH = WS-COPY-HASH
                   + FUNCTION ORD(WS-IMAGE-CHAR(WS-B)) * WS-B
               ADD 1 TO WS-B
           END-PERFORM.
       WRITE-CONTROL-PARA.
           MOVE SPACES TO SCP
           MOVE WS-MASTER TO SC-MASTER
           MOVE WS-BUS-DATE TO SC-DATE
           MOVE WS-COPY-CNT TO SC-COUNT
           MOVE WS-COPY-HASH TO SC-HASH
           ADD 1 TO WS-MASTER-CNT
           IF WS-MST-STATUS = '35'
               SET SC-MISSING TO TRUE
               ADD 1 TO WS-MISSING-CNT
               DISPLAY 'SNAPSHOT: ' WS-MASTER ' NOT ON HAND, NOTED '
                   'AS MISSING'
           ELSE
               SET SC-PRESENT TO TRUE
               MOVE WS-SNAPOUT-DSN TO SC-DSN
               ADD WS-COPY-CNT TO WS-TOTAL-CNT
               PERFORM NOTE-GENERATION-PARA
               MOVE WS-COPY-CNT TO WS-CNT-ED
               MOVE WS-COPY-HASH TO WS-HASH-ED
               DISPLAY 'SNAPSHOT: ' WS-MASTER WS-CNT-ED
                   ' RECORDS, HASH ' WS-HASH-ED
           END-IF
           WRITE SCP.
       NOTE-GENERATION-PARA.
           IF WS-GEN-CNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-CNT
               SET WS-GEN-IDX TO WS-GEN-CNT
               MOVE WS-CLASS TO WS-GEN-CLASS(WS-GEN-IDX)
               MOVE WS-SNAPOUT-DSN TO WS-GEN-DSN(WS-GEN-IDX)
           END-IF.
      *    THE COPIES AND THEIR CONTROL FILE ARE CATALOGUED AS
      *    GENERATIONS SO GENSWEEP AGES THEM OUT WITH EVERYTHING ELSE.
      *    A RERUN OF A DATE WRITES OVER THE SAME DATASETS, SO A DATE
      *    ALREADY IN THE CATALOG IS NOT CATALOGUED A SECOND TIME.
       CATALOG-PARA.
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS NOT = '00'
               SET WS-GENCAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GENCAT-EOF
               READ GENCAT
                   AT END SET WS-GENCAT-EOF TO TRUE
                   NOT AT END
                       IF GC-CLASS = 'SNAPCTL' AND
                          GC-DATE = WS-RUN-DATE
                           SET WS-ALREADY-CATALOGUED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GENCAT-STATUS = '00' OR WS-GENCAT-STATUS = '10'
               CLOSE GENCAT
           END-IF
           IF NOT WS-ALREADY-CATALOGUED
               OPEN EXTEND GENCAT
               IF WS-GENCAT-STATUS = '35'
                   OPEN OUTPUT GENCAT
               END-IF
               SET WS-GEN-IDX TO 1
               PERFORM UNTIL WS-GEN-IDX > WS-GEN-CNT
                   MOVE SPACES TO GCP
                   MOVE WS-GEN-CLASS(WS-GEN-IDX) TO GC-CLASS
                   MOVE WS-RUN-DATE TO GC-DATE
                   MOVE WS-GEN-DSN(WS-GEN-IDX) TO GC-DSN
                   WRITE GCP
                   SET WS-GEN-IDX UP BY 1
               END-PERFORM
               CLOSE GENCAT
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== SNAPSHOT CONTROL TOTALS ====='.
           DISPLAY 'BUSINESS DATE           : ' WS-BUS-DATE.
           DISPLAY 'MASTERS EXAMINED        : ' WS-MASTER-CNT.
           DISPLAY 'MASTERS NOT ON HAND     : ' WS-MISSING-CNT.
           MOVE WS-TOTAL-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS COPIED          : ' WS-CNT-ED.
           DISPLAY 'SNAPSHOT CONTROL FILE   : ' WS-SNAPCTL-OUT-DSN.
