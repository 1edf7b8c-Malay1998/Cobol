       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE.
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
           SELECT SNAPIN
           ASSIGN TO DYNAMIC WS-SNAPIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPIN-STATUS.
           SELECT SNAPCTL
           ASSIGN TO DYNAMIC WS-SNAPCTL-IN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT GENCAT
           ASSIGN TO DYNAMIC WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT RUNCTL
           ASSIGN TO DYNAMIC WS-RUNCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
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
       FD SNAPIN.
       01 SIP PIC X(200).
       FD SNAPCTL.
           COPY SNAPCTL.
       FD GENCAT.
           COPY GENCAT.
       FD RUNCTL.
       01 RCP.
           02 RC-TYPE PIC X(4).
           02 PIC X.
           02 RC-DATE PIC 9(8).
           02 PIC X.
           02 RC-STEP PIC X(8).
           02 PIC X.
           02 RC-STATUS PIC X(8).
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
       01 WS-SNAPIN-DSN PIC X(100).
       01 WS-SNAPIN-STATUS PIC X(2).
       01 WS-SNAPIN-EOF-SW PIC X VALUE 'N'.
           88 WS-SNAPIN-EOF VALUE 'Y'.
       01 WS-SNAPCTL-IN-DSN PIC X(100) VALUE SPACES.
       01 WS-SNAPCTL-STATUS PIC X(2).
       01 WS-SNAPCTL-EOF-SW PIC X VALUE 'N'.
           88 WS-SNAPCTL-EOF VALUE 'Y'.
       01 WS-GENCAT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GENCAT.PAT'.
       01 WS-GENCAT-DSN PIC X(100).
       01 WS-GENCAT-STATUS PIC X(2).
       01 WS-GENCAT-EOF-SW PIC X VALUE 'N'.
           88 WS-GENCAT-EOF VALUE 'Y'.
       01 WS-RUNCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RUNCTL.PAT'.
       01 WS-RUNCTL-DSN PIC X(100).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RESTORE-DATE-X PIC X(8).
       01 WS-RESTORE-DATE PIC 9(8).
       01 WS-GEN-DATE PIC 9(6).
      *    THE NINE MASTERS IN THE ORDER SNAPSHOT WRITES THEM, WITH
      *    WHAT ITS CONTROL FILE SAYS EACH ONE HELD ON THE DATE.
       01 WS-RS-MAX PIC 9(2) COMP VALUE 9.
       01 WS-RS-TABLE.
           02 WS-RS-ENTRY OCCURS 9 TIMES INDEXED BY WS-RS-IDX.
               03 WS-RS-MASTER PIC X(8).
               03 WS-RS-LEN PIC 9(4) COMP.
               03 WS-RS-SEEN-SW PIC X.
               03 WS-RS-STATE PIC X(7).
               03 WS-RS-COUNT PIC 9(9).
               03 WS-RS-HASH PIC 9(15).
               03 WS-RS-DSN PIC X(100).
       01 WS-RS-SW PIC X.
           88 WS-RS-FOUND VALUE 'Y'.
       01 WS-MASTER PIC X(8).
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
       01 WS-BAD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WRITE-ERR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RESTORED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REMOVED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOTAL-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01 WS-EXP-ED PIC ZZZ,ZZZ,ZZ9.
       01 WS-HASH-ED PIC Z(14)9.
       01 WS-EXP-HASH-ED PIC Z(14)9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE SPACES TO WS-RESTORE-DATE-X
           ACCEPT WS-RESTORE-DATE-X FROM ENVIRONMENT 'RESTORE_DATE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RESTORE-DATE-X NOT NUMERIC
               DISPLAY 'RESTORE: SET RESTORE_DATE TO THE BUSINESS '
                   'DATE (YYYYMMDD) TO PUT THE MASTERS BACK TO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RESTORE-DATE-X TO WS-RESTORE-DATE
           MOVE WS-RESTORE-DATE(3:6) TO WS-GEN-DATE
           DISPLAY 'RESTORE: PUTTING INDEXED MASTERS BACK TO '
               WS-RESTORE-DATE.
           PERFORM INIT-TABLE-PARA.
           PERFORM FIND-SNAPSHOT-PARA.
           PERFORM LOAD-CONTROL-PARA.
           PERFORM VERIFY-COPIES-PARA.
           IF WS-BAD-CNT > ZERO
               DISPLAY 'RESTORE: ' WS-BAD-CNT ' SNAPSHOT COPY(IES) '
                   'FAILED VERIFICATION, NO MASTER HAS BEEN TOUCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESTORE-CARDMST-PARA.
           PERFORM RESTORE-NAMADDR-PARA.
           PERFORM RESTORE-AGTMST-PARA.
           PERFORM RESTORE-CUSTMST-PARA.
           PERFORM RESTORE-DUPSEEN-PARA.
           PERFORM RESTORE-RELMST-PARA.
           PERFORM RESTORE-AUTOPAY-PARA.
           PERFORM RESTORE-DDMAND-PARA.
           PERFORM RESTORE-EMPMST-PARA.
           IF WS-BAD-CNT > ZERO OR WS-WRITE-ERR-CNT > ZERO
               DISPLAY 'RESTORE: RESTORED MASTERS DO NOT AGREE WITH '
                   'THE SNAPSHOT, RUN CONTROL NOT RESET'
               PERFORM CONTROL-TOTAL-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESET-RUNCTL-PARA.
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
           MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCAT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GENCAT-DSN = SPACES
               MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           END-IF
           MOVE WS-RUNCTL-DSN-DFLT TO WS-RUNCTL-DSN
           ACCEPT WS-RUNCTL-DSN FROM ENVIRONMENT 'RUNCTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RUNCTL-DSN = SPACES
               MOVE WS-RUNCTL-DSN-DFLT TO WS-RUNCTL-DSN
           END-IF.
       INIT-TABLE-PARA.
           INITIALIZE WS-RS-TABLE
           MOVE 'CARDMST' TO WS-RS-MASTER(1)
           MOVE LENGTH OF CM-REC TO WS-RS-LEN(1)
           MOVE 'NAMADDR' TO WS-RS-MASTER(2)
           MOVE LENGTH OF NA-REC TO WS-RS-LEN(2)
           MOVE 'AGTMST' TO WS-RS-MASTER(3)
           MOVE LENGTH OF AGT-REC TO WS-RS-LEN(3)
           MOVE 'CUSTMST' TO WS-RS-MASTER(4)
           MOVE LENGTH OF CUST-REC TO WS-RS-LEN(4)
           MOVE 'DUPSEEN' TO WS-RS-MASTER(5)
           MOVE LENGTH OF DSP TO WS-RS-LEN(5)
           MOVE 'RELMST' TO WS-RS-MASTER(6)
           MOVE LENGTH OF REL-REC TO WS-RS-LEN(6)
           MOVE 'AUTOPAY' TO WS-RS-MASTER(7)
           MOVE LENGTH OF APE-REC TO WS-RS-LEN(7)
           MOVE 'DDMAND' TO WS-RS-MASTER(8)
           MOVE LENGTH OF DDM-REC TO WS-RS-LEN(8)
           MOVE 'EMPMST' TO WS-RS-MASTER(9)
           MOVE LENGTH OF EMP-MST TO WS-RS-LEN(9).
      *    ONLY A SNAPSHOT STILL IN THE GENERATION CATALOG CAN BE
      *    RESTORED; ONE GENSWEEP HAS AGED OUT IS GONE FOR GOOD.
       FIND-SNAPSHOT-PARA.
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS NOT = '00'
               SET WS-GENCAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GENCAT-EOF
               READ GENCAT
                   AT END SET WS-GENCAT-EOF TO TRUE
                   NOT AT END
                       IF GC-CLASS = 'SNAPCTL' AND
                          GC-DATE = WS-GEN-DATE
                           MOVE GC-DSN TO WS-SNAPCTL-IN-DSN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GENCAT-STATUS = '00' OR WS-GENCAT-STATUS = '10'
               CLOSE GENCAT
           END-IF
           IF WS-SNAPCTL-IN-DSN = SPACES
               DISPLAY 'RESTORE: NO SNAPSHOT CATALOGUED FOR '
                   WS-RESTORE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-CONTROL-PARA.
           OPEN INPUT SNAPCTL
           IF WS-SNAPCTL-STATUS NOT = '00'
               DISPLAY 'RESTORE: UNABLE TO OPEN SNAPSHOT CONTROL '
                   'FILE, STATUS=' WS-SNAPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SNAPCTL-EOF
               READ SNAPCTL
                   AT END SET WS-SNAPCTL-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-CONTROL-PARA
               END-READ
           END-PERFORM
           CLOSE SNAPCTL
           SET WS-RS-IDX TO 1
           PERFORM UNTIL WS-RS-IDX > WS-RS-MAX
               IF WS-RS-SEEN-SW(WS-RS-IDX) NOT = 'Y'
                   DISPLAY 'RESTORE: SNAPSHOT CONTROL FILE HAS NO '
                       'ENTRY FOR ' WS-RS-MASTER(WS-RS-IDX)
                   ADD 1 TO WS-BAD-CNT
               END-IF
               SET WS-RS-IDX UP BY 1
           END-PERFORM.
       LOAD-ONE-CONTROL-PARA.
           MOVE 'N' TO WS-RS-SW
           SET WS-RS-IDX TO 1
           PERFORM UNTIL WS-RS-IDX > WS-RS-MAX OR WS-RS-FOUND
               IF WS-RS-MASTER(WS-RS-IDX) = SC-MASTER
                   SET WS-RS-FOUND TO TRUE
               ELSE
                   SET WS-RS-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RS-FOUND OR SC-DATE NOT = WS-RESTORE-DATE
               DISPLAY 'RESTORE: UNEXPECTED CONTROL ENTRY ' SC-MASTER
                   ' ' SC-DATE ', IGNORED'
           ELSE
               MOVE 'Y' TO WS-RS-SEEN-SW(WS-RS-IDX)
               MOVE SC-STATE TO WS-RS-STATE(WS-RS-IDX)
               MOVE SC-COUNT TO WS-RS-COUNT(WS-RS-IDX)
               MOVE SC-HASH TO WS-RS-HASH(WS-RS-IDX)
               MOVE SC-DSN TO WS-RS-DSN(WS-RS-IDX)
           END-IF.
      *    EVERY COPY IS COUNTED AND HASHED AGAINST THE CONTROL FILE
      *    BEFORE ANY MASTER IS OPENED FOR OUTPUT, SO A DAMAGED OR
      *    MISSING COPY LEAVES THE WHOLE SET AS IT STANDS.
       VERIFY-COPIES-PARA.
           SET WS-RS-IDX TO 1
           PERFORM UNTIL WS-RS-IDX > WS-RS-MAX
               IF WS-RS-SEEN-SW(WS-RS-IDX) = 'Y' AND
                  WS-RS-STATE(WS-RS-IDX) = 'PRESENT'
                   PERFORM VERIFY-ONE-COPY-PARA
               END-IF
               SET WS-RS-IDX UP BY 1
           END-PERFORM.
       VERIFY-ONE-COPY-PARA.
           MOVE WS-RS-MASTER(WS-RS-IDX) TO WS-MASTER
           MOVE WS-RS-LEN(WS-RS-IDX) TO WS-REC-LEN
           PERFORM BEGIN-COUNT-PARA
           PERFORM OPEN-COPY-IN-PARA
           IF WS-SNAPIN-STATUS NOT = '00'
               DISPLAY 'RESTORE: ' WS-MASTER ' SNAPSHOT COPY NOT ON '
                   'HAND, STATUS=' WS-SNAPIN-STATUS
               ADD 1 TO WS-BAD-CNT
           ELSE
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               PERFORM CHECK-AGAINST-CONTROL-PARA
           END-IF.
      *    EACH MASTER IS EMPTIED AND RELOADED FROM ITS COPY, WHICH
      *    IS ALREADY IN KEY ORDER, THEN READ BACK END TO END AND
      *    COUNTED AND HASHED AGAIN. A MASTER THAT DID NOT EXIST ON
      *    THE DATE IS DELETED.
       RESTORE-CARDMST-PARA.
           SET WS-RS-IDX TO 1
           MOVE WS-CARDMST-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT CARDMST
               MOVE WS-CARDMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO CM-REC
                           WRITE CM-REC
                               INVALID KEY
                                   MOVE WS-CARDMST-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE CARDMST
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT CARDMST
               MOVE WS-CARDMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ CARDMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE CM-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE CARDMST
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-NAMADDR-PARA.
           SET WS-RS-IDX TO 2
           MOVE WS-NAMADDR-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT NAMADDR
               MOVE WS-NAMADDR-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO NA-REC
                           WRITE NA-REC
                               INVALID KEY
                                   MOVE WS-NAMADDR-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE NAMADDR
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT NAMADDR
               MOVE WS-NAMADDR-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ NAMADDR NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE NA-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE NAMADDR
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-AGTMST-PARA.
           SET WS-RS-IDX TO 3
           MOVE WS-AGTMST-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT AGTMST
               MOVE WS-AGTMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO AGT-REC
                           WRITE AGT-REC
                               INVALID KEY
                                   MOVE WS-AGTMST-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE AGTMST
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT AGTMST
               MOVE WS-AGTMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ AGTMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE AGT-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE AGTMST
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-CUSTMST-PARA.
           SET WS-RS-IDX TO 4
           MOVE WS-CUSTMST-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT CUSTMST
               MOVE WS-CUSTMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO CUST-REC
                           WRITE CUST-REC
                               INVALID KEY
                                   MOVE WS-CUSTMST-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE CUSTMST
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT CUSTMST
               MOVE WS-CUSTMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ CUSTMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE CUST-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE CUSTMST
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-DUPSEEN-PARA.
           SET WS-RS-IDX TO 5
           MOVE WS-DUPSEEN-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT DUPSEEN
               MOVE WS-DUPSEEN-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO DSP
                           WRITE DSP
                               INVALID KEY
                                   MOVE WS-DUPSEEN-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE DUPSEEN
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT DUPSEEN
               MOVE WS-DUPSEEN-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ DUPSEEN NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE DSP TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE DUPSEEN
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-RELMST-PARA.
           SET WS-RS-IDX TO 6
           MOVE WS-RELMST-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT RELMST
               MOVE WS-RELMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO REL-REC
                           WRITE REL-REC
                               INVALID KEY
                                   MOVE WS-RELMST-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE RELMST
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT RELMST
               MOVE WS-RELMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ RELMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE REL-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE RELMST
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-AUTOPAY-PARA.
           SET WS-RS-IDX TO 7
           MOVE WS-AUTOPAY-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT AUTOPAY
               MOVE WS-AUTOPAY-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO APE-REC
                           WRITE APE-REC
                               INVALID KEY
                                   MOVE WS-AUTOPAY-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE AUTOPAY
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT AUTOPAY
               MOVE WS-AUTOPAY-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ AUTOPAY NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE APE-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE AUTOPAY
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-DDMAND-PARA.
           SET WS-RS-IDX TO 8
           MOVE WS-DDMAND-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT DDMAND
               MOVE WS-DDMAND-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO DDM-REC
                           WRITE DDM-REC
                               INVALID KEY
                                   MOVE WS-DDMAND-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE DDMAND
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT DDMAND
               MOVE WS-DDMAND-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ DDMAND NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE DDM-REC TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE DDMAND
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       RESTORE-EMPMST-PARA.
           SET WS-RS-IDX TO 9
           MOVE WS-EMPMST-DSN TO WS-BASE-DSN
           IF WS-RS-STATE(WS-RS-IDX) = 'MISSING'
               PERFORM REMOVE-MASTER-PARA
           ELSE
               OPEN OUTPUT EMPMST
               MOVE WS-EMPMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM OPEN-COPY-IN-PARA
               PERFORM UNTIL WS-SNAPIN-EOF
                   READ SNAPIN
                       AT END SET WS-SNAPIN-EOF TO TRUE
                       NOT AT END
                           MOVE SIP TO EMP-MST
                           WRITE EMP-MST
                               INVALID KEY
                                   MOVE WS-EMPMST-STATUS
                                       TO WS-MST-STATUS
                                   PERFORM WRITE-FAILED-PARA
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SNAPIN
               CLOSE EMPMST
               PERFORM BEGIN-COUNT-PARA
               OPEN INPUT EMPMST
               MOVE WS-EMPMST-STATUS TO WS-MST-STATUS
               PERFORM CHECK-MASTER-OPEN-PARA
               PERFORM UNTIL WS-MST-EOF
                   READ EMPMST NEXT RECORD
                       AT END SET WS-MST-EOF TO TRUE
                       NOT AT END
                           MOVE EMP-MST TO WS-IMAGE
                           PERFORM COUNT-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE EMPMST
               PERFORM CHECK-RESTORED-PARA
           END-IF.
       OPEN-COPY-IN-PARA.
           MOVE WS-RS-DSN(WS-RS-IDX) TO WS-SNAPIN-DSN
           MOVE 'N' TO WS-SNAPIN-EOF-SW
           OPEN INPUT SNAPIN.
       CHECK-MASTER-OPEN-PARA.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'RESTORE: UNABLE TO OPEN '
                   WS-RS-MASTER(WS-RS-IDX) ' FILE, STATUS='
                   WS-MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       WRITE-FAILED-PARA.
           ADD 1 TO WS-WRITE-ERR-CNT
           DISPLAY 'RESTORE: ' WS-RS-MASTER(WS-RS-IDX)
               ' RECORD NOT WRITTEN, STATUS=' WS-MST-STATUS.
       REMOVE-MASTER-PARA.
           CALL 'CBL_DELETE_FILE' USING WS-BASE-DSN
           ADD 1 TO WS-REMOVED-CNT
           DISPLAY 'RESTORE: ' WS-RS-MASTER(WS-RS-IDX)
               ' WAS NOT ON HAND ON ' WS-RESTORE-DATE ', REMOVED'.
       BEGIN-COUNT-PARA.
           MOVE ZERO TO WS-COPY-CNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE 'N' TO WS-MST-EOF-SW
           MOVE WS-RS-LEN(WS-RS-IDX) TO WS-REC-LEN.
       COUNT-ONE-PARA.
           ADD 1 TO WS-COPY-CNT
           MOVE 1 TO WS-B
           PERFORM UNTIL WS-B > WS-REC-LEN
               COMPUTE WS-COPY-HASH = WS-COPY-HASH
                   + FUNCTION ORD(WS-IMAGE-CHAR(WS-B)) * WS-B
               ADD 1 TO WS-B
           END-PERFORM.
       CHECK-AGAINST-CONTROL-PARA.
           MOVE WS-COPY-CNT TO WS-CNT-ED
           MOVE WS-RS-COUNT(WS-RS-IDX) TO WS-EXP-ED
           MOVE WS-COPY-HASH TO WS-HASH-ED
           MOVE WS-RS-HASH(WS-RS-IDX) TO WS-EXP-HASH-ED
           IF WS-COPY-CNT NOT = WS-RS-COUNT(WS-RS-IDX) OR
              WS-COPY-HASH NOT = WS-RS-HASH(WS-RS-IDX)
               ADD 1 TO WS-BAD-CNT
               DISPLAY 'RESTORE: ' WS-RS-MASTER(WS-RS-IDX)
                   ' OUT OF AGREEMENT WITH THE SNAPSHOT'
               DISPLAY 'RESTORE:   RECORDS' WS-CNT-ED ' EXPECTED'
                   WS-EXP-ED
               DISPLAY 'RESTORE:   HASH   ' WS-HASH-ED ' EXPECTED'
                   WS-EXP-HASH-ED
           ELSE
               DISPLAY 'RESTORE: ' WS-RS-MASTER(WS-RS-IDX)
                   WS-CNT-ED ' RECORDS, HASH ' WS-HASH-ED ' AGREE'
           END-IF.
       CHECK-RESTORED-PARA.
           PERFORM CHECK-AGAINST-CONTROL-PARA
           ADD 1 TO WS-RESTORED-CNT
           ADD WS-COPY-CNT TO WS-TOTAL-CNT.
      *    A DATE RESET RECORD TELLS RUN CONTROL TO FORGET THE
      *    DATE'S CLOSE AND ITS STEP HISTORY, SO THE NIGHT CAN BE RUN
      *    AGAIN FROM THE TOP AGAINST THE RESTORED MASTERS.
       RESET-RUNCTL-PARA.
           MOVE SPACES TO RCP
           MOVE 'DATE' TO RC-TYPE
           MOVE WS-RESTORE-DATE TO RC-DATE
           MOVE 'RESTORE' TO RC-STEP
           MOVE 'RESET' TO RC-STATUS
           OPEN EXTEND RUNCTL
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF
           WRITE RCP
           CLOSE RUNCTL
           DISPLAY 'RESTORE: RUN CONTROL RESET, BUSINESS DATE '
               WS-RESTORE-DATE ' CAN NOW BE RERUN'.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== RESTORE CONTROL TOTALS ====='.
           DISPLAY 'RESTORED TO DATE        : ' WS-RESTORE-DATE.
           DISPLAY 'MASTERS RELOADED        : ' WS-RESTORED-CNT.
           DISPLAY 'MASTERS REMOVED         : ' WS-REMOVED-CNT.
           MOVE WS-TOTAL-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS RELOADED        : ' WS-CNT-ED.
           DISPLAY 'RECORDS NOT WRITTEN     : ' WS-WRITE-ERR-CNT.
           DISPLAY 'VERIFICATION FAILURES   : ' WS-BAD-CNT.
