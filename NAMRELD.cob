       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMRELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAMOLD
           ASSIGN TO DYNAMIC WS-NAMOLD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NO-KEY
           FILE STATUS IS WS-NAMOLD-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE NAME AND ADDRESS RECORD AS IT STOOD BEFORE THE DATE
      *    THE ADDRESS LAST MOVED WAS CARRIED ON IT.
       FD NAMOLD.
       01 NOP.
           02 NO-KEY PIC X(16).
           02 NO-REST PIC X(92).
       FD NAMADDR.
           COPY NAMEREC.
       WORKING-STORAGE SECTION.
       01 WS-NAMOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.OLD'.
       01 WS-NAMOLD-DSN PIC X(100).
       01 WS-NAMOLD-STATUS PIC X(2).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-OLD-EOF-SW PIC X VALUE 'N'.
           88 WS-OLD-EOF VALUE 'Y'.
       01 WS-READ-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-WRITE-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-ERR-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT NAMOLD.
           IF WS-NAMOLD-STATUS NOT = '00'
               DISPLAY 'NAMRELD: UNABLE TO OPEN NAMOLD FILE, STATUS='
                   WS-NAMOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NAMADDR.
           IF WS-NAMADDR-STATUS NOT = '00'
               DISPLAY 'NAMRELD: UNABLE TO OPEN NAMADDR FILE, STATUS='
                   WS-NAMADDR-STATUS
               CLOSE NAMOLD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO NO-KEY
           START NAMOLD KEY IS NOT LESS THAN NO-KEY
               INVALID KEY SET WS-OLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OLD-EOF
               READ NAMOLD NEXT RECORD
                   AT END SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM RELOAD-ONE-PARA
               END-READ
           END-PERFORM
           CLOSE NAMOLD.
           CLOSE NAMADDR.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-NAMOLD-DSN-DFLT TO WS-NAMOLD-DSN
           ACCEPT WS-NAMOLD-DSN FROM ENVIRONMENT 'NAMOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMOLD-DSN = SPACES
               MOVE WS-NAMOLD-DSN-DFLT TO WS-NAMOLD-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF.
      *    EVERY FIELD CARRIES ACROSS IN PLACE.  NO ADDRESS MOVE IS ON
      *    RECORD FOR A RELOADED CUSTOMER, SO THE DATE STARTS AT ZERO
      *    JUST AS IT DOES FOR A NEW ONE IN NAMMAINT.
       RELOAD-ONE-PARA.
           MOVE NOP TO NA-REC
           MOVE ZERO TO NA-ADDR-DATE
           WRITE NA-REC
               INVALID KEY
                   ADD 1 TO WS-ERR-CNT
                   DISPLAY 'NAMRELD: KEY ' NO-KEY ' NOT WRITTEN, '
                       'STATUS=' WS-NAMADDR-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== NAME/ADDRESS RELOAD TOTALS ====='.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS READ     : ' WS-CNT-ED.
           MOVE WS-WRITE-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS WRITTEN  : ' WS-CNT-ED.
           MOVE WS-ERR-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS REJECTED : ' WS-CNT-ED.
           IF WS-WRITE-CNT NOT = WS-READ-CNT
               DISPLAY 'NAMRELD: RELOAD INCOMPLETE, KEEP NAMADDR.OLD '
                   'AND DO NOT RUN THE BATCH'
               MOVE 16 TO RETURN-CODE
           END-IF.
