       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTRELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGTOLD
           ASSIGN TO DYNAMIC WS-AGTOLD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AO-KEY
           FILE STATUS IS WS-AGTOLD-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE AGENT RECORD AS IT STOOD BEFORE THE MANAGING AGENCY
      *    AND THE AGENT'S TAXPAYER ID WERE CARRIED ON IT.
       FD AGTOLD.
       01 AOP.
           02 AO-KEY PIC X(4).
           02 AO-REST PIC X(70).
       FD AGTMST.
           COPY AGTREC.
       WORKING-STORAGE SECTION.
       01 WS-AGTOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.OLD'.
       01 WS-AGTOLD-DSN PIC X(100).
       01 WS-AGTOLD-STATUS PIC X(2).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-OLD-EOF-SW PIC X VALUE 'N'.
           88 WS-OLD-EOF VALUE 'Y'.
       01 WS-READ-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-WRITE-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-ERR-CNT PIC 9(9) COMP VALUE ZERO.
       01 WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT AGTOLD.
           IF WS-AGTOLD-STATUS NOT = '00'
               DISPLAY 'AGTRELD: UNABLE TO OPEN AGTOLD FILE, STATUS='
                   WS-AGTOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGTMST.
           IF WS-AGTMST-STATUS NOT = '00'
               DISPLAY 'AGTRELD: UNABLE TO OPEN AGTMST FILE, STATUS='
                   WS-AGTMST-STATUS
               CLOSE AGTOLD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO AO-KEY
           START AGTOLD KEY IS NOT LESS THAN AO-KEY
               INVALID KEY SET WS-OLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OLD-EOF
               READ AGTOLD NEXT RECORD
                   AT END SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM RELOAD-ONE-PARA
               END-READ
           END-PERFORM
           CLOSE AGTOLD.
           CLOSE AGTMST.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-AGTOLD-DSN-DFLT TO WS-AGTOLD-DSN
           ACCEPT WS-AGTOLD-DSN FROM ENVIRONMENT 'AGTOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTOLD-DSN = SPACES
               MOVE WS-AGTOLD-DSN-DFLT TO WS-AGTOLD-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF.
      *    EVERY FIELD CARRIES ACROSS IN PLACE.  THE PARENT STARTS
      *    BLANK, SO EVERY AGENT BEGINS AT THE TOP OF ITS OWN CHAIN
      *    UNTIL AGTMNT LINKS IT.  THE TAXPAYER ID STARTS BLANK AND
      *    IS KEYED THROUGH AGTMNT; AGTTAX NAMES EVERY AGENT IT FILES
      *    WITHOUT ONE.
       RELOAD-ONE-PARA.
           MOVE AOP TO AGT-REC
           MOVE SPACES TO AG-PARENT
           MOVE SPACES TO AG-TAX-ID
           WRITE AGT-REC
               INVALID KEY
                   ADD 1 TO WS-ERR-CNT
                   DISPLAY 'AGTRELD: KEY ' AO-KEY ' NOT WRITTEN, '
                       'STATUS=' WS-AGTMST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== AGENT MASTER RELOAD TOTALS ====='.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS READ     : ' WS-CNT-ED.
           MOVE WS-WRITE-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS WRITTEN  : ' WS-CNT-ED.
           MOVE WS-ERR-CNT TO WS-CNT-ED
           DISPLAY 'RECORDS REJECTED : ' WS-CNT-ED.
           IF WS-WRITE-CNT NOT = WS-READ-CNT
               DISPLAY 'AGTRELD: RELOAD INCOMPLETE, KEEP AGTMST.OLD '
                   'AND DO NOT RUN THE BATCH'
               MOVE 16 TO RETURN-CODE
           END-IF.
