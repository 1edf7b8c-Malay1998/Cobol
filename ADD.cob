           ASSIGN TO DYNAMIC WS-CKPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
           SELECT ADDREL
           ASSIGN TO DYNAMIC WS-ADDREL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADDREL-STATUS.

       DATA DIVISION.

       FD ADDITION.
       01 INP.
           02 WS-I PIC 9(3).
       01 INP-BATCH.
           02 BH-TAG PIC X(4).
           02 BH-BATCH PIC X(6).
           02 PIC X.
           02 BH-COUNT PIC 9(5).
           02 PIC X.
           02 BH-TOTAL PIC 9(7).
       FD CKPT.
       01 CKP-REC.
           02 CKP-REL PIC 9(7).
           02 CKP-GRAND PIC 9(6).
           02 PIC X.
           02 CKP-REJECT PIC 9(5).
           02 PIC X.
           02 CKP-PROVED PIC 9(5).
           02 PIC X.
           02 CKP-OUTBAL PIC 9(5).
           02 PIC X.
           02 CKP-REL-ITEMS PIC 9(7).
           02 PIC X.
           02 CKP-REL-TOTAL PIC 9(9).
       FD ADDREL.
       01 REL-REC PIC X(24).

       WORKING-STORAGE SECTION.

       01 WS-CKPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ADDCKPT.PAT'.
       01 WS-CKPT-DSN PIC X(100).
       01 WS-ADDREL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ADDREL.PAT'.
       01 WS-ADDREL-DSN PIC X(100).
       01 WS-ADDREL-STATUS PIC X(2).
       01 WS-M PIC X(2).
       01 WS-J PIC 9(4).
       01 WS-ACCEPT PIC 9(6).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-RESTART-REL PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PROVED-REL PIC 9(7) COMP VALUE ZERO.
       01 WS-CKPT-SW PIC X VALUE 'N'.
           88 WS-CKPT-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-BATCH-SW PIC X VALUE 'N'.
           88 WS-BATCH-OPEN VALUE 'Y'.
       01 WS-BATCH-BAD-SW PIC X VALUE 'N'.
           88 WS-BATCH-BAD VALUE 'Y'.
       01 WS-BATCH-ID PIC X(6).
       01 WS-BATCH-REASON PIC X(30).
       01 WS-DECL-CNT PIC 9(5).
       01 WS-DECL-TOTAL PIC 9(7).
       01 WS-KEYED-CNT PIC 9(5) VALUE ZERO.
       01 WS-KEYED-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-DIFF-CNT PIC S9(5).
       01 WS-DIFF-TOTAL PIC S9(7).
       01 WS-ED-DIFF-CNT PIC -(5)9.
       01 WS-ED-DIFF-TOTAL PIC -(7)9.
       01 WS-ITEM-MAX PIC 9(4) COMP VALUE 999.
       01 WS-ITEM-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
           02 WS-ITEM PIC 9(3) OCCURS 999 TIMES INDEXED BY WS-ITEM-IDX.
       01 WS-REL-HEADER.
           02 PIC X(4) VALUE 'BAT '.
           02 WS-RH-BATCH PIC X(6).
           02 PIC X VALUE SPACE.
           02 WS-RH-COUNT PIC 9(5).
           02 PIC X VALUE SPACE.
           02 WS-RH-TOTAL PIC 9(7).
       01 WS-PROVED-CNT PIC 9(5) VALUE ZERO.
       01 WS-OUTBAL-CNT PIC 9(5) VALUE ZERO.
       01 WS-REL-ITEMS PIC 9(7) VALUE ZERO.
       01 WS-REL-TOTAL PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
               STOP RUN
           END-IF.

           PERFORM OPEN-RELEASE-PARA.

           PERFORM UNTIL WS-M = 'X'
           READ ADDITION
           AT END MOVE 'X' TO WS-M
           NOT AT END
               ADD 1 TO WS-REL-CNT
               IF WS-REL-CNT > WS-RESTART-REL
                   IF BH-TAG = 'BAT '
                       COMPUTE WS-PROVED-REL = WS-REL-CNT - 1
                       PERFORM PROVE-BATCH-PARA
                       PERFORM START-BATCH-PARA
                   ELSE
                       PERFORM C-PARA
                       PERFORM HOLD-ITEM-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-REL-CNT TO WS-PROVED-REL.
           PERFORM PROVE-BATCH-PARA.
           CLOSE ADDITION.
           CLOSE ADDREL.
           CLOSE CKPT.
           OPEN OUTPUT CKPT.
           CLOSE CKPT.

           DISPLAY 'GRAND TOTAL:' WS-GRAND-TOTAL
           DISPLAY 'RECORDS REJECTED:' WS-REJECT-CNT
           DISPLAY 'BATCHES PROVED:' WS-PROVED-CNT
           DISPLAY 'BATCHES OUT OF BALANCE:' WS-OUTBAL-CNT
           DISPLAY 'ITEMS RELEASED:' WS-REL-ITEMS
           DISPLAY 'TOTAL RELEASED:' WS-REL-TOTAL
           DISPLAY '----------------END----------------'.
           IF WS-OUTBAL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-CKPT-DSN = SPACES
               MOVE WS-CKPT-DSN-DFLT TO WS-CKPT-DSN
           END-IF
           MOVE WS-ADDREL-DSN-DFLT TO WS-ADDREL-DSN
           ACCEPT WS-ADDREL-DSN FROM ENVIRONMENT 'ADDREL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ADDREL-DSN = SPACES
               MOVE WS-ADDREL-DSN-DFLT TO WS-ADDREL-DSN
           END-IF.
       RESTART-READ-PARA.
           MOVE ZERO TO WS-RESTART-REL
                               MOVE CKP-CNT TO WS-CNT
                               MOVE CKP-GRAND TO WS-GRAND-TOTAL
                               MOVE CKP-REJECT TO WS-REJECT-CNT
                               MOVE CKP-PROVED TO WS-PROVED-CNT
                               MOVE CKP-OUTBAL TO WS-OUTBAL-CNT
                               MOVE CKP-REL-ITEMS TO WS-REL-ITEMS
                               MOVE CKP-REL-TOTAL TO WS-REL-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE CKPT
                   OPEN OUTPUT CKPT
               END-IF
           END-IF.
      *    A CHECKPOINT IS TAKEN ONLY WHEN A BATCH HAS BEEN PROVED
      *    AND RELEASED OR REJECTED, SO A RESTART PICKS UP AT THE NEXT
      *    BATCH HEADER AND NEVER RELEASES PART OF A BATCH TWICE.
       CHECKPOINT-PARA.
           MOVE SPACES TO CKP-REC
           MOVE WS-PROVED-REL TO CKP-REL
           MOVE WS-CNT TO CKP-CNT
           MOVE WS-GRAND-TOTAL TO CKP-GRAND
           MOVE WS-REJECT-CNT TO CKP-REJECT
           MOVE WS-PROVED-CNT TO CKP-PROVED
           MOVE WS-OUTBAL-CNT TO CKP-OUTBAL
           MOVE WS-REL-ITEMS TO CKP-REL-ITEMS
           MOVE WS-REL-TOTAL TO CKP-REL-TOTAL
           WRITE CKP-REC.
       OPEN-RELEASE-PARA.
           IF WS-RESTART-REL > ZERO
               OPEN EXTEND ADDREL
               IF WS-ADDREL-STATUS = '35'
                   OPEN OUTPUT ADDREL
               END-IF
           ELSE
               OPEN OUTPUT ADDREL
           END-IF.
      *    EACH KEYED BATCH STARTS WITH A HEADER: 'BAT ', THE BATCH
      *    NUMBER, AND THE ITEM COUNT AND TOTAL FROM THE ADDING-
      *    MACHINE TAPE ON THE SOURCE SLIPS.  ITEMS KEYED BEFORE ANY
      *    HEADER FORM A BATCH OF THEIR OWN THAT CANNOT BE PROVED.
       START-BATCH-PARA.
           PERFORM RESET-BATCH-PARA
           MOVE BH-BATCH TO WS-BATCH-ID
           IF BH-COUNT IS NUMERIC AND BH-TOTAL IS NUMERIC
               MOVE BH-COUNT TO WS-DECL-CNT
               MOVE BH-TOTAL TO WS-DECL-TOTAL
           ELSE
               MOVE ZERO TO WS-DECL-CNT
               MOVE ZERO TO WS-DECL-TOTAL
               SET WS-BATCH-BAD TO TRUE
               MOVE 'HEADER CONTROL TOTALS INVALID' TO WS-BATCH-REASON
           END-IF.
       RESET-BATCH-PARA.
           SET WS-BATCH-OPEN TO TRUE
           MOVE 'N' TO WS-BATCH-BAD-SW
           MOVE SPACES TO WS-BATCH-REASON
           MOVE ZERO TO WS-KEYED-CNT
           MOVE ZERO TO WS-KEYED-TOTAL
           MOVE ZERO TO WS-ITEM-CNT.
       HOLD-ITEM-PARA.
           IF NOT WS-BATCH-OPEN
               PERFORM RESET-BATCH-PARA
               MOVE 'NOHDR' TO WS-BATCH-ID
               MOVE ZERO TO WS-DECL-CNT
               MOVE ZERO TO WS-DECL-TOTAL
               SET WS-BATCH-BAD TO TRUE
               MOVE 'NO BATCH HEADER' TO WS-BATCH-REASON
           END-IF
           ADD 1 TO WS-KEYED-CNT
           EVALUATE TRUE
               WHEN WS-I IS NOT NUMERIC
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'INVALID ITEM KEYED' TO WS-BATCH-REASON
               WHEN WS-ITEM-CNT >= WS-ITEM-MAX
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'BATCH TOO LARGE' TO WS-BATCH-REASON
               WHEN OTHER
                   ADD WS-I TO WS-KEYED-TOTAL
                   ADD 1 TO WS-ITEM-CNT
                   SET WS-ITEM-IDX TO WS-ITEM-CNT
                   MOVE WS-I TO WS-ITEM(WS-ITEM-IDX)
           END-EVALUATE.
      *    A BATCH IS PROVED WHEN THE KEYED COUNT AND TOTAL AGREE WITH
      *    ITS HEADER AND EVERY ITEM WAS VALID.  ONLY A PROVED BATCH
      *    IS RELEASED DOWNSTREAM; ONE OUT OF BALANCE IS LISTED WITH
      *    THE DIFFERENCE FOR THE DATA ENTRY SUPERVISOR AND HELD BACK.
       PROVE-BATCH-PARA.
           IF WS-BATCH-OPEN
               IF NOT WS-BATCH-BAD AND
                  (WS-KEYED-CNT NOT = WS-DECL-CNT OR
                   WS-KEYED-TOTAL NOT = WS-DECL-TOTAL)
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'KEYED DOES NOT MATCH HEADER'
                       TO WS-BATCH-REASON
               END-IF
               IF WS-BATCH-BAD
                   PERFORM LIST-OUTBAL-PARA
               ELSE
                   PERFORM RELEASE-BATCH-PARA
               END-IF
               MOVE 'N' TO WS-BATCH-SW
               PERFORM CHECKPOINT-PARA
           END-IF.
       RELEASE-BATCH-PARA.
           MOVE WS-BATCH-ID TO WS-RH-BATCH
           MOVE WS-DECL-CNT TO WS-RH-COUNT
           MOVE WS-DECL-TOTAL TO WS-RH-TOTAL
           MOVE WS-REL-HEADER TO REL-REC
           WRITE REL-REC
           SET WS-ITEM-IDX TO 1
           PERFORM UNTIL WS-ITEM-IDX > WS-ITEM-CNT
               MOVE SPACES TO REL-REC
               MOVE WS-ITEM(WS-ITEM-IDX) TO REL-REC(1:3)
               WRITE REL-REC
               SET WS-ITEM-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-PROVED-CNT
           ADD WS-ITEM-CNT TO WS-REL-ITEMS
           ADD WS-KEYED-TOTAL TO WS-REL-TOTAL
           DISPLAY 'BATCH ' WS-BATCH-ID ' PROVED, ' WS-KEYED-CNT
               ' ITEMS TOTAL ' WS-KEYED-TOTAL ' RELEASED'.
       LIST-OUTBAL-PARA.
           COMPUTE WS-DIFF-CNT = WS-KEYED-CNT - WS-DECL-CNT
           COMPUTE WS-DIFF-TOTAL = WS-KEYED-TOTAL - WS-DECL-TOTAL
           MOVE WS-DIFF-CNT TO WS-ED-DIFF-CNT
           MOVE WS-DIFF-TOTAL TO WS-ED-DIFF-TOTAL
           DISPLAY '*** BATCH ' WS-BATCH-ID ' REJECTED, '
               WS-BATCH-REASON
           DISPLAY '    DECLARED COUNT ' WS-DECL-CNT ' TOTAL '
               WS-DECL-TOTAL
           DISPLAY '    KEYED    COUNT ' WS-KEYED-CNT ' TOTAL '
               WS-KEYED-TOTAL
           DISPLAY '    DIFFERENCE     ' WS-ED-DIFF-CNT ' TOTAL '
               WS-ED-DIFF-TOTAL
           ADD 1 TO WS-OUTBAL-CNT.

       C-PARA.

