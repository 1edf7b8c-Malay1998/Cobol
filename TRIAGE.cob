       01 WS-RESOLVED-CNT PIC 9(5) VALUE ZERO.
       01 WS-WL-DROP-CNT PIC 9(5) VALUE ZERO.
       01 WS-TRIAGE-TABLE.
           02 WS-TR-ENTRY OCCURS 25 TIMES INDEXED BY WS-TR-IDX.
               03 WS-TR-CURRENT PIC 9(5) COMP.
               03 WS-TR-AGING PIC 9(5) COMP.
               03 WS-TR-STALE PIC 9(5) COMP.
           MOVE 23 TO WS-RD-CODE(23)
           MOVE 'ADDRESS KEY ORPHANED' TO WS-RD-TEXT(23)
           MOVE 24 TO WS-RD-CODE(24)
           MOVE 'DEAD POLICY REFERENCE' TO WS-RD-TEXT(24)
           MOVE 25 TO WS-RD-CODE(25)
           MOVE 'ACCOUNTING PERIOD CLOSED' TO WS-RD-TEXT(25).
       TALLY-ERR-PARA.
           IF ENP(1:3) = 'HDR' OR ENP(1:3) = 'TRL'
               CONTINUE
               PERFORM TALLY-ERR-REC-PARA
           END-IF.
       TALLY-ERR-REC-PARA.
           IF E-REASON > ZERO AND E-REASON < 26
               SET WS-TR-IDX TO E-REASON
               MOVE E-DATE TO WS-CALC-DATE-6
               PERFORM AGE-CALC-PARA
               PERFORM TALLY-E-REC-PARA
           END-IF.
       TALLY-E-REC-PARA.
           IF WS-E-REASON > ZERO AND WS-E-REASON < 26
               SET WS-TR-IDX TO WS-E-REASON
               MOVE WS-E-DATE TO WS-CALC-DATE-6
               PERFORM AGE-CALC-PARA
                   MOVE WS-CALC-DATE-6 TO TN-FIRST
                   MOVE 'OPEN' TO TN-STATUS
                   IF (WS-WL-REASON-IN >= 6 AND WS-WL-REASON-IN <= 9)
                      OR WS-WL-REASON-IN = 15 OR WS-WL-REASON-IN = 25
                       MOVE 'OPERATION' TO TN-TEAM
                   ELSE
                       MOVE 'UNDERWRIT' TO TN-TEAM
               MOVE WS-CALC-DATE-6 TO WS-WL-FIRST(WS-WL-IDX)
               MOVE 'OPEN' TO WS-WL-STATUS(WS-WL-IDX)
               IF (WS-WL-REASON-IN >= 6 AND WS-WL-REASON-IN <= 9)
                  OR WS-WL-REASON-IN = 15 OR WS-WL-REASON-IN = 25
                   MOVE 'OPERATION' TO WS-WL-TEAM(WS-WL-IDX)
               ELSE
                   MOVE 'UNDERWRIT' TO WS-WL-TEAM(WS-WL-IDX)
           DISPLAY 'REASON                     0-7D   8-30D  31D+'
           SET WS-TR-IDX TO 1
           SET WS-RD-IDX TO 1
           PERFORM UNTIL WS-TR-IDX > 25
               DISPLAY WS-RD-TEXT(WS-RD-IDX) ' '
                   WS-TR-CURRENT(WS-TR-IDX) ' '
                   WS-TR-AGING(WS-TR-IDX) ' '
