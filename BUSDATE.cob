                       MOVE SPACES TO WS-STEP-STATE
                       MOVE 'N' TO WS-CRASH-SW
                   END-IF
      *            A RESTORE TO THE DATE STARTS ITS STEPS AFRESH; A
      *            RUN THAT CRASHED BEFORE IT IS NOT RESTARTED
               WHEN RC-TYPE = 'DATE' AND RC-STATUS = 'RESET'
                    AND RC-DATE = WS-BUS-DATE
                   MOVE SPACES TO WS-STEP-STATE
                   MOVE 'N' TO WS-CRASH-SW
               WHEN RC-TYPE = 'STEP' AND RC-DATE = WS-BUS-DATE
                    AND RC-STEP = LS-STEP
                   IF RC-STATUS = 'STARTED'
