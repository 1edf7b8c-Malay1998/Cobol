       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-CALPGM PIC X(7) VALUE 'BUSCAL'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-BUS-INT PIC 9(7) COMP.
       01 WS-NEXT-CAL-8 PIC 9(8).
       01 WS-NEXT-BUS-8 PIC 9(8).
       01 WS-BUS-YYYYMM PIC 9(6).
       01 WS-NEXT-YYYYMM PIC 9(6).
       01 WS-BUS-MM PIC 9(2).
      *    PERIOD_FORCE=M, Q OR Y RUNS THAT LEVEL OF CLOSE ON A DATE
      *    THE CALENDAR WOULD NOT PICK, E.G. TO CATCH UP A CLOSE THAT
      *    WAS MISSED; ANYTHING ELSE IS IGNORED.
       01 WS-FORCE PIC X(1).
       01 WS-LEVEL PIC 9(2) VALUE ZERO.
           88 WS-NOT-PERIOD-END VALUE 0.
           88 WS-MONTH-END VALUE 4.
           88 WS-QUARTER-END VALUE 8.
           88 WS-YEAR-END VALUE 12.
       PROCEDURE DIVISION.
           MOVE 'PERDCHK' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE SPACES TO WS-FORCE
           ACCEPT WS-FORCE FROM ENVIRONMENT 'PERIOD_FORCE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM CALENDAR-LEVEL-PARA.
           EVALUATE WS-FORCE
               WHEN 'M'
                   IF WS-LEVEL < 4
                       MOVE 4 TO WS-LEVEL
                   END-IF
               WHEN 'Q'
                   IF WS-LEVEL < 8
                       MOVE 8 TO WS-LEVEL
                   END-IF
               WHEN 'Y'
                   MOVE 12 TO WS-LEVEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-YEAR-END
                   DISPLAY 'PERDCHK: ' WS-BUS-DATE ' IS A YEAR-END, '
                       'RUN MONTH, QUARTER AND YEAR-END STREAMS'
               WHEN WS-QUARTER-END
                   DISPLAY 'PERDCHK: ' WS-BUS-DATE ' IS A QUARTER-END, '
                       'RUN MONTH AND QUARTER-END STREAMS'
               WHEN WS-MONTH-END
                   DISPLAY 'PERDCHK: ' WS-BUS-DATE ' IS A MONTH-END, '
                       'RUN THE MONTH-END STREAM'
               WHEN OTHER
                   DISPLAY 'PERDCHK: ' WS-BUS-DATE ' IS NOT THE LAST '
                       'BUSINESS DAY OF A PERIOD, NOTHING TO RUN'
           END-EVALUATE
      *    THE RETURN CODE CARRIES THE LEVEL SO THE SCHEDULER CAN
      *    GATE EACH STREAM ON IT: 0 NONE, 4 MONTH, 8 QUARTER,
      *    12 YEAR.
           MOVE WS-LEVEL TO RETURN-CODE.
           STOP RUN.
      *    THE BUSINESS DATE CLOSES A MONTH WHEN THE NEXT BUSINESS DAY
      *    FALLS IN A LATER MONTH; BUSCAL ROLLS THE NEXT CALENDAR DAY
      *    FORWARD PAST WEEKENDS AND HOLIDAYS TO FIND IT.
       CALENDAR-LEVEL-PARA.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           ADD 1 TO WS-BUS-INT
           COMPUTE WS-NEXT-CAL-8 = FUNCTION DATE-OF-INTEGER(WS-BUS-INT)
           CALL WS-CALPGM USING WS-NEXT-CAL-8, WS-NEXT-BUS-8
           MOVE WS-BUS-DATE(1:6) TO WS-BUS-YYYYMM
           MOVE WS-NEXT-BUS-8(1:6) TO WS-NEXT-YYYYMM
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-MM
           IF WS-NEXT-YYYYMM > WS-BUS-YYYYMM
               EVALUATE WS-BUS-MM
                   WHEN 12
                       MOVE 12 TO WS-LEVEL
                   WHEN 3
                   WHEN 6
                   WHEN 9
                       MOVE 8 TO WS-LEVEL
                   WHEN OTHER
                       MOVE 4 TO WS-LEVEL
               END-EVALUATE
           END-IF.
