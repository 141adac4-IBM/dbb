      *    (EPSSVST'S FC STATUS). THE RATES ARE THEN APPLIED THREE
      *    TIMES FORWARD TO PROJECT NEXT QUARTER'S BUCKET POPULATIONS
      *    AND PAST-DUE DOLLARS - THE NUMBER COLLECTIONS STAFFING AND
      *    THE LOSS RESERVE BOTH NEEDED. THE FOUR RATES ARE ALSO
      *    WRITTEN TO EPSRLRAT FOR THE QUARTERLY EPSCECL ALLOWANCE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS SVST-PAN
                  FILE STATUS IS WS-SVST-STATUS.

           SELECT ROLL-RATE-FILE ASSIGN TO EPSRLRAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RLRAT-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO ROLLFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSVST.

       FD  ROLL-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRLRAT.

       FD  FORECAST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
       01 WS-FILE-STATUSES.
           03 WS-DLQSN-STATUS             PIC XX.
           03 WS-SVST-STATUS              PIC XX.
           03 WS-RLRAT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           PERFORM A300-LOAD-CYCLES UNTIL END-OF-SNAP.
           PERFORM A400-COUNT-TRANSITIONS.
           PERFORM A600-PRINT-RATES.
           PERFORM A650-WRITE-RATE-RECORD.
           PERFORM A700-PROJECT-QUARTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           WRITE RPT-LINE
           .

       A650-WRITE-RATE-RECORD.
           OPEN OUTPUT ROLL-RATE-FILE.
           MOVE SPACES            TO ROLL-RATE-RECORD.
           MOVE WS-LATEST-CYCLE   TO RLRAT-LATEST-CYCLE.
           MOVE WS-PRIOR-CYCLE    TO RLRAT-PRIOR-CYCLE.
           PERFORM A660-MOVE-ONE-RATE
                   VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > 4.
           MOVE WS-CURRENT-DATE   TO RLRAT-RUN-DATE.
           WRITE ROLL-RATE-RECORD.
           CLOSE ROLL-RATE-FILE
           .

       A660-MOVE-ONE-RATE.
           MOVE WS-ROLL-RATE(WS-POP-IDX)
                TO RLRAT-ROLL-RATE(WS-POP-IDX).
           MOVE WS-FROM-COUNT(WS-POP-IDX)
                TO RLRAT-FROM-COUNT(WS-POP-IDX)
           .

      *    APPLY THE MATRIX THREE MONTHS FORWARD. THE CURRENT
      *    POPULATION IS HELD FLAT; EACH MONTH A BUCKET FEEDS THE
      *    NEXT AT ITS ROLL RATE AND 90+ BLEEDS TO FORECLOSURE.
