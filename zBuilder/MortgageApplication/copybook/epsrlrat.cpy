      * EPSRLRAT.cpy
      * Roll-rate hand-off record - the bucket transition rates
      * EPSROLLF computes between the two latest EPSDLQSN month-end
      * cycles, written as one record each time it runs so the
      * quarterly EPSCECL allowance run prices default risk from the
      * same rates the forecast report prints. Rebuilt every run;
      * only the latest rates are ever on file.

       01  ROLL-RATE-RECORD.
      * THE TWO CYCLES (YYYYMM) THE RATES WERE MEASURED BETWEEN.
           03 RLRAT-LATEST-CYCLE         PIC 9(6).
           03 RLRAT-PRIOR-CYCLE          PIC 9(6).
      * ONE-MONTH RATES - 1 CURRENT TO 30, 2 30 TO 60, 3 60 TO 90,
      * 4 90 TO FORECLOSURE REFERRAL. .0125 IS 1.25 PERCENT.
           03 RLRAT-ROLL-RATE            PIC 9V9(4)
                                         OCCURS 4 TIMES.
           03 RLRAT-FROM-COUNT           PIC 9(7)
                                         OCCURS 4 TIMES.
           03 RLRAT-RUN-DATE             PIC 9(8).
           03 FILLER                     PIC X(12).
