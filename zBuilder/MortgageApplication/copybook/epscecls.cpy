      * EPSCECLS.cpy
      * CECL segment allowance history - one record per portfolio
      * segment (product, vintage, LTV band) per EPSCECL run,
      * appended so every quarter's allowance stays on file for the
      * auditors. The next run finds the latest run stamp on the
      * file, loads that run's segments as the prior allowance, and
      * books only the difference - so a rerun inside the quarter
      * posts just its correction, never the whole allowance again.

       01  CECL-SEGMENT-RECORD.
      * YYYYQ - THE CALENDAR QUARTER THE RUN WAS MADE IN.
           03 CECLS-QUARTER              PIC 9(5).
      * YYYYMMDDHHMMSS - TELLS ONE RUN'S SEGMENTS FROM ANOTHER'S.
           03 CECLS-RUN-STAMP            PIC 9(14).
           03 CECLS-PRODUCT              PIC X.
           03 CECLS-VINTAGE              PIC 9(4).
      * 1 UP TO 60 PCT, 2 TO 80, 3 TO 90, 4 TO 100, 5 OVER 100,
      * 6 NO APPRAISED VALUE ON FILE.
           03 CECLS-LTV-BAND             PIC 9.
           03 CECLS-LOAN-COUNT           PIC 9(7).
           03 CECLS-BALANCE              PIC 9(11)V99.
           03 CECLS-ALLOWANCE            PIC 9(11)V99.
           03 FILLER                     PIC X(2).
