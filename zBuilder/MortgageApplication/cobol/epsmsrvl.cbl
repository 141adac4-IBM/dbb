      *    90+, 25-28 DISCOUNT RATE (1000 = 10.00 PCT). BLANK FIELDS
      *    TAKE THE DEFAULTS. REPORTED BY RATE/TERM STRATUM.
      *
      *    EACH LOAN'S VALUE IS ALSO KEPT ON EPSMSRLV, REBUILT WHOLE
      *    EACH RUN WITH THE BALANCE AND FEE STRIP IT WAS STRUCK ON -
      *    EPSGOSST CAPITALIZES THE SERVICING RETAINED ON A POOL SALE
      *    FROM IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CPRHS-STATUS.

           SELECT LOAN-VALUATION-FILE ASSIGN TO EPSMSRLV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSRLV-PAN
                  FILE STATUS IS WS-MSRLV-STATUS.

           SELECT VALUATION-REPORT ASSIGN TO MSRVLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 26 CHARACTERS.
           COPY EPSCPRHS.

       FD  LOAN-VALUATION-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSMSRLV.

       FD  VALUATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-CPRHS-STATUS             PIC XX.
           03 WS-MSRLV-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           OPEN INPUT  CPR-HISTORY-FILE.
           OPEN OUTPUT LOAN-VALUATION-FILE.
           OPEN OUTPUT VALUATION-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
              MOVE 0 TO WS-LOAN-VALUE
           END-IF.

           PERFORM A350-WRITE-LOAN-VALUE.
           PERFORM A400-ACCUMULATE-STRATUM
           .

       A350-WRITE-LOAN-VALUE.
           MOVE SRV-PAN               TO MSRLV-PAN.
           MOVE WS-CURRENT-DATE-8     TO MSRLV-VALUATION-DATE.
           MOVE SRV-PRINCIPAL-BALANCE TO MSRLV-BALANCE.
           MOVE WS-FEE-RATE           TO MSRLV-FEE-RATE.
           MOVE WS-LIFE-YEARS         TO MSRLV-LIFE-YEARS.
           MOVE WS-LOAN-VALUE         TO MSRLV-VALUE.
           WRITE MSR-LOAN-VALUATION-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

       A400-ACCUMULATE-STRATUM.
           COMPUTE WS-BAND-IDX =
                   ((SRV-CURRENT-RATE - 2.00) / 0.50) + 1.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE POOL-ASSIGNMENT-FILE.
           CLOSE LOAN-VALUATION-FILE.
           CLOSE VALUATION-REPORT.

           SET EPSJOBTM-END TO TRUE.
