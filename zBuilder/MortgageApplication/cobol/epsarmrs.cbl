      *         IS RECOMPUTED, AND THE RESET DATE ROLLS FORWARD A
      *         YEAR FOR THE NEXT CYCLE.
      *
      *    EACH NOTICED RESET ALSO GOES TO ARMRPCHG AS A PAYMENT-CHANGE
      *    RECORD, EFFECTIVE ON THE RESET DATE, SO EPSBKPOC CAN NOTICE
      *    THE CHANGE IN A CHAPTER 13 CASE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

      *    PAYMENT CHANGES - CONCATENATED ONTO EPSBKPOC'S EPSPYCHG
      *    INPUT BY THE STREAM.
           SELECT PAYMENT-CHANGE-FILE ASSIGN TO ARMRPCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYCHG-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO ARMRSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           COPY EPSSRVCF.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY EPSMRPTF.

       FD  RATE-INDEX-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  PAYMENT-CHANGE-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSPYCHG.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-PORTF-STATUS             PIC XX.
           03 WS-ARIDX-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-PYCHG-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           OPEN INPUT  PORTFOLIO-FILE.
           OPEN INPUT  RATE-INDEX-FILE.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT PAYMENT-CHANGE-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           REWRITE SERVICING-MASTER-RECORD.

           PERFORM A350-QUEUE-CHANGE-NOTICE.
           PERFORM A360-WRITE-PAYMENT-CHANGE.
           ADD 1 TO WS-NOTICED-COUNT.
           PERFORM A600-CLEAR-DETAIL.
           MOVE SRV-PENDING-RATE TO DTL-NEW-RATE.
           WRITE LETTER-REQUEST-RECORD
           .

       A360-WRITE-PAYMENT-CHANGE.
           MOVE SPACES                TO PAYMENT-CHANGE-RECORD.
           MOVE SRV-PAN               TO PYCHG-PAN.
           MOVE 'A'                   TO PYCHG-SOURCE-IND.
           MOVE WS-CURRENT-DATE-8     TO PYCHG-CHANGE-DATE.
           MOVE SRV-NEXT-RESET-DATE   TO PYCHG-EFFECTIVE-DATE.
           MOVE SRV-CURRENT-RATE      TO PYCHG-OLD-RATE.
           MOVE SRV-PENDING-RATE      TO PYCHG-NEW-RATE.
           MOVE SRV-PI-PAYMENT        TO PYCHG-OLD-PI-PAYMENT.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT
                                      TO PYCHG-NEW-PI-PAYMENT.
           MOVE SRV-ESCROW-MONTHLY    TO PYCHG-OLD-ESCROW-MONTHLY.
           MOVE SRV-ESCROW-MONTHLY    TO PYCHG-NEW-ESCROW-MONTHLY.
           MOVE SRV-PMI-MONTHLY       TO PYCHG-PMI-MONTHLY.
           WRITE PAYMENT-CHANGE-RECORD
           .

       A400-APPLY-RESET.
           MOVE SRV-PENDING-RATE TO WS-NEW-RATE.
           PERFORM A500-PRICE-NEW-PAYMENT.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE PAYMENT-CHANGE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
