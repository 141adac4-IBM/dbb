                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLXTR-STATUS.

      *    FORCE-PLACED PREMIUM CREDITS - CONCATENATED ONTO
      *    EPSCAPST'S EPSCATXN INPUT BY THE STREAM.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO HZNTCATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO HZNTKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 32 CHARACTERS.
           COPY EPSGLXTR.

       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN INPUT  GL-MAP-CONTROL-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT ADVANCE-TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
                 MOVE WS-CURRENT-DATE-8  TO SRV-LAST-MAINT-DATE
                 REWRITE SERVICING-MASTER-RECORD
                 PERFORM A360-POST-REFUND-GL
                 PERFORM A370-CREDIT-ADVANCE
                 ADD 1 TO WS-REFUNDED-COUNT
                 MOVE 'PROOF OF COVERAGE - FORCE PREMIUM REFUNDED, REN
      -               'EWAL POSTED' TO DTL-RESULT
           WRITE GL-INTERFACE-RECORD
           .

      *    THE REFUND TAKES THE PREMIUM BACK OFF THE CORPORATE
      *    ADVANCE SUB-LEDGER AS WELL - EPSCAPST POSTS THE CREDIT.
       A370-CREDIT-ADVANCE.
           MOVE SPACES              TO CORP-ADVANCE-TRANSACTION.
           MOVE HZNTC-PAN           TO CATX-PAN.
           MOVE 'F'                 TO CATX-TYPE.
           MOVE 'C'                 TO CATX-ACTION.
           MOVE HZPOL-FORCE-PREMIUM TO CATX-AMOUNT.
           MOVE WS-CURRENT-DATE-8   TO CATX-PAID-DATE.
           MOVE 'COVER PROOF'       TO CATX-REFERENCE.
           MOVE 'EPSHZNTK'          TO CATX-USER-ID.
           WRITE CORP-ADVANCE-TRANSACTION
           .

       A400-POST-CANCELLATION.
           IF NOT POLICY-ON-FILE
              ADD 1 TO WS-ERROR-COUNT
           CLOSE HAZARD-POLICY-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
