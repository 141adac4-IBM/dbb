      *         LOANS FALL OFF AUTOMATICALLY INSTEAD OF BEING
      *         CROSSED OFF BY HAND.
      *
      *    AN FHA OR USDA LOAN ON EPSGOVLN HAS ITS ANNUAL PREMIUM
      *    REMITTED TO THE AGENCY INSTEAD - HUD FOR FHA MIP, RURAL
      *    DEVELOPMENT FOR THE USDA ANNUAL FEE - UNDER ITS CASE
      *    NUMBER, WITH NO EPSMIPOL POLICY NEEDED. A PREMIUM
      *    COLLECTED ON A VA LOAN (WHICH HAS NONE), A GOVERNMENT
      *    LOAN NO LONGER ACTIVE, OR ONE PAST ITS PREMIUM TERM IS A
      *    VARIANCE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MIRXT-STATUS.

           SELECT GOVT-LOAN-FILE ASSIGN TO EPSGOVLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOVT-PAN
                  FILE STATUS IS WS-GOVLN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO MIREMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  MI-POLICY-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSMIPOL.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 61 CHARACTERS.
           COPY EPSMIRXT.

       FD  GOVT-LOAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOVLN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-MIPOL-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MIRXT-STATUS             PIC XX.
           03 WS-GOVLN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-GOVLN-OPEN               PIC X VALUE 'N'.
              88 GOVT-LOANS-OPEN             VALUE 'Y'.

      *    WHO THE PAN'S PREMIUM GOES TO - THE EPSMIPOL CARRIER, OR
      *    THE AGENCY FOR A GOVERNMENT LOAN.
       01 WS-REMIT-TO.
           03 WS-REMIT-CARRIER            PIC X(24).
           03 WS-REMIT-CERTIFICATE        PIC X(12).

      *    THE MONTH'S PMI COLLECTED PER PAN.
       01 WS-PMI-TABLE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
       01 WS-CURRENT-CYCLE                PIC 9(6).

       01 WS-HISTORY-DATE-PARTS.
           OPEN INPUT  MI-POLICY-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT REMITTANCE-EXTRACT-FILE.
      *    NO GOVERNMENT LOAN FILE YET MEANS NO GOVERNMENT LOANS.
           OPEN INPUT  GOVT-LOAN-FILE.
           IF WS-GOVLN-STATUS = '00'
              MOVE 'Y' TO WS-GOVLN-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-CURRENT-CYCLE =
                   (WS-CURR-YYYY * 100) + WS-CURR-MM.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE PMI-PAN(WS-PMI-IDX)       TO DTL-PAN.
           MOVE PMI-COLLECTED(WS-PMI-IDX) TO DTL-AMOUNT.

           IF GOVT-LOANS-OPEN
              MOVE PMI-PAN(WS-PMI-IDX) TO GOVT-PAN
              READ GOVT-LOAN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM A450-REMIT-GOVT-PREMIUM
                    EXIT PARAGRAPH
              END-READ
           END-IF.

           MOVE PMI-PAN(WS-PMI-IDX) TO MIPOL-PAN.
           READ MI-POLICY-FILE
              INVALID KEY
                 END-IF
           END-READ.

           MOVE MIPOL-CARRIER-NAME        TO WS-REMIT-CARRIER.
           MOVE MIPOL-CERTIFICATE-NUMBER  TO WS-REMIT-CERTIFICATE.
           PERFORM A460-WRITE-REMITTANCE
           .

      *    THE AGENCY'S ANNUAL PREMIUM, REMITTED UNDER THE CASE
      *    NUMBER. VA CHARGES NONE, SO ANYTHING COLLECTED ON A VA
      *    LOAN IS A VARIANCE LIKE ANY OTHER PREMIUM NOT OWED.
       A450-REMIT-GOVT-PREMIUM.
           IF NOT GOVT-ACTIVE
              PERFORM A500-REPORT-VARIANCE
              MOVE 'PREMIUM COLLECTED - GOVT LOAN NOT ACTIVE, OFF REMIT
      -            'TANCE' TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF GOVT-PREMIUM-END-DATE > 0
              AND GOVT-PREMIUM-END-DATE < WS-CURRENT-DATE-8
              PERFORM A500-REPORT-VARIANCE
              MOVE 'PREMIUM COLLECTED - GOVT PREMIUM TERM ENDED'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN GOVT-FHA
                 MOVE 'HUD - FHA MIP'          TO WS-REMIT-CARRIER
              WHEN GOVT-USDA
                 MOVE 'USDA RURAL DEVELOPMENT' TO WS-REMIT-CARRIER
              WHEN OTHER
                 PERFORM A500-REPORT-VARIANCE
                 MOVE 'PREMIUM COLLECTED - VA LOAN, NO ANNUAL PREMIUM D
      -               'UE' TO DTL-RESULT
                 MOVE WS-DETAIL-LINE TO RPT-LINE
                 WRITE RPT-LINE
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE GOVT-CASE-NUMBER          TO WS-REMIT-CERTIFICATE.
           PERFORM A460-WRITE-REMITTANCE
           .

       A460-WRITE-REMITTANCE.
           MOVE WS-REMIT-CARRIER          TO MIRXT-CARRIER-NAME.
           MOVE PMI-PAN(WS-PMI-IDX)       TO MIRXT-PAN.
           MOVE WS-REMIT-CERTIFICATE
                                     TO MIRXT-CERTIFICATE-NUMBER.
           MOVE WS-CURRENT-CYCLE          TO MIRXT-REMIT-MONTH.
           MOVE PMI-COLLECTED(WS-PMI-IDX) TO MIRXT-PMI-COLLECTED.
           PERFORM VARYING WS-CRR-IDX FROM 1 BY 1
                   UNTIL WS-CRR-IDX > WS-CARRIER-COUNT
                      OR WS-CRR-FOUND-IDX > 0
              IF CRR-CARRIER(WS-CRR-IDX) = WS-REMIT-CARRIER
                 MOVE WS-CRR-IDX TO WS-CRR-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-CRR-FOUND-IDX = 0 AND WS-CARRIER-COUNT < 50
              ADD 1 TO WS-CARRIER-COUNT
              MOVE WS-CARRIER-COUNT TO WS-CRR-FOUND-IDX
              MOVE WS-REMIT-CARRIER
                   TO CRR-CARRIER(WS-CRR-FOUND-IDX)
              MOVE 0 TO CRR-LOAN-COUNT(WS-CRR-FOUND-IDX)
              MOVE 0 TO CRR-REMIT-TOTAL(WS-CRR-FOUND-IDX)
           CLOSE MI-POLICY-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE REMITTANCE-EXTRACT-FILE.
           IF GOVT-LOANS-OPEN
              CLOSE GOVT-LOAN-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
