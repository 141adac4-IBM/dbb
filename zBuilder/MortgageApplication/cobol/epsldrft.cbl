       ID DIVISION.
       PROGRAM-ID. EPSLDRFT.
      *    DAILY HAZARD INSURANCE LOSS-DRAFT RUN.
      *
      *    WHEN A BORROWER'S HOUSE IS DAMAGED THE INSURER'S CLAIM
      *    CHECK COMES TO THE SHOP AS MORTGAGEE. THE MONEY IS THE
      *    COLLATERAL'S REPAIR FUND, SO IT IS HELD IN THE RESTRICTED
      *    LOSS-DRAFT ACCOUNT AND PAID OUT ONLY AS THE WORK GETS DONE:
      *
      *       - APPLIES THE DAY'S EPSLDTXN TRANSACTIONS TO THE
      *         EPSLDRFF CLAIM FILE. A RECEIPT OPENS THE CLAIM (OR
      *         ADDS A SUPPLEMENTAL CHECK TO IT) AND POSTS THE LDFT
      *         PAIR THROUGH THE EPSGLMAP MAPPING - DEBIT CASH, CREDIT
      *         THE RESTRICTED ACCOUNT. A CLOSE IS TAKEN ONLY ON A
      *         CLAIM THAT IS HOLDING NOTHING.
      *       - WALKS EVERY OPEN CLAIM. A NEW EPSINSPF INSPECTION
      *         RESULT (ONE DATED ON OR AFTER THE FIRST RECEIPT THAT
      *         HAS NOT BEEN ACTED ON) RELEASES THE PROCEEDS UP TO THE
      *         REPAIR PERCENT COMPLETE IT REPORTS; 100 PERCENT
      *         RELEASES WHAT IS LEFT AND CLOSES THE CLAIM. EACH
      *         RELEASE IS A TYPE 'L' DISBURSEMENT REQUEST FOR A
      *         REGISTER CHECK THROUGH EPSCKISS, AND THE LDFT PAIR
      *         REVERSED TO TAKE IT OUT OF THE RESTRICTED ACCOUNT.
      *       - ORDERS THE NEXT INSPECTION FOR A CLAIM STILL HOLDING
      *         FUNDS WHEN NONE IS IN FLIGHT AND THE LAST RESULT IS
      *         MISSING OR OLDER THAN THE RE-INSPECTION INTERVAL -
      *         THE SAME EPSINSPF RECORD AND VENDOR EXTRACT EPSINSPO
      *         ORDERS DELINQUENCY INSPECTIONS THROUGH.
      *       - REPORTS EVERY OPEN CLAIM (AND ANY CLOSED TODAY) WITH
      *         ITS FUNDS RECEIVED, RELEASED AND HELD, AND AGES THE
      *         HELD FUNDS FROM THE FIRST RECEIPT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-DRAFT-TXN-FILE ASSIGN TO EPSLDTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LDTXN-STATUS.

           SELECT LOSS-DRAFT-FILE ASSIGN TO EPSLDRFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LDRF-KEY
                  FILE STATUS IS WS-LDRFF-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT INSPECTION-ORDER-FILE ASSIGN TO EPSINSPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INSP-PAN
                  FILE STATUS IS WS-INSP-STATUS.

      *    REPAIR INSPECTION ORDERS - CONCATENATED ONTO EPSINSPO'S
      *    EPSINSPX VENDOR EXTRACT BY THE STREAM AHEAD OF EPSCTLWR.
           SELECT ORDER-EXTRACT-FILE ASSIGN TO LDRFINSX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INSPX-STATUS.

      *    STAGED RELEASES - CONCATENATED ONTO EPSCKISS'S EPSDSBRQ
      *    INPUT BY THE STREAM SO EACH ONE GETS A REGISTER CHECK.
           SELECT DISBURSEMENT-REQUEST-FILE ASSIGN TO LDRFDSBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DSBRQ-STATUS.

           SELECT GL-MAP-CONTROL-FILE ASSIGN TO EPSGLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-STATUS.

      *    RESTRICTED-ACCOUNT ENTRIES - CONCATENATED ONTO THE EPSGLXTR
      *    HAND-OFF BY THE STREAM.
           SELECT GL-INTERFACE-FILE ASSIGN TO LDRFGLXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLXTR-STATUS.

           SELECT CLAIM-REPORT ASSIGN TO LDRFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSS-DRAFT-TXN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSLDTXN.

       FD  LOSS-DRAFT-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSLDRFF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  INSPECTION-ORDER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY EPSINSPF.

       FD  ORDER-EXTRACT-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY EPSINSPX.

       FD  DISBURSEMENT-REQUEST-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY EPSDSBRQ.

       FD  GL-MAP-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY EPSGLMAP.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 32 CHARACTERS.
           COPY EPSGLXTR.

       FD  CLAIM-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-LDTXN-STATUS             PIC XX.
           03 WS-LDRFF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-INSP-STATUS              PIC XX.
           03 WS-INSPX-STATUS             PIC XX.
           03 WS-DSBRQ-STATUS             PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TXN               PIC X VALUE 'N'.
              88 END-OF-TXN                  VALUE 'Y'.
           03 WS-END-OF-CLAIMS            PIC X VALUE 'N'.
              88 END-OF-CLAIMS               VALUE 'Y'.
           03 WS-END-OF-MAP               PIC X VALUE 'N'.
              88 END-OF-MAP                  VALUE 'Y'.
           03 WS-LDFT-MAP-FOUND           PIC X VALUE 'N'.
              88 LDFT-MAP-LOADED             VALUE 'Y'.
           03 WS-LDTXN-OPEN               PIC X VALUE 'N'.
              88 TXN-FILE-OPEN               VALUE 'Y'.
           03 WS-CLAIM-FOUND              PIC X VALUE 'N'.
              88 CLAIM-ON-FILE               VALUE 'Y'.
           03 WS-ORDER-FOUND              PIC X VALUE 'N'.
              88 ORDER-ON-FILE               VALUE 'Y'.

      *    A CLAIM'S LAST REPAIR INSPECTION IS GOOD FOR THIS MANY
      *    DAYS - AFTER THAT THE NEXT ONE IS ORDERED.
       01 WS-RECYCLE-DAYS                 PIC 9(3) VALUE 30.

       01 WS-GL-ACCOUNTS.
           03 WS-LDFT-DEBIT-ACCOUNT       PIC X(8).
           03 WS-LDFT-CREDIT-ACCOUNT      PIC X(8).

       01 WS-COUNTERS.
           03 WS-TXN-COUNT                PIC 9(7) VALUE 0.
           03 WS-RECEIPT-COUNT            PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-CLAIM-COUNT              PIC 9(7) VALUE 0.
           03 WS-RELEASE-COUNT            PIC 9(7) VALUE 0.
           03 WS-ORDERED-COUNT            PIC 9(7) VALUE 0.
           03 WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
           03 WS-RECEIPT-AMOUNT           PIC 9(9)V99 VALUE 0.
           03 WS-RELEASE-AMOUNT           PIC 9(9)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CLAIM-TOTALS.
           03 WS-TOTAL-RECEIVED           PIC 9(11)V99 VALUE 0.
           03 WS-TOTAL-RELEASED           PIC 9(11)V99 VALUE 0.
           03 WS-TOTAL-HELD               PIC 9(11)V99 VALUE 0.

      *    HELD FUNDS BY DAYS SINCE THE FIRST RECEIPT.
       01 WS-AGING-TABLE.
           03 WS-AGE-BUCKET OCCURS 4 TIMES.
              05 AGE-LIMIT-DAYS           PIC 9(5).
              05 AGE-CLAIM-COUNT          PIC 9(7).
              05 AGE-HELD-AMOUNT          PIC 9(11)V99.

       01 WS-CLAIM-WORK.
           03 WS-AGE-IDX                  PIC 9(2) COMP.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-AGE-DAYS                 PIC S9(7) COMP.
           03 WS-RESULT-AGE-DAYS          PIC S9(7) COMP.
           03 WS-RELEASE-PCT              PIC 9(3).
           03 WS-RELEASE-TARGET           PIC S9(9)V99 COMP-3.
           03 WS-RELEASE                  PIC S9(9)V99 COMP-3.
           03 WS-REJECT-REASON            PIC X(50).
           03 WS-CLAIM-ACTION             PIC X(30).

      *    PARAMETER AREA FOR THE SHARED EPSVNDLK VENDOR LOOKUP - THE
      *    DEFAULT INSPECTION VENDOR EVERY ORDER IS STAMPED WITH.
           COPY EPSVNLPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSLDRFT - HAZARD LOSS-DRAFT CLAIMS'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-TXN-HEADING.
              05 FILLER                   PIC X(4)  VALUE 'ACT'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(14) VALUE 'CLAIM'.
              05 FILLER                   PIC X(14) VALUE
                 '        AMOUNT'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-TXN-LINE.
              05 TXL-ACTION               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TXL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TXL-CLAIM                PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TXL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TXL-RESULT               PIC X(50).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(14) VALUE 'CLAIM'.
              05 FILLER                   PIC X(17) VALUE 'INSURER'.
              05 FILLER                   PIC X(15) VALUE
                 '      RECEIVED'.
              05 FILLER                   PIC X(15) VALUE
                 '      RELEASED'.
              05 FILLER                   PIC X(15) VALUE
                 '          HELD'.
              05 FILLER                   PIC X(5)  VALUE '  PCT'.
              05 FILLER                   PIC X(7)  VALUE '   DAYS'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE 'ACTION'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CLAIM                PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INSURER              PIC X(16).
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-RECEIVED             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-RELEASED             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-HELD                 PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PCT                  PIC ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AGE-DAYS             PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACTION               PIC X(30).
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(10) VALUE 'TOTAL'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'CLAIMS:'.
              05 TOT-CLAIMS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(13) VALUE SPACES.
              05 TOT-RECEIVED             PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 TOT-RELEASED             PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 TOT-HELD                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 WS-AGING-HEADING.
              05 FILLER                   PIC X(48) VALUE
                 'FUNDS HELD - DAYS SINCE FIRST RECEIPT'.
           03 WS-AGING-LINE.
              05 AGL-LABEL                PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'CLAIMS:'.
              05 AGL-CLAIMS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 AGL-HELD                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(14) VALUE
                 'TRANSACTIONS:'.
              05 SUM-TRANSACTIONS         PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RECEIPTS:'.
              05 SUM-RECEIPTS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-RECEIPT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'RELEASES:'.
              05 SUM-RELEASES             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-RELEASE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'INSPECTIONS ORDERED:'.
              05 SUM-ORDERED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'CLOSED:'.
              05 SUM-CLOSED               PIC ZZZZZZ9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    SHARED FILE-STATUS HANDLER CALL - SEE EPSFSTAT. NOTHING
      *    CAN BE RECEIVED AGAINST A LOAN THE RUN CANNOT SEE.
           COPY EPSFSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-APPLY-TRANSACTION UNTIL END-OF-TXN.
           PERFORM A300-START-CLAIMS.
           PERFORM A310-REVIEW-CLAIM UNTIL END-OF-CLAIMS.
           PERFORM A800-PRINT-TOTALS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSLDRFT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS NOT = '00'
              MOVE 'EPSSRVCF' TO EPSFSTAT-FILE-NAME
              MOVE WS-SRVCF-STATUS TO EPSFSTAT-FILE-STATUS
              PERFORM A190-OPEN-FAILED
           END-IF.
           OPEN I-O    LOSS-DRAFT-FILE.
           IF WS-LDRFF-STATUS = '05' OR '35'
              CLOSE LOSS-DRAFT-FILE
              OPEN OUTPUT LOSS-DRAFT-FILE
              CLOSE LOSS-DRAFT-FILE
              OPEN I-O LOSS-DRAFT-FILE
           END-IF.
           OPEN I-O    INSPECTION-ORDER-FILE.
           IF WS-INSP-STATUS = '05' OR '35'
              CLOSE INSPECTION-ORDER-FILE
              OPEN OUTPUT INSPECTION-ORDER-FILE
              CLOSE INSPECTION-ORDER-FILE
              OPEN I-O INSPECTION-ORDER-FILE
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           OPEN OUTPUT ORDER-EXTRACT-FILE.
           OPEN OUTPUT DISBURSEMENT-REQUEST-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT CLAIM-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'I'    TO EPSVNDLK-SERVICE.
           MOVE SPACES TO EPSVNDLK-VENDOR-ID.
           CALL 'EPSVNDLK' USING EPSVNDLK-PARMS.
           IF NOT EPSVNDLK-SUCCESS
              MOVE SPACES TO EPSVNDLK-VENDOR-ID
           END-IF.

           OPEN INPUT  GL-MAP-CONTROL-FILE.
           PERFORM A120-FIND-LDFT-MAP UNTIL END-OF-MAP.
           CLOSE GL-MAP-CONTROL-FILE.
           IF NOT LDFT-MAP-LOADED
              DISPLAY 'EPSLDRFT - NO LDFT ACCOUNT MAPPING ON '
                      'EPSGLMAP - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 30     TO AGE-LIMIT-DAYS(1).
           MOVE 90     TO AGE-LIMIT-DAYS(2).
           MOVE 180    TO AGE-LIMIT-DAYS(3).
           MOVE 99999  TO AGE-LIMIT-DAYS(4).
           PERFORM A110-CLEAR-AGE-BUCKET
                   VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4.

      *    NO TRANSACTIONS IS AN ORDINARY DAY - THE RELEASE PASS
      *    STILL RUNS.
           OPEN INPUT  LOSS-DRAFT-TXN-FILE.
           IF WS-LDTXN-STATUS = '00'
              MOVE 'Y' TO WS-LDTXN-OPEN
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-TXN-HEADING TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-TXN
           ELSE
              MOVE 'Y' TO WS-END-OF-TXN
           END-IF
           .

       A110-CLEAR-AGE-BUCKET.
           MOVE 0 TO AGE-CLAIM-COUNT(WS-AGE-IDX).
           MOVE 0 TO AGE-HELD-AMOUNT(WS-AGE-IDX)
           .

       A120-FIND-LDFT-MAP.
           READ GL-MAP-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-MAP
              NOT AT END
                 IF GLMAP-SOURCE-CODE = 'LDFT'
                    MOVE 'Y' TO WS-LDFT-MAP-FOUND
                    MOVE GLMAP-DEBIT-ACCOUNT
                         TO WS-LDFT-DEBIT-ACCOUNT
                    MOVE GLMAP-CREDIT-ACCOUNT
                         TO WS-LDFT-CREDIT-ACCOUNT
                 END-IF
           END-READ
           .

       A150-READ-TXN.
           READ LOSS-DRAFT-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TXN
           END-READ
           .

       A190-OPEN-FAILED.
           MOVE 'EPSLDRFT' TO EPSFSTAT-PROGRAM.
           MOVE 'OPEN INP' TO EPSFSTAT-OPERATION.
           MOVE SPACES     TO EPSFSTAT-RECORD-KEY.
           CALL 'EPSFSTAT' USING EPSFSTAT-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN
           .

       A200-APPLY-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-CLAIM-FOUND.
           MOVE LDTX-PAN          TO LDRF-PAN.
           MOVE LDTX-CLAIM-NUMBER TO LDRF-CLAIM-NUMBER.
           READ LOSS-DRAFT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CLAIM-FOUND
           END-READ.
           EVALUATE TRUE
              WHEN LDTX-RECEIVE
                 PERFORM A210-RECEIVE-PROCEEDS
              WHEN LDTX-CLOSE
                 PERFORM A250-CLOSE-CLAIM
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-REJECT-REASON TO TXL-RESULT
           END-IF.
           MOVE LDTX-ACTION       TO TXL-ACTION.
           MOVE LDTX-PAN          TO TXL-PAN.
           MOVE LDTX-CLAIM-NUMBER TO TXL-CLAIM.
           MOVE LDTX-AMOUNT       TO TXL-AMOUNT.
           MOVE WS-TXN-LINE       TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TXN
           .

      *    THE CLAIM CHECK GOES INTO THE RESTRICTED ACCOUNT. A CHECK
      *    ON A CLAIM ALREADY CLOSED IS A SUPPLEMENTAL PAYMENT FROM
      *    THE INSURER AND REOPENS IT.
       A210-RECEIVE-PROCEEDS.
           IF LDTX-CLAIM-NUMBER = SPACES
              MOVE 'NO CLAIM NUMBER' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF LDTX-AMOUNT NOT NUMERIC OR LDTX-AMOUNT = 0
              MOVE 'NO AMOUNT RECEIVED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE LDTX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'LOAN NOT ON EPSSRVCF' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF CLAIM-ON-FILE
              IF LDRF-CLOSED
                 MOVE 'SUPPLEMENTAL RECEIVED - CLAIM REOPENED'
                      TO TXL-RESULT
                 MOVE 'O' TO LDRF-STATUS-IND
                 MOVE 0   TO LDRF-CLOSED-DATE
              ELSE
                 MOVE 'SUPPLEMENTAL PROCEEDS RECEIVED' TO TXL-RESULT
              END-IF
              ADD LDTX-AMOUNT TO LDRF-RECEIVED-TO-DATE
              ADD LDTX-AMOUNT TO LDRF-BALANCE-HELD
              MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-RECEIPT-DATE
              MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-MAINT-DATE
              REWRITE LOSS-DRAFT-RECORD
           ELSE
              MOVE SPACES            TO LOSS-DRAFT-RECORD
              MOVE LDTX-PAN          TO LDRF-PAN
              MOVE LDTX-CLAIM-NUMBER TO LDRF-CLAIM-NUMBER
              MOVE 'O'               TO LDRF-STATUS-IND
              MOVE LDTX-INSURER-NAME TO LDRF-INSURER-NAME
              MOVE LDTX-LOSS-DATE    TO LDRF-LOSS-DATE
              MOVE LDTX-AMOUNT       TO LDRF-RECEIVED-TO-DATE
              MOVE 0                 TO LDRF-RELEASED-TO-DATE
              MOVE LDTX-AMOUNT       TO LDRF-BALANCE-HELD
              MOVE 0                 TO LDRF-RELEASED-PCT
              MOVE 0                 TO LDRF-RELEASE-COUNT
              MOVE WS-CURRENT-DATE-8 TO LDRF-FIRST-RECEIPT-DATE
              MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-RECEIPT-DATE
              MOVE 0                 TO LDRF-LAST-RELEASE-DATE
              MOVE 0                 TO LDRF-LAST-INSPECTION-DATE
              MOVE 0                 TO LDRF-CLOSED-DATE
              MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-MAINT-DATE
              WRITE LOSS-DRAFT-RECORD
              MOVE 'CLAIM OPENED - PROCEEDS HELD' TO TXL-RESULT
           END-IF.

           MOVE WS-LDFT-DEBIT-ACCOUNT  TO GLXTR-ACCOUNT.
           MOVE 'D'                    TO GLXTR-DR-CR-IND.
           MOVE LDTX-AMOUNT            TO GLXTR-AMOUNT.
           MOVE 'LDFT'                 TO GLXTR-SOURCE-CODE.
           MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE.
           WRITE GL-INTERFACE-RECORD.
           MOVE WS-LDFT-CREDIT-ACCOUNT TO GLXTR-ACCOUNT.
           MOVE 'C'                    TO GLXTR-DR-CR-IND.
           WRITE GL-INTERFACE-RECORD.

           ADD 1 TO WS-RECEIPT-COUNT.
           ADD LDTX-AMOUNT TO WS-RECEIPT-AMOUNT
           .

       A250-CLOSE-CLAIM.
           IF NOT CLAIM-ON-FILE
              MOVE 'CLAIM NOT ON EPSLDRFF' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF LDRF-CLOSED
              MOVE 'CLAIM ALREADY CLOSED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF LDRF-BALANCE-HELD > 0
              MOVE 'CLAIM STILL HOLDING FUNDS - NOT CLOSED'
                   TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'C'               TO LDRF-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO LDRF-CLOSED-DATE.
           MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-MAINT-DATE.
           REWRITE LOSS-DRAFT-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE 'CLAIM CLOSED' TO TXL-RESULT
           .

       A300-START-CLAIMS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO LDRF-KEY.
           START LOSS-DRAFT-FILE KEY IS NOT LESS THAN LDRF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CLAIMS
           END-START.
           IF NOT END-OF-CLAIMS
              PERFORM A305-READ-CLAIM
           END-IF
           .

       A305-READ-CLAIM.
           READ LOSS-DRAFT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CLAIMS
           END-READ
           .

      *    ONE CLAIM: RELEASE AGAINST A NEW INSPECTION RESULT, ORDER
      *    THE NEXT INSPECTION IF FUNDS ARE STILL HELD, AND REPORT.
      *    CLAIMS CLOSED ON AN EARLIER DAY ARE PASSED OVER.
       A310-REVIEW-CLAIM.
           IF LDRF-CLOSED AND LDRF-CLOSED-DATE NOT = WS-CURRENT-DATE-8
              PERFORM A305-READ-CLAIM
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CLAIM-ACTION.
           IF LDRF-OPEN
              PERFORM A320-FIND-INSPECTION
              PERFORM A400-CHECK-RELEASE
              IF LDRF-OPEN
                 PERFORM A500-CHECK-INSPECTION
              END-IF
           END-IF.
           PERFORM A700-REPORT-CLAIM.
           PERFORM A305-READ-CLAIM
           .

       A320-FIND-INSPECTION.
           MOVE 'N' TO WS-ORDER-FOUND.
           MOVE LDRF-PAN TO INSP-PAN.
           READ INSPECTION-ORDER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ORDER-FOUND
           END-READ
           .

      *    ONLY A RESULT TAKEN SINCE THE PROCEEDS ARRIVED SPEAKS TO
      *    THE REPAIRS, AND EACH ONE IS ACTED ON ONCE. THE RELEASE
      *    BRINGS THE TOTAL PAID OUT UP TO THE PERCENT COMPLETE OF
      *    ALL THAT HAS BEEN RECEIVED; COMPLETION PAYS OUT THE REST.
       A400-CHECK-RELEASE.
           IF NOT ORDER-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           IF NOT INSP-RESULT-RECEIVED
              OR INSP-RESULT-DATE < LDRF-FIRST-RECEIPT-DATE
              OR INSP-RESULT-DATE NOT > LDRF-LAST-INSPECTION-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE INSP-RESULT-DATE TO LDRF-LAST-INSPECTION-DATE.
           MOVE INSP-REPAIR-PCT  TO WS-RELEASE-PCT.
           IF WS-RELEASE-PCT > 100
              MOVE 100 TO WS-RELEASE-PCT
           END-IF.
           IF WS-RELEASE-PCT = 100
              MOVE LDRF-BALANCE-HELD TO WS-RELEASE
           ELSE
              COMPUTE WS-RELEASE-TARGET ROUNDED =
                      LDRF-RECEIVED-TO-DATE * WS-RELEASE-PCT / 100
              COMPUTE WS-RELEASE =
                      WS-RELEASE-TARGET - LDRF-RELEASED-TO-DATE
              IF WS-RELEASE > LDRF-BALANCE-HELD
                 MOVE LDRF-BALANCE-HELD TO WS-RELEASE
              END-IF
           END-IF.
           IF WS-RELEASE > 0
              PERFORM A410-ISSUE-RELEASE
           ELSE
              MOVE 'INSPECTED - NO FURTHER RELEASE' TO WS-CLAIM-ACTION
           END-IF.
           IF WS-RELEASE-PCT > LDRF-RELEASED-PCT
              MOVE WS-RELEASE-PCT TO LDRF-RELEASED-PCT
           END-IF.
           IF WS-RELEASE-PCT = 100 AND LDRF-BALANCE-HELD = 0
              MOVE 'C'               TO LDRF-STATUS-IND
              MOVE WS-CURRENT-DATE-8 TO LDRF-CLOSED-DATE
              ADD 1 TO WS-CLOSED-COUNT
              MOVE 'REPAIRS COMPLETE - CLAIM CLOSED' TO WS-CLAIM-ACTION
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-MAINT-DATE.
           REWRITE LOSS-DRAFT-RECORD
           .

      *    THE CHECK GOES TO THE BORROWER THROUGH THE REGISTER; THE
      *    REVERSED PAIR TAKES IT OUT OF THE RESTRICTED ACCOUNT.
       A410-ISSUE-RELEASE.
           MOVE LDRF-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE LDRF-PAN TO DSBRQ-PAYEE-NAME
              NOT INVALID KEY
                 MOVE BRWR-NAME TO DSBRQ-PAYEE-NAME
           END-READ.
           MOVE LDRF-PAN          TO DSBRQ-PAN.
           MOVE 'L'               TO DSBRQ-DISBURSE-TYPE.
           MOVE WS-RELEASE        TO DSBRQ-AMOUNT.
           MOVE WS-CURRENT-DATE-8 TO DSBRQ-REQUEST-DATE.
           WRITE DISBURSEMENT-REQUEST-RECORD.

           MOVE WS-LDFT-CREDIT-ACCOUNT TO GLXTR-ACCOUNT.
           MOVE 'D'                    TO GLXTR-DR-CR-IND.
           MOVE WS-RELEASE             TO GLXTR-AMOUNT.
           MOVE 'LDFT'                 TO GLXTR-SOURCE-CODE.
           MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE.
           WRITE GL-INTERFACE-RECORD.
           MOVE WS-LDFT-DEBIT-ACCOUNT  TO GLXTR-ACCOUNT.
           MOVE 'C'                    TO GLXTR-DR-CR-IND.
           WRITE GL-INTERFACE-RECORD.

           ADD WS-RELEASE         TO LDRF-RELEASED-TO-DATE.
           SUBTRACT WS-RELEASE  FROM LDRF-BALANCE-HELD.
           ADD 1                  TO LDRF-RELEASE-COUNT.
           MOVE WS-CURRENT-DATE-8 TO LDRF-LAST-RELEASE-DATE.
           ADD 1                  TO WS-RELEASE-COUNT.
           ADD WS-RELEASE         TO WS-RELEASE-AMOUNT.
           MOVE 'FUNDS RELEASED'  TO WS-CLAIM-ACTION
           .

      *    AN INSPECTION ALREADY IN FLIGHT IS WAITED ON. OTHERWISE A
      *    CLAIM WITH NO RESULT SINCE THE PROCEEDS ARRIVED, OR WHOSE
      *    LAST ONE HAS GONE STALE, IS ORDERED AGAIN.
       A500-CHECK-INSPECTION.
           IF ORDER-ON-FILE
              IF INSP-ORDERED
                 IF WS-CLAIM-ACTION = SPACES
                    MOVE 'INSPECTION PENDING' TO WS-CLAIM-ACTION
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              IF INSP-RESULT-DATE NOT < LDRF-FIRST-RECEIPT-DATE
                 COMPUTE WS-RESULT-AGE-DAYS =
                         WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(INSP-RESULT-DATE)
                 IF WS-RESULT-AGE-DAYS NOT > WS-RECYCLE-DAYS
                    IF WS-CLAIM-ACTION = SPACES
                       MOVE 'AWAITING REPAIR PROGRESS'
                            TO WS-CLAIM-ACTION
                    END-IF
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF.
           PERFORM A510-PLACE-ORDER
           .

       A510-PLACE-ORDER.
           MOVE LDRF-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 MOVE 'NO EPSPROPF ADDRESS - NOT ORDERED'
                      TO WS-CLAIM-ACTION
           END-READ.
           IF WS-PROPF-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.

           MOVE LDRF-PAN           TO INSP-PAN.
           MOVE 'O'                TO INSP-STATUS-IND.
           MOVE WS-CURRENT-DATE-8  TO INSP-ORDER-DATE.
           MOVE 0                  TO INSP-RESULT-DATE.
           MOVE SPACE              TO INSP-OCCUPANCY-IND.
           MOVE SPACE              TO INSP-CONDITION-IND.
           MOVE 0                  TO INSP-REPAIR-PCT.
           MOVE PROP-ADDR-LINE-1   TO INSP-ADDR-LINE-1.
           MOVE PROP-CITY          TO INSP-CITY.
           MOVE PROP-STATE         TO INSP-STATE.
           MOVE PROP-ZIP           TO INSP-ZIP.
           MOVE WS-CURRENT-DATE-8  TO INSP-LAST-MAINT-DATE.
           MOVE EPSVNDLK-VENDOR-ID TO INSP-VENDOR-ID.
           IF ORDER-ON-FILE
              REWRITE INSPECTION-ORDER-RECORD
           ELSE
              WRITE INSPECTION-ORDER-RECORD
           END-IF.

           MOVE LDRF-PAN          TO INSPX-PAN.
           MOVE PROP-ADDR-LINE-1  TO INSPX-ADDR-LINE-1.
           MOVE PROP-CITY         TO INSPX-CITY.
           MOVE PROP-STATE        TO INSPX-STATE.
           MOVE PROP-ZIP          TO INSPX-ZIP.
           MOVE WS-CURRENT-DATE-8 TO INSPX-ORDER-DATE.
           WRITE INSPECTION-ORDER-EXTRACT-RECORD.

           ADD 1 TO WS-ORDERED-COUNT.
           IF WS-CLAIM-ACTION = SPACES
              MOVE 'REPAIR INSPECTION ORDERED' TO WS-CLAIM-ACTION
           END-IF
           .

       A700-REPORT-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT.
           IF LDRF-CLOSED AND WS-CLAIM-ACTION = SPACES
              MOVE 'CLAIM CLOSED' TO WS-CLAIM-ACTION
           END-IF.
           COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(LDRF-FIRST-RECEIPT-DATE).
           MOVE LDRF-PAN              TO DTL-PAN.
           MOVE LDRF-CLAIM-NUMBER     TO DTL-CLAIM.
           MOVE LDRF-INSURER-NAME     TO DTL-INSURER.
           MOVE LDRF-RECEIVED-TO-DATE TO DTL-RECEIVED.
           MOVE LDRF-RELEASED-TO-DATE TO DTL-RELEASED.
           MOVE LDRF-BALANCE-HELD     TO DTL-HELD.
           MOVE LDRF-RELEASED-PCT     TO DTL-PCT.
           MOVE WS-AGE-DAYS           TO DTL-AGE-DAYS.
           MOVE WS-CLAIM-ACTION       TO DTL-ACTION.
           MOVE WS-DETAIL-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           ADD LDRF-RECEIVED-TO-DATE TO WS-TOTAL-RECEIVED.
           ADD LDRF-RELEASED-TO-DATE TO WS-TOTAL-RELEASED.
           ADD LDRF-BALANCE-HELD     TO WS-TOTAL-HELD.
           IF LDRF-BALANCE-HELD > 0
              MOVE 1 TO WS-AGE-IDX
              PERFORM A710-NEXT-AGE-BUCKET
                      UNTIL WS-AGE-IDX = 4
                         OR WS-AGE-DAYS NOT > AGE-LIMIT-DAYS(WS-AGE-IDX)
              ADD 1 TO AGE-CLAIM-COUNT(WS-AGE-IDX)
              ADD LDRF-BALANCE-HELD TO AGE-HELD-AMOUNT(WS-AGE-IDX)
           END-IF
           .

       A710-NEXT-AGE-BUCKET.
           ADD 1 TO WS-AGE-IDX
           .

       A800-PRINT-TOTALS.
           MOVE SPACES            TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CLAIM-COUNT    TO TOT-CLAIMS.
           MOVE WS-TOTAL-RECEIVED TO TOT-RECEIVED.
           MOVE WS-TOTAL-RELEASED TO TOT-RELEASED.
           MOVE WS-TOTAL-HELD     TO TOT-HELD.
           MOVE WS-TOTAL-LINE     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES            TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AGING-HEADING  TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A810-PRINT-AGE-BUCKET
                   VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
           .

       A810-PRINT-AGE-BUCKET.
           EVALUATE WS-AGE-IDX
              WHEN 1  MOVE '0-30 DAYS'    TO AGL-LABEL
              WHEN 2  MOVE '31-90 DAYS'   TO AGL-LABEL
              WHEN 3  MOVE '91-180 DAYS'  TO AGL-LABEL
              WHEN 4  MOVE 'OVER 180'     TO AGL-LABEL
           END-EVALUATE.
           MOVE AGE-CLAIM-COUNT(WS-AGE-IDX) TO AGL-CLAIMS.
           MOVE AGE-HELD-AMOUNT(WS-AGE-IDX) TO AGL-HELD.
           MOVE WS-AGING-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TXN-COUNT       TO SUM-TRANSACTIONS.
           MOVE WS-RECEIPT-COUNT   TO SUM-RECEIPTS.
           MOVE WS-RECEIPT-AMOUNT  TO SUM-RECEIPT-AMOUNT.
           MOVE WS-REJECT-COUNT    TO SUM-REJECTED.
           MOVE WS-SUMMARY-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RELEASE-COUNT   TO SUM-RELEASES.
           MOVE WS-RELEASE-AMOUNT  TO SUM-RELEASE-AMOUNT.
           MOVE WS-ORDERED-COUNT   TO SUM-ORDERED.
           MOVE WS-CLOSED-COUNT    TO SUM-CLOSED.
           MOVE WS-SUMMARY-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           IF TXN-FILE-OPEN
              CLOSE LOSS-DRAFT-TXN-FILE
           END-IF.
           CLOSE LOSS-DRAFT-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE INSPECTION-ORDER-FILE.
           CLOSE ORDER-EXTRACT-FILE.
           CLOSE DISBURSEMENT-REQUEST-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE CLAIM-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSLDRFT'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-TXN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-RECEIPT-COUNT + WS-RELEASE-COUNT.
           MOVE WS-REJECT-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
