       ID DIVISION.
       PROGRAM-ID. EPSOTPAY.
      *    DAILY ONE-TIME ACH PAYMENT INTAKE AND DRAFT RUN.
      *
      *    A BORROWER WHO ISN'T ON EPSACHEN AUTOPAY CAN AUTHORIZE A
      *    SINGLE ACH DEBIT THROUGH THE IVR, THE CUSTOMER WEB SITE OR
      *    A PHONE REP, DATED TODAY OR A FEW DAYS AHEAD. THE FRONT
      *    ENDS WRITE THE DAY'S REQUESTS TO EPSOTPRQ; THIS RUN:
      *
      *       - VALIDATES EACH REQUEST AGAINST EPSSRVCF (LOAN ON FILE
      *         AND ACTIVE, AMOUNT WITHIN THE EPSOTCTL LIMITS AND NOT
      *         MORE THAN IT TAKES TO PAY THE LOAN OFF, PAYMENT DATE
      *         IN RANGE, BANK DETAILS PRESENT) AND REFUSES A SECOND
      *         PAYMENT FOR THE SAME PAN AND DAY. AN ACCEPTED REQUEST
      *         IS HELD ON THE EPSOTPRG REGISTER WITH ITS CONVENIENCE
      *         FEE - NONE WHEN A REP WAIVED IT.
      *       - RELEASES EVERY REGISTERED PAYMENT WHOSE DATE HAS
      *         ARRIVED: ONE EPSACHXT DEBIT FOR THE PAYMENT, THE WAY
      *         EPSACHDR DRAFTS AUTOPAY, A SECOND FOR THE FEE, AND A
      *         SOURCE-'A' EPSPYTXN TRANSACTION CARRYING THE DATE THE
      *         BORROWER CHOSE, SO THE PAYMENT POSTS THROUGH EPSPYPST
      *         AND A RETURNED DRAFT BACKS OUT THROUGH EPSACHRT LIKE
      *         ANY AUTOPAY DRAFT.
      *       - CREDITS THE DAY'S FEES DRAFTED TO FEE INCOME AS ONE
      *         AGGREGATE CNVF PAIR THROUGH EPSGLMAP - NEVER TO THE
      *         LOAN. WITH NO CNVF MAPPING ON FILE NO FEE IS DRAFTED
      *         AND THE REPORT SAYS SO.
      *       - PROVES THE REGISTER: SCHEDULED BROUGHT FORWARD PLUS
      *         ACCEPTED TODAY MUST EQUAL DRAFTED, CANCELLED AND
      *         SCHEDULED CARRIED FORWARD, IN COUNT AND AMOUNT. OUT OF
      *         BALANCE SETS RETURN CODE 16 TO STOP THE BANK HAND-OFF;
      *         ANY REJECTED REQUEST SETS 4.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-REQUEST-FILE ASSIGN TO EPSOTPRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OTPRQ-STATUS.

           SELECT PAYMENT-CONTROL-FILE ASSIGN TO EPSOTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OTCTL-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT PAYMENT-REGISTER-FILE ASSIGN TO EPSOTPRG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OTPRG-KEY
                  FILE STATUS IS WS-OTPRG-STATUS.

           SELECT GL-MAP-CONTROL-FILE ASSIGN TO EPSGLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-STATUS.

      *    PAYMENT AND FEE DEBITS - CONCATENATED ONTO THE EPSACHXT
      *    BANK TRANSMISSION BY THE STREAM.
           SELECT DRAFT-EXTRACT-FILE ASSIGN TO OTPYACHX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACHXT-STATUS.

      *    SOURCE-'A' PAYMENT TRANSACTIONS - CONCATENATED ONTO
      *    EPSPYPST'S EPSPYTXN INPUT BY THE NIGHTLY STREAM.
           SELECT PAYMENT-TRANSACTION-FILE ASSIGN TO OTPYPTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYTXN-STATUS.

      *    THE RUN'S AGGREGATE CNVF PAIR - CONCATENATED ONTO THE
      *    EPSGLXTR HAND-OFF BY THE STREAM.
           SELECT GL-INTERFACE-FILE ASSIGN TO OTPYGLXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLXTR-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO OTPAYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSOTPRQ.

       FD  PAYMENT-CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSOTCTL.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  PAYMENT-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSOTPRG.

       FD  GL-MAP-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY EPSGLMAP.

       FD  DRAFT-EXTRACT-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY EPSACHXT.

       FD  PAYMENT-TRANSACTION-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY EPSPYTXN.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 32 CHARACTERS.
           COPY EPSGLXTR.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - LOAN NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - LOAN NOT ACTIVE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - AMOUNT OUTSIDE PAYMENT LIMITS'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - AMOUNT MORE THAN THE LOAN PAYOFF'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - PAYMENT DATE PAST OR TOO FAR AHEAD'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - BANK ROUTING OR ACCOUNT MISSING'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - DUPLICATE PAYMENT FOR LOAN AND DAY'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 7 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(60).
      *    USED WHEN THE EPSOTCTL CONTROL RECORD IS MISSING - NO FEE,
      *    NO CEILING BEYOND THE LOAN'S PAYOFF, A MONTH AHEAD.
           03 STATIC-DEFAULT-DAYS-AHEAD   PIC 9(3) VALUE 30.

       01 WS-FILE-STATUSES.
           03 WS-OTPRQ-STATUS             PIC XX.
           03 WS-OTCTL-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-OTPRG-STATUS             PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-ACHXT-STATUS             PIC XX.
           03 WS-PYTXN-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-REQUESTS          PIC X VALUE 'N'.
              88 END-OF-REQUESTS             VALUE 'Y'.
           03 WS-END-OF-REGISTER          PIC X VALUE 'N'.
              88 END-OF-REGISTER             VALUE 'Y'.
           03 WS-END-OF-MAP               PIC X VALUE 'N'.
              88 END-OF-MAP                  VALUE 'Y'.
           03 WS-OTPRQ-OPEN               PIC X VALUE 'N'.
              88 REQUEST-FILE-OPEN           VALUE 'Y'.
           03 WS-CNVF-MAP-FOUND           PIC X VALUE 'N'.
              88 CNVF-MAP-LOADED             VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 WS-LOAN-ON-FILE             VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-REQUEST-VALID            VALUE 0.

       01 WS-CNVF-ACCOUNTS.
           03 WS-CNVF-DEBIT-ACCOUNT       PIC X(8).
           03 WS-CNVF-CREDIT-ACCOUNT      PIC X(8).

      *    THE LIMITS IN FORCE FOR THE RUN - EPSOTCTL, OR THE STATIC
      *    DEFAULTS WHEN IT IS MISSING.
       01 WS-CONTROL-VALUES.
           03 WS-CONV-FEE                 PIC 9(3)V99 VALUE 0.
           03 WS-MIN-AMOUNT               PIC 9(5)V99 VALUE 0.
           03 WS-MAX-AMOUNT               PIC 9(7)V99 VALUE 0.
           03 WS-MAX-DAYS-AHEAD           PIC 9(3)    VALUE 0.

      *    THE REGISTER ROLL-FORWARD - SEE A800-PROVE-REGISTER.
       01 WS-COUNTERS.
           03 WS-REQUEST-COUNT            PIC 9(7) VALUE 0.
           03 WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-BROUGHT-FWD-COUNT        PIC 9(7) VALUE 0.
           03 WS-ACCEPTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-DRAFTED-COUNT            PIC 9(7) VALUE 0.
           03 WS-CANCELLED-COUNT          PIC 9(7) VALUE 0.
           03 WS-CARRIED-FWD-COUNT        PIC 9(7) VALUE 0.
           03 WS-FEE-DRAFT-COUNT          PIC 9(7) VALUE 0.
           03 WS-FEE-WAIVED-COUNT         PIC 9(7) VALUE 0.
           03 WS-PYTXN-COUNT              PIC 9(7) VALUE 0.
       01 WS-AMOUNTS.
           03 WS-BROUGHT-FWD-AMOUNT       PIC 9(9)V99 VALUE 0.
           03 WS-ACCEPTED-AMOUNT          PIC 9(9)V99 VALUE 0.
           03 WS-DRAFTED-AMOUNT           PIC 9(9)V99 VALUE 0.
           03 WS-CANCELLED-AMOUNT         PIC 9(9)V99 VALUE 0.
           03 WS-CARRIED-FWD-AMOUNT       PIC 9(9)V99 VALUE 0.
           03 WS-FEE-DRAFT-AMOUNT         PIC 9(9)V99 VALUE 0.
           03 WS-PYTXN-AMOUNT             PIC 9(9)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-PAYOFF-LIMIT                 PIC S9(9)V99 COMP.
       01 WS-DAYS-AHEAD                   PIC S9(7) COMP.
       01 WS-TODAY-INT                    PIC S9(7) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSOTPAY - ONE-TIME PAYMENT INTAKE AND DRAFTS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(3)  VALUE 'CH'.
              05 FILLER                   PIC X(10) VALUE 'PAY DATE'.
              05 FILLER                   PIC X(14) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(8)  VALUE 'FEE'.
              05 FILLER                   PIC X(14) VALUE 'CONFIRM NO'.
              05 FILLER                   PIC X(30) VALUE 'RESULT'.
           03 WS-SECTION-INTAKE           PIC X(40) VALUE
              'REQUESTS RECEIVED'.
           03 WS-SECTION-RELEASE          PIC X(40) VALUE
              'SCHEDULED PAYMENTS DUE TODAY'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CHANNEL              PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAY-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FEE                  PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CONFIRMATION         PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-BALANCE-LINE.
              05 BAL-LABEL                PIC X(30).
              05 BAL-COUNT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 BAL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-REQUEST UNTIL END-OF-REQUESTS.
           PERFORM A500-RELEASE-PAYMENTS.
           PERFORM A800-PROVE-REGISTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSOTPAY' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    NO REQUEST FILE MEANS NO ONE PAID BY PHONE OR WEB TODAY -
      *    THE SCHEDULED PAYMENTS STILL GO.
           OPEN INPUT  PAYMENT-REQUEST-FILE.
           IF WS-OTPRQ-STATUS = '00'
              MOVE 'Y' TO WS-OTPRQ-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-REQUESTS
           END-IF.
           OPEN INPUT  PAYMENT-CONTROL-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    PAYMENT-REGISTER-FILE.
           IF WS-OTPRG-STATUS = '05' OR '35'
              CLOSE PAYMENT-REGISTER-FILE
              OPEN OUTPUT PAYMENT-REGISTER-FILE
              CLOSE PAYMENT-REGISTER-FILE
              OPEN I-O PAYMENT-REGISTER-FILE
           END-IF.
           OPEN INPUT  GL-MAP-CONTROL-FILE.
           OPEN OUTPUT DRAFT-EXTRACT-FILE.
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-CONTROL.
           CLOSE PAYMENT-CONTROL-FILE.
           PERFORM A120-FIND-CNVF-MAP UNTIL END-OF-MAP.
           CLOSE GL-MAP-CONTROL-FILE.
           IF NOT CNVF-MAP-LOADED
              MOVE 'NO CNVF ACCOUNT MAPPING - NO CONVENIENCE FEES DRAF
      -            'TED' TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           PERFORM A130-COUNT-SCHEDULED.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-INTAKE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT END-OF-REQUESTS
              PERFORM A150-READ-REQUEST
           END-IF
           .

       A110-LOAD-CONTROL.
           READ PAYMENT-CONTROL-FILE
              AT END
                 MOVE STATIC-DEFAULT-DAYS-AHEAD TO WS-MAX-DAYS-AHEAD
                 MOVE 'EPSOTCTL CONTROL RECORD MISSING - NO FEE, DEFAU
      -               'LT LIMITS' TO RPT-LINE
                 WRITE RPT-LINE
              NOT AT END
                 MOVE OTCTL-CONV-FEE-AMOUNT TO WS-CONV-FEE
                 MOVE OTCTL-MIN-AMOUNT      TO WS-MIN-AMOUNT
                 MOVE OTCTL-MAX-AMOUNT      TO WS-MAX-AMOUNT
                 MOVE OTCTL-MAX-DAYS-AHEAD  TO WS-MAX-DAYS-AHEAD
           END-READ
           .

       A120-FIND-CNVF-MAP.
           READ GL-MAP-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-MAP
              NOT AT END
                 IF GLMAP-SOURCE-CODE = 'CNVF'
                    MOVE 'Y' TO WS-CNVF-MAP-FOUND
                    MOVE GLMAP-DEBIT-ACCOUNT
                         TO WS-CNVF-DEBIT-ACCOUNT
                    MOVE GLMAP-CREDIT-ACCOUNT
                         TO WS-CNVF-CREDIT-ACCOUNT
                 END-IF
           END-READ
           .

      *    WHAT THE REGISTER HELD SCHEDULED BEFORE TODAY'S INTAKE -
      *    THE OPENING FIGURE OF THE A800 ROLL-FORWARD.
       A130-COUNT-SCHEDULED.
           MOVE 'N' TO WS-END-OF-REGISTER.
           MOVE LOW-VALUES TO OTPRG-KEY.
           START PAYMENT-REGISTER-FILE KEY IS NOT LESS THAN OTPRG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-REGISTER
           END-START.
           PERFORM A135-COUNT-ONE UNTIL END-OF-REGISTER
           .

       A135-COUNT-ONE.
           READ PAYMENT-REGISTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-REGISTER
                 EXIT PARAGRAPH
           END-READ.
           IF OTPRG-SCHEDULED
              ADD 1                    TO WS-BROUGHT-FWD-COUNT
              ADD OTPRG-PAYMENT-AMOUNT TO WS-BROUGHT-FWD-AMOUNT
           END-IF
           .

       A150-READ-REQUEST.
           READ PAYMENT-REQUEST-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-REQUESTS
           END-READ
           .

       A200-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE 0      TO WS-VALIDATION-INDICATOR.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE OTPRQ-PAN              TO DTL-PAN.
           MOVE OTPRQ-CHANNEL-IND      TO DTL-CHANNEL.
           MOVE OTPRQ-PAYMENT-DATE     TO DTL-PAY-DATE.
           MOVE OTPRQ-PAYMENT-AMOUNT   TO DTL-AMOUNT.
           MOVE OTPRQ-CONFIRMATION-NUM TO DTL-CONFIRMATION.

           PERFORM A300-VALIDATE-REQUEST.
           IF WS-REQUEST-VALID
              PERFORM A400-REGISTER-PAYMENT
           END-IF.
           IF WS-REQUEST-VALID
              ADD 1 TO WS-ACCEPTED-COUNT
              ADD OTPRQ-PAYMENT-AMOUNT TO WS-ACCEPTED-AMOUNT
              MOVE OTPRG-FEE-AMOUNT TO DTL-FEE
              IF OTPRG-FEE-WAIVED
                 ADD 1 TO WS-FEE-WAIVED-COUNT
                 MOVE 'ACCEPTED - FEE WAIVED BY REP' TO DTL-RESULT
              ELSE
                 MOVE 'ACCEPTED' TO DTL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-REQUEST
           .

       A300-VALIDATE-REQUEST.
           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE OTPRQ-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-LOAN-FOUND.
           IF NOT SRV-LOAN-ACTIVE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           IF OTPRQ-PAYMENT-AMOUNT NOT NUMERIC
              OR OTPRQ-PAYMENT-AMOUNT = 0
              OR OTPRQ-PAYMENT-AMOUNT < WS-MIN-AMOUNT
              OR (WS-MAX-AMOUNT > 0
                  AND OTPRQ-PAYMENT-AMOUNT > WS-MAX-AMOUNT)
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
      *    THE MOST A LOAN CAN TAKE IS ITS BALANCE PLUS ONE FULL
      *    INSTALLMENT AND THE LATE CHARGES DUE - ANYTHING MORE IS A
      *    PAYOFF, WHICH GOES THROUGH EPSPAYOF'S FIGURES, NOT HERE.
           COMPUTE WS-PAYOFF-LIMIT =
                   SRV-PRINCIPAL-BALANCE + SRV-PI-PAYMENT
                 + SRV-PMI-MONTHLY + SRV-ESCROW-MONTHLY
                 + SRV-LATE-CHARGE-DUE.
           IF OTPRQ-PAYMENT-AMOUNT > WS-PAYOFF-LIMIT
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           IF OTPRQ-PAYMENT-DATE NOT NUMERIC
              OR OTPRQ-PAYMENT-DATE < WS-CURRENT-DATE-8
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-AHEAD =
                   FUNCTION INTEGER-OF-DATE(OTPRQ-PAYMENT-DATE)
                 - WS-TODAY-INT.
           IF WS-DAYS-AHEAD < 0
              OR WS-DAYS-AHEAD > WS-MAX-DAYS-AHEAD
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           IF OTPRQ-ROUTING-NUMBER NOT NUMERIC
              OR OTPRQ-ACCOUNT-NUMBER = SPACES
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           MOVE OTPRQ-PAN          TO OTPRG-PAN.
           MOVE OTPRQ-PAYMENT-DATE TO OTPRG-PAYMENT-DATE.
           READ PAYMENT-REGISTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 7 TO WS-VALIDATION-INDICATOR
           END-READ
           .

      *    THE FEE IS FIXED WHEN THE BORROWER AUTHORIZES THE PAYMENT -
      *    A LATER CHANGE TO EPSOTCTL DOES NOT REPRICE IT.
       A400-REGISTER-PAYMENT.
           MOVE SPACES                 TO ONE-TIME-PAYMENT-REGISTER.
           MOVE OTPRQ-PAN              TO OTPRG-PAN.
           MOVE OTPRQ-PAYMENT-DATE     TO OTPRG-PAYMENT-DATE.
           MOVE 'P'                    TO OTPRG-STATUS-IND.
           MOVE OTPRQ-CHANNEL-IND      TO OTPRG-CHANNEL-IND.
           MOVE OTPRQ-PAYMENT-AMOUNT   TO OTPRG-PAYMENT-AMOUNT.
           IF OTPRQ-CHANNEL-REP AND OTPRQ-FEE-WAIVED
              AND OTPRQ-REP-ID NOT = SPACES
              MOVE 0                   TO OTPRG-FEE-AMOUNT
              MOVE 'Y'                 TO OTPRG-FEE-WAIVED-IND
              MOVE OTPRQ-REP-ID        TO OTPRG-REP-ID
           ELSE
              MOVE WS-CONV-FEE         TO OTPRG-FEE-AMOUNT
              MOVE 'N'                 TO OTPRG-FEE-WAIVED-IND
              MOVE OTPRQ-REP-ID        TO OTPRG-REP-ID
           END-IF.
           MOVE OTPRQ-ROUTING-NUMBER   TO OTPRG-ROUTING-NUMBER.
           MOVE OTPRQ-ACCOUNT-NUMBER   TO OTPRG-ACCOUNT-NUMBER.
           MOVE OTPRQ-CONFIRMATION-NUM TO OTPRG-CONFIRMATION-NUM.
           MOVE WS-CURRENT-DATE-8      TO OTPRG-TAKEN-DATE.
           MOVE 0                      TO OTPRG-SENT-DATE.
           WRITE ONE-TIME-PAYMENT-REGISTER
              INVALID KEY
                 MOVE 7 TO WS-VALIDATION-INDICATOR
           END-WRITE
           .

      *    ONE PASS OF THE REGISTER AFTER INTAKE, SO A PAYMENT DATED
      *    TODAY GOES OUT IN THE SAME RUN THAT ACCEPTED IT.
       A500-RELEASE-PAYMENTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-RELEASE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'N' TO WS-END-OF-REGISTER.
           MOVE LOW-VALUES TO OTPRG-KEY.
           START PAYMENT-REGISTER-FILE KEY IS NOT LESS THAN OTPRG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-REGISTER
           END-START.
           PERFORM A510-REVIEW-SCHEDULED UNTIL END-OF-REGISTER
           .

       A510-REVIEW-SCHEDULED.
           READ PAYMENT-REGISTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-REGISTER
                 EXIT PARAGRAPH
           END-READ.
           IF NOT OTPRG-SCHEDULED
              EXIT PARAGRAPH
           END-IF.
           IF OTPRG-PAYMENT-DATE > WS-CURRENT-DATE-8
              ADD 1                    TO WS-CARRIED-FWD-COUNT
              ADD OTPRG-PAYMENT-AMOUNT TO WS-CARRIED-FWD-AMOUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE OTPRG-PAN              TO DTL-PAN.
           MOVE OTPRG-CHANNEL-IND      TO DTL-CHANNEL.
           MOVE OTPRG-PAYMENT-DATE     TO DTL-PAY-DATE.
           MOVE OTPRG-PAYMENT-AMOUNT   TO DTL-AMOUNT.
           MOVE OTPRG-CONFIRMATION-NUM TO DTL-CONFIRMATION.

      *    THE LOAN IS CHECKED AGAIN ON THE DAY - ONE PAID OFF OR
      *    TRANSFERRED SINCE THE BORROWER SCHEDULED IS NOT DRAFTED.
           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE OTPRG-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.
           IF WS-LOAN-ON-FILE AND SRV-LOAN-ACTIVE
              PERFORM A550-DRAFT-PAYMENT
           ELSE
              MOVE 'C' TO OTPRG-STATUS-IND
              MOVE 0   TO OTPRG-FEE-AMOUNT
              ADD 1                    TO WS-CANCELLED-COUNT
              ADD OTPRG-PAYMENT-AMOUNT TO WS-CANCELLED-AMOUNT
              MOVE 'CANCELLED - LOAN NO LONGER ACTIVE' TO DTL-RESULT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO OTPRG-SENT-DATE.
           REWRITE ONE-TIME-PAYMENT-REGISTER
              INVALID KEY
                 MOVE 'REGISTER REWRITE FAILED - CHECK THE PROOF'
                      TO DTL-RESULT
           END-REWRITE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE PAYMENT DEBIT AND ITS TRANSACTION CARRY THE SAME PAN,
      *    DATE AND AMOUNT - EXACTLY WHAT EPSACHRT MATCHES A RETURN
      *    AGAINST. THE FEE GOES AS ITS OWN DEBIT SO A RETURNED
      *    PAYMENT NEVER HAS TO BE PICKED APART FROM ITS FEE.
       A550-DRAFT-PAYMENT.
           MOVE OTPRG-PAN              TO ACHXT-PAN.
           MOVE OTPRG-ROUTING-NUMBER   TO ACHXT-ROUTING-NUMBER.
           MOVE OTPRG-ACCOUNT-NUMBER   TO ACHXT-ACCOUNT-NUMBER.
           MOVE OTPRG-PAYMENT-DATE     TO ACHXT-DRAFT-DATE.
           MOVE OTPRG-PAYMENT-AMOUNT   TO ACHXT-DRAFT-AMOUNT.
           WRITE ACH-DRAFT-EXTRACT-RECORD.

           MOVE OTPRG-PAN              TO PYTXN-PAN.
           MOVE OTPRG-PAYMENT-DATE     TO PYTXN-PAYMENT-DATE.
           MOVE OTPRG-PAYMENT-AMOUNT   TO PYTXN-PAYMENT-AMOUNT.
           MOVE 'A'                    TO PYTXN-SOURCE-IND.
           WRITE PAYMENT-TRANSACTION.
           ADD 1                       TO WS-PYTXN-COUNT.
           ADD OTPRG-PAYMENT-AMOUNT    TO WS-PYTXN-AMOUNT.

           IF NOT CNVF-MAP-LOADED
              MOVE 0 TO OTPRG-FEE-AMOUNT
           END-IF.
           IF OTPRG-FEE-AMOUNT > 0
              MOVE OTPRG-FEE-AMOUNT    TO ACHXT-DRAFT-AMOUNT
              WRITE ACH-DRAFT-EXTRACT-RECORD
              ADD 1                    TO WS-FEE-DRAFT-COUNT
              ADD OTPRG-FEE-AMOUNT     TO WS-FEE-DRAFT-AMOUNT
           END-IF.

           MOVE 'S' TO OTPRG-STATUS-IND.
           ADD 1                    TO WS-DRAFTED-COUNT.
           ADD OTPRG-PAYMENT-AMOUNT TO WS-DRAFTED-AMOUNT.
           MOVE OTPRG-FEE-AMOUNT    TO DTL-FEE.
           MOVE 'DRAFTED'           TO DTL-RESULT
           .

      *    BROUGHT FORWARD PLUS ACCEPTED MUST EQUAL DRAFTED, CANCELLED
      *    AND CARRIED FORWARD; EVERY DRAFTED PAYMENT MUST HAVE ITS
      *    TRANSACTION. EITHER FAILING STOPS THE BANK HAND-OFF.
       A800-PROVE-REGISTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'REQUESTS READ'               TO BAL-LABEL.
           MOVE WS-REQUEST-COUNT              TO BAL-COUNT.
           MOVE 0                             TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'REQUESTS REJECTED'           TO BAL-LABEL.
           MOVE WS-REJECTED-COUNT             TO BAL-COUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'SCHEDULED BROUGHT FORWARD'   TO BAL-LABEL.
           MOVE WS-BROUGHT-FWD-COUNT          TO BAL-COUNT.
           MOVE WS-BROUGHT-FWD-AMOUNT         TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'ACCEPTED TODAY'              TO BAL-LABEL.
           MOVE WS-ACCEPTED-COUNT             TO BAL-COUNT.
           MOVE WS-ACCEPTED-AMOUNT            TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'PAYMENT DRAFTS SENT'         TO BAL-LABEL.
           MOVE WS-DRAFTED-COUNT              TO BAL-COUNT.
           MOVE WS-DRAFTED-AMOUNT             TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'CANCELLED - LOAN NOT ACTIVE' TO BAL-LABEL.
           MOVE WS-CANCELLED-COUNT            TO BAL-COUNT.
           MOVE WS-CANCELLED-AMOUNT           TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'SCHEDULED CARRIED FORWARD'   TO BAL-LABEL.
           MOVE WS-CARRIED-FWD-COUNT          TO BAL-COUNT.
           MOVE WS-CARRIED-FWD-AMOUNT         TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'PAYMENT TRANSACTIONS WRITTEN' TO BAL-LABEL.
           MOVE WS-PYTXN-COUNT                TO BAL-COUNT.
           MOVE WS-PYTXN-AMOUNT               TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'FEE DRAFTS SENT - FEE INCOME' TO BAL-LABEL.
           MOVE WS-FEE-DRAFT-COUNT            TO BAL-COUNT.
           MOVE WS-FEE-DRAFT-AMOUNT           TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.
           MOVE 'FEES WAIVED BY REPS'         TO BAL-LABEL.
           MOVE WS-FEE-WAIVED-COUNT           TO BAL-COUNT.
           MOVE 0                             TO BAL-AMOUNT.
           PERFORM A850-WRITE-BALANCE-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BROUGHT-FWD-COUNT + WS-ACCEPTED-COUNT =
              WS-DRAFTED-COUNT + WS-CANCELLED-COUNT
                               + WS-CARRIED-FWD-COUNT
              AND WS-BROUGHT-FWD-AMOUNT + WS-ACCEPTED-AMOUNT =
                  WS-DRAFTED-AMOUNT + WS-CANCELLED-AMOUNT
                                    + WS-CARRIED-FWD-AMOUNT
              AND WS-PYTXN-COUNT  = WS-DRAFTED-COUNT
              AND WS-PYTXN-AMOUNT = WS-DRAFTED-AMOUNT
              MOVE 'REGISTER PROOF: IN BALANCE' TO RPT-LINE
              IF WS-REJECTED-COUNT > 0
                 MOVE 4 TO WS-RUN-RETURN-CODE
              END-IF
           ELSE
              MOVE 'REGISTER PROOF: OUT OF BALANCE - DO NOT TRANSMIT'
                   TO RPT-LINE
              MOVE 16 TO WS-RUN-RETURN-CODE
           END-IF.
           WRITE RPT-LINE
           .

       A850-WRITE-BALANCE-LINE.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
      *    ONE AGGREGATE CNVF PAIR FOR THE DAY'S FEES - THE SAME
      *    ONE-PAIR-PER-SOURCE SHAPE EPSGLPST WRITES.
           IF WS-FEE-DRAFT-AMOUNT > 0
              MOVE WS-CNVF-DEBIT-ACCOUNT  TO GLXTR-ACCOUNT
              MOVE 'D'                    TO GLXTR-DR-CR-IND
              MOVE WS-FEE-DRAFT-AMOUNT    TO GLXTR-AMOUNT
              MOVE 'CNVF'                 TO GLXTR-SOURCE-CODE
              MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE
              WRITE GL-INTERFACE-RECORD
              MOVE WS-CNVF-CREDIT-ACCOUNT TO GLXTR-ACCOUNT
              MOVE 'C'                    TO GLXTR-DR-CR-IND
              WRITE GL-INTERFACE-RECORD
           END-IF.

           IF REQUEST-FILE-OPEN
              CLOSE PAYMENT-REQUEST-FILE
           END-IF.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE PAYMENT-REGISTER-FILE.
           CLOSE DRAFT-EXTRACT-FILE.
           CLOSE PAYMENT-TRANSACTION-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSOTPAY'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-REQUEST-COUNT     TO EPSRUNWR-IN-COUNT.
           MOVE WS-DRAFTED-COUNT     TO EPSRUNWR-OUT-COUNT.
           MOVE WS-REJECTED-COUNT    TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
