      *    BILLS ARE PAID, SO A LOAN IS NOT SELECTED TWICE FOR THE
      *    SAME BILL.
      *
      *    A LOAN THE TAX SERVICE HAS SENT A BILL FOR (EPSTXBIL, KEPT
      *    BY EPSTXBIN) IS PAID FROM THE BILL INSTEAD: EACH UNPAID
      *    INSTALLMENT DUE WITHIN THE JURISDICTION'S LEAD DAYS (OR
      *    ALREADY PAST DUE) IS DISBURSED AT ITS BILLED AMOUNT AND
      *    STAMPED PAID, WHATEVER SRV-ANNUAL-PROPERTY-TAX SAYS. SUCH A
      *    LOAN NEVER FALLS BACK TO THE ANNUAL FIGURE - IF ITS
      *    JURISDICTION IS IN THE WINDOW WITH NO BILL TO PAY, IT IS
      *    LISTED FOR THE TAX DESK TO CHASE THE VENDOR.
      *
      *    AN REO PROPERTY (A LOAN EPSREOMT HAS TAKEN INTO INVENTORY)
      *    IS SELECTED THE SAME WAY, BILLED OR NOT, BUT ITS TAX IS THE
      *    SHOP'S OWN HOLDING COST, NOT AN ESCROW DISBURSEMENT: THE
      *    CHECK IS REQUESTED AS A TYPE 'T' EPSDSBRQ RECORD AND THE
      *    COST IS SENT TO EPSREOMT, WHICH CHARGES IT TO THE PROPERTY
      *    AND POSTS IT. THERE IS NO ESCROW BALANCE TO DRAW DOWN.
      *
      *    THE MASTER IS NOT BROWSED END TO END. EACH JURISDICTION IN
      *    ITS DUE WINDOW IS READ OFF THE SRV-JURISDICTION-CODE
      *    ALTERNATE INDEX, ITS OWN LOANS ONLY. A BILLED LOAN OUTSIDE
      *    THOSE JURISDICTIONS (NO CODE, NOT ON THE CALENDAR, OR NOT
      *    IN THE WINDOW) IS REACHED FROM ITS EPSTXBIL BILL INSTEAD,
      *    BY PAN. THE RECORDS READ GO TO EPSRUNRS FOR THE HEALTH
      *    PAGE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  ALTERNATE RECORD KEY IS SRV-JURISDICTION-CODE
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT JURISDICTION-CONTROL-FILE ASSIGN TO EPSJURCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JURCT-STATUS.

           SELECT TAX-BILL-FILE ASSIGN TO EPSTXBIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXBIL-PAN
                  FILE STATUS IS WS-TXBIL-STATUS.

           SELECT DISBURSEMENT-EXTRACT-FILE ASSIGN TO EPSTXDXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TXDXT-STATUS.

      *    REO TAX CHECKS - CONCATENATED ONTO EPSCKISS'S EPSDSBRQ
      *    INPUT BY THE STREAM.
           SELECT REO-DISBURSEMENT-FILE ASSIGN TO TXDSDSBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DSBRQ-STATUS.

      *    REO TAX HOLDING COSTS - CONCATENATED ONTO EPSREOMT'S
      *    EPSREOTX INPUT BY THE STREAM.
           SELECT REO-TXN-FILE ASSIGN TO TXDSREOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REOTX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO TXDSBRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 39 CHARACTERS.
           COPY EPSJURCT.

       FD  TAX-BILL-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSTXBIL.

       FD  DISBURSEMENT-EXTRACT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSTXDXT.

       FD  REO-DISBURSEMENT-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY EPSDSBRQ.

       FD  REO-TXN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSREOTX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-JURCT-STATUS             PIC XX.
           03 WS-TXBIL-STATUS             PIC XX.
           03 WS-TXDXT-STATUS             PIC XX.
           03 WS-DSBRQ-STATUS             PIC XX.
           03 WS-REOTX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-CONTROL           PIC X VALUE 'N'.
              88 END-OF-CONTROL              VALUE 'Y'.
           03 WS-END-OF-BILLS             PIC X VALUE 'N'.
              88 END-OF-BILLS                VALUE 'Y'.
           03 WS-TXBIL-OPEN               PIC X VALUE 'N'.
              88 TAX-BILL-FILE-OPEN          VALUE 'Y'.
           03 WS-BILL-ON-FILE             PIC X VALUE 'N'.
              88 TAX-BILL-ON-FILE            VALUE 'Y'.
           03 WS-BILL-PAID-IND            PIC X VALUE 'N'.
              88 BILL-INSTALLMENT-PAID       VALUE 'Y'.

      *    THE LOADED JURISDICTION CALENDAR - DUE-WINDOW-IND IS SET AT
      *    LOAD TIME SO THE PER-LOAN TEST IS A TABLE LOOKUP, NOT DATE
              05 JUR-CODE                 PIC X(4).
              05 JUR-PAYEE                PIC X(24).
              05 JUR-DUE-DATE             PIC 9(8).
              05 JUR-LEAD-DAYS            PIC 9(3).
              05 JUR-DUE-WINDOW-IND       PIC X.
                 88 JUR-IN-DUE-WINDOW        VALUE 'Y'.
              05 JUR-LOAN-COUNT           PIC 9(5).
              05 JUR-DISBURSE-TOTAL       PIC 9(9)V99.
       01 WS-JUR-IDX                      PIC 9(3) COMP.
      *    THE JURISDICTION WHOSE LOANS ARE BEING BROWSED - A200'S
      *    OWN LOOKUP RUNS WS-JUR-IDX.
       01 WS-BROWSE-IDX                   PIC 9(3) COMP.
       01 WS-JUR-FOUND-IDX                PIC 9(3) COMP.

       01 WS-DATE-WORK.
           03 WS-DAYS-TO-DUE              PIC S9(9).
      *    LEAD DAYS FOR A BILLED LOAN WHOSE JURISDICTION IS NOT ON
      *    THE CALENDAR.
           03 WS-DEFAULT-LEAD-DAYS        PIC 9(3) VALUE 30.
           03 WS-BILL-LEAD-DAYS           PIC 9(3).
       01 WS-INST-IDX                     PIC 9(2) COMP.
       01 WS-LOAN-BILLED-AMOUNT           PIC 9(7)V99.

       01 WS-COUNTERS.
           03 WS-DISBURSED-COUNT          PIC 9(7) VALUE 0.
           03 WS-BILLED-COUNT             PIC 9(7) VALUE 0.
           03 WS-BILLED-AMOUNT            PIC 9(9)V99 VALUE 0.
           03 WS-NO-BILL-COUNT            PIC 9(7) VALUE 0.
           03 WS-REO-TAX-COUNT            PIC 9(7) VALUE 0.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(14) VALUE
                 'DISBURSEMENTS:'.
              05 SUM-DISBURSED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(26) VALUE
                 'INSTALLMENTS FROM BILLS:'.
              05 SUM-BILLED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-BILLED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(17) VALUE
                 'NO CURRENT BILL:'.
              05 SUM-NO-BILL              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'REO TAX:'.
              05 SUM-REO-TAX              PIC ZZZZZZ9.
           03 WS-NO-BILL-LINE.
              05 NBL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 NBL-JURISDICTION         PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(50) VALUE
                 'JURISDICTION DUE - NO UNPAID BILL FROM TAX SERVICE'.

      *    SHARED BUSINESS-DAY CALENDAR CALL - SEE EPSBDCAL.
           COPY EPSBDPM.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A160-BROWSE-JURISDICTION
                   VARYING WS-BROWSE-IDX FROM 1 BY 1
                   UNTIL WS-BROWSE-IDX > WS-JUR-COUNT.
           IF TAX-BILL-FILE-OPEN
              PERFORM A170-START-BILLS
              PERFORM A180-PROCESS-BILL UNTIL END-OF-BILLS
           END-IF.
           PERFORM A800-WRITE-JURISDICTION-TOTALS.
           PERFORM A900-FINALIZE.
           STOP RUN
           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN INPUT  JURISDICTION-CONTROL-FILE.
           OPEN OUTPUT DISBURSEMENT-EXTRACT-FILE.
           OPEN OUTPUT REO-DISBURSEMENT-FILE.
           OPEN OUTPUT REO-TXN-FILE.
           OPEN OUTPUT CONTROL-REPORT.
      *    NO BILL FILE YET - EVERY LOAN IS PAID FROM THE CALENDAR.
           OPEN I-O    TAX-BILL-FILE.
           IF WS-TXBIL-STATUS = '00'
              MOVE 'Y' TO WS-TXBIL-OPEN
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-CALENDAR UNTIL END-OF-CONTROL
                   OR WS-JUR-COUNT = 50
           .

       A120-LOAD-CALENDAR.
                                   TO JUR-PAYEE(WS-JUR-COUNT)
                 MOVE JURCT-TAX-DUE-DATE
                                   TO JUR-DUE-DATE(WS-JUR-COUNT)
                 MOVE JURCT-LEAD-DAYS
                                   TO JUR-LEAD-DAYS(WS-JUR-COUNT)
                 MOVE 0 TO JUR-LOAN-COUNT(WS-JUR-COUNT)
                 MOVE 0 TO JUR-DISBURSE-TOTAL(WS-JUR-COUNT)
                 COMPUTE WS-DAYS-TO-DUE =
           END-READ
           .

      *    THE NEXT LOAN OF THE JURISDICTION BEING BROWSED - THE
      *    FIRST LOAN OF THE NEXT CODE ENDS IT.
       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 IF SRV-JURISDICTION-CODE
                    NOT = JUR-CODE(WS-BROWSE-IDX)
                    MOVE 'Y' TO WS-END-OF-MASTER
                 ELSE
                    ADD 1 TO WS-READ-COUNT
                 END-IF
           END-READ
           .

      *    A JURISDICTION OUTSIDE ITS WINDOW HAS NOTHING TO PAY FROM
      *    THE CALENDAR; ITS BILLED LOANS COME THROUGH A180.
       A160-BROWSE-JURISDICTION.
           IF NOT JUR-IN-DUE-WINDOW(WS-BROWSE-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-MASTER.
           MOVE JUR-CODE(WS-BROWSE-IDX) TO SRV-JURISDICTION-CODE.
           START SERVICING-MASTER-FILE
                 KEY IS EQUAL TO SRV-JURISDICTION-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START.
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF.
           PERFORM A200-PROCESS-LOAN UNTIL END-OF-MASTER
           .

       A170-START-BILLS.
           MOVE LOW-VALUES TO TXBIL-PAN.
           START TAX-BILL-FILE KEY IS NOT LESS THAN TXBIL-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-BILLS
           END-START
           .

      *    A BILLED LOAN WHOSE JURISDICTION WAS BROWSED ABOVE HAS
      *    ALREADY BEEN PAID (OR LISTED) THERE. ANY OTHER BILLED LOAN
      *    IS READ BY PAN AND PAID FROM ITS BILL EXACTLY AS A200
      *    WOULD HAVE.
       A180-PROCESS-BILL.
           READ TAX-BILL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BILLS
                 EXIT PARAGRAPH
           END-READ.
           IF TXBIL-ANNUAL-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE TXBIL-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE KEY IS SRV-PAN
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT SRV-LOAN-ACTIVE AND NOT SRV-LOAN-REO
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-JUR-FOUND-IDX.
           IF SRV-JURISDICTION-CODE NOT = SPACES
              PERFORM A205-MATCH-JURISDICTION
                      VARYING WS-JUR-IDX FROM 1 BY 1
                      UNTIL WS-JUR-IDX > WS-JUR-COUNT
           END-IF.
           IF WS-JUR-FOUND-IDX > 0
              IF JUR-IN-DUE-WINDOW(WS-JUR-FOUND-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF SRV-ESCROW-MONTHLY > 0 OR SRV-LOAN-REO
              PERFORM A400-DISBURSE-BILLED
           END-IF
           .

       A200-PROCESS-LOAN.
           IF SRV-LOAN-ACTIVE OR SRV-LOAN-REO
              MOVE 0 TO WS-JUR-FOUND-IDX
              IF SRV-JURISDICTION-CODE NOT = SPACES
                 PERFORM A205-MATCH-JURISDICTION
                         VARYING WS-JUR-IDX FROM 1 BY 1
                         UNTIL WS-JUR-IDX > WS-JUR-COUNT
              END-IF
              PERFORM A210-FIND-TAX-BILL
              IF TAX-BILL-ON-FILE
                 IF SRV-ESCROW-MONTHLY > 0 OR SRV-LOAN-REO
                    PERFORM A400-DISBURSE-BILLED
                 END-IF
              ELSE
                 IF SRV-ANNUAL-PROPERTY-TAX > 0
                    AND WS-JUR-FOUND-IDX > 0
                    AND JUR-IN-DUE-WINDOW(WS-JUR-FOUND-IDX)
                    PERFORM A300-DISBURSE-LOAN
                 END-IF
              END-IF
           END-IF
           .
           PERFORM A150-READ-MASTER.

       A205-MATCH-JURISDICTION.
           IF JUR-CODE(WS-JUR-IDX) = SRV-JURISDICTION-CODE
              MOVE WS-JUR-IDX TO WS-JUR-FOUND-IDX
           END-IF
           .

      *    A RECORD WITH NO INSTALLMENTS ON IT - ONLY A DELINQUENCY
      *    NOTICE - LEAVES THE LOAN ON THE CALENDAR.
       A210-FIND-TAX-BILL.
           MOVE 'N' TO WS-BILL-ON-FILE.
           IF NOT TAX-BILL-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO TXBIL-PAN.
           READ TAX-BILL-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF TXBIL-ANNUAL-AMOUNT > 0
              MOVE 'Y' TO WS-BILL-ON-FILE
           END-IF
           .

       A300-DISBURSE-LOAN.
           MOVE JUR-PAYEE(WS-JUR-FOUND-IDX) TO TXDXT-PAYEE-NAME.
           MOVE SRV-PAN                     TO TXDXT-PAN.
      *    A DUE DATE ON A WEEKEND OR HOLIDAY ROLLS TO THE NEXT
      *    BUSINESS DAY.
           MOVE EPSBDCAL-RESULT-DATE TO TXDXT-DUE-DATE.
           IF SRV-LOAN-REO
              PERFORM A450-REQUEST-REO-TAX
           ELSE
              WRITE TAX-DISBURSEMENT-EXTRACT-RECORD
              SUBTRACT SRV-ANNUAL-PROPERTY-TAX FROM SRV-ESCROW-BALANCE
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD
              INVALID KEY
           END-REWRITE
           .

      *    EVERY UNPAID INSTALLMENT INSIDE THE LEAD WINDOW - ONE PAST
      *    ITS DUE DATE IS PAID NOW - GOES OUT AT THE BILLED AMOUNT.
       A400-DISBURSE-BILLED.
           IF WS-JUR-FOUND-IDX > 0
              MOVE JUR-LEAD-DAYS(WS-JUR-FOUND-IDX)
                   TO WS-BILL-LEAD-DAYS
           ELSE
              MOVE WS-DEFAULT-LEAD-DAYS TO WS-BILL-LEAD-DAYS
           END-IF.
           MOVE 'N' TO WS-BILL-PAID-IND.
           MOVE 0   TO WS-LOAN-BILLED-AMOUNT.
           PERFORM A410-DISBURSE-INSTALLMENT
                   VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > 4.

           IF NOT BILL-INSTALLMENT-PAID
              IF WS-JUR-FOUND-IDX > 0
                 AND JUR-IN-DUE-WINDOW(WS-JUR-FOUND-IDX)
                 ADD 1 TO WS-NO-BILL-COUNT
                 MOVE SRV-PAN               TO NBL-PAN
                 MOVE SRV-JURISDICTION-CODE TO NBL-JURISDICTION
                 MOVE WS-NO-BILL-LINE       TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           REWRITE TAX-BILL-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF NOT SRV-LOAN-REO
              SUBTRACT WS-LOAN-BILLED-AMOUNT FROM SRV-ESCROW-BALANCE
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-DISBURSED-COUNT
                 IF WS-JUR-FOUND-IDX > 0
                    ADD 1 TO JUR-LOAN-COUNT(WS-JUR-FOUND-IDX)
                    ADD WS-LOAN-BILLED-AMOUNT
                        TO JUR-DISBURSE-TOTAL(WS-JUR-FOUND-IDX)
                 END-IF
           END-REWRITE
           .

       A410-DISBURSE-INSTALLMENT.
           IF TXBIL-INST-AMOUNT(WS-INST-IDX) = 0
              OR TXBIL-INST-PAID-DATE(WS-INST-IDX) > 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-TO-DUE =
              FUNCTION INTEGER-OF-DATE(TXBIL-INST-DUE-DATE(WS-INST-IDX))
            - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           IF WS-DAYS-TO-DUE > WS-BILL-LEAD-DAYS
              EXIT PARAGRAPH
           END-IF.

           MOVE TXBIL-PAYEE-NAME             TO TXDXT-PAYEE-NAME.
           IF TXDXT-PAYEE-NAME = SPACES AND WS-JUR-FOUND-IDX > 0
              MOVE JUR-PAYEE(WS-JUR-FOUND-IDX) TO TXDXT-PAYEE-NAME
           END-IF.
           MOVE SRV-PAN                      TO TXDXT-PAN.
           MOVE SRV-JURISDICTION-CODE        TO
                                       TXDXT-JURISDICTION-CODE.
           MOVE TXBIL-INST-AMOUNT(WS-INST-IDX)
                                             TO TXDXT-DISBURSE-AMOUNT.
           SET EPSBDCAL-NEXT-BUS-DAY TO TRUE.
           IF WS-DAYS-TO-DUE < 0
              MOVE WS-CURRENT-DATE-8         TO EPSBDCAL-DATE
           ELSE
              MOVE TXBIL-INST-DUE-DATE(WS-INST-IDX) TO EPSBDCAL-DATE
           END-IF.
           CALL 'EPSBDCAL' USING EPSBDCAL-PARMS.
           MOVE EPSBDCAL-RESULT-DATE         TO TXDXT-DUE-DATE.
           IF SRV-LOAN-REO
              PERFORM A450-REQUEST-REO-TAX
           ELSE
              WRITE TAX-DISBURSEMENT-EXTRACT-RECORD
           END-IF.

           MOVE WS-CURRENT-DATE-8 TO TXBIL-INST-PAID-DATE(WS-INST-IDX).
           ADD TXBIL-INST-AMOUNT(WS-INST-IDX) TO WS-LOAN-BILLED-AMOUNT
                                                  WS-BILLED-AMOUNT.
           ADD 1 TO WS-BILLED-COUNT.
           MOVE 'Y' TO WS-BILL-PAID-IND
           .

      *    THE TAX ON AN REO PROPERTY GOES OUT AS A REGISTER CHECK
      *    REQUEST BUILT FROM THE EXTRACT FIELDS JUST SET, AND AS A
      *    HOLDING COST WITH ITS CHECK ALREADY REQUESTED, SO EPSREOMT
      *    CHARGES IT TO THE PROPERTY WITHOUT CUTTING A SECOND CHECK.
       A450-REQUEST-REO-TAX.
           MOVE TXDXT-PAN             TO DSBRQ-PAN.
           MOVE TXDXT-PAYEE-NAME      TO DSBRQ-PAYEE-NAME.
           MOVE 'T'                   TO DSBRQ-DISBURSE-TYPE.
           MOVE TXDXT-DISBURSE-AMOUNT TO DSBRQ-AMOUNT.
           MOVE WS-CURRENT-DATE-8     TO DSBRQ-REQUEST-DATE.
           WRITE DISBURSEMENT-REQUEST-RECORD.

           MOVE SPACES                TO REO-TRANSACTION-RECORD.
           MOVE 'H'                   TO REOTX-ACTION.
           MOVE TXDXT-PAN             TO REOTX-PAN.
           MOVE WS-CURRENT-DATE-8     TO REOTX-DATE.
           MOVE TXDXT-DISBURSE-AMOUNT TO REOTX-AMOUNT.
           MOVE 0                     TO REOTX-OTHER-AMOUNT.
           MOVE 'T'                   TO REOTX-COST-TYPE.
           MOVE TXDXT-PAYEE-NAME      TO REOTX-NAME.
           MOVE 'Y'                   TO REOTX-CHECK-REQUESTED-IND.
           MOVE 'EPSTXDSB'            TO REOTX-USER-ID.
           WRITE REO-TRANSACTION-RECORD.
           ADD 1 TO WS-REO-TAX-COUNT
           .

       A800-WRITE-JURISDICTION-TOTALS.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

       A810-WRITE-ONE-JURISDICTION.
           IF JUR-IN-DUE-WINDOW(WS-JUR-IDX)
              OR JUR-LOAN-COUNT(WS-JUR-IDX) > 0
              MOVE SPACES                      TO WS-JUR-LINE
              MOVE JUR-CODE(WS-JUR-IDX)        TO JRL-CODE
              MOVE JUR-PAYEE(WS-JUR-IDX)       TO JRL-PAYEE

       A900-FINALIZE.
           MOVE WS-DISBURSED-COUNT TO SUM-DISBURSED.
           MOVE WS-BILLED-COUNT    TO SUM-BILLED.
           MOVE WS-BILLED-AMOUNT   TO SUM-BILLED-AMOUNT.
           MOVE WS-NO-BILL-COUNT   TO SUM-NO-BILL.
           MOVE WS-REO-TAX-COUNT   TO SUM-REO-TAX.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE JURISDICTION-CONTROL-FILE.
           IF TAX-BILL-FILE-OPEN
              CLOSE TAX-BILL-FILE
           END-IF.
           CLOSE DISBURSEMENT-EXTRACT-FILE.
           CLOSE REO-DISBURSEMENT-FILE.
           CLOSE REO-TXN-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSTXDSB'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT       TO EPSRUNWR-IN-COUNT.
           MOVE WS-DISBURSED-COUNT  TO EPSRUNWR-OUT-COUNT.
           MOVE 0                   TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
