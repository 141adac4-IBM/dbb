       ID DIVISION.
       PROGRAM-ID. EPSTXBIN.
      *    PROPERTY TAX BILL AND DELINQUENCY INTAKE.
      *
      *    APPLIES THE TAX SERVICE VENDOR'S DAILY EPSTXVND FILE TO THE
      *    EPSTXBIL TAX BILL FILE:
      *
      *       - A BILL INSTALLMENT IS STORED AGAINST THE LOAN FOR ITS
      *         TAX YEAR, SO EPSTXDSB PAYS THE COUNTY'S ACTUAL AMOUNT
      *         ON ITS ACTUAL DUE DATE. THE FIRST INSTALLMENT OF A NEW
      *         TAX YEAR CLEARS THE OLD YEAR'S. ONCE A LOAN'S BILL IS
      *         IN, THE YEAR'S TOTAL IS HELD UP AGAINST THE ESCROW
      *         PROJECTION (SRV-ANNUAL-PROPERTY-TAX) AND AN ESCROWED
      *         LOAN THAT IS OFF BY MORE THAN THE TOLERANCE IS LISTED
      *         FOR THE ESCROW DESK - A REASSESSMENT THE NEXT ANALYSIS
      *         HAS TO CATCH.
      *       - A DELINQUENT-TAX NOTICE GOES ON THE EPSTXWQ WORK
      *         QUEUE. ON A NON-ESCROWED LOAN WHOSE LIEN IS SET FOR
      *         TAX SALE WITHIN THE PROTECTION WINDOW, THE SHOP PAYS
      *         THE TAX ITSELF: A CHECK REQUEST ON THE TAX
      *         DISBURSEMENT EXTRACT AND A TYPE-'T' CORPORATE ADVANCE
      *         FOR EPSCAPST, SO THE BORROWER OWES IT BACK. A NOTICE ON
      *         AN ESCROWED LOAN IS QUEUED AS A BILL THE ESCROW
      *         ACCOUNT SHOULD HAVE PAID, AND ONE ON AN REO PROPERTY
      *         (WHOSE BILLS EPSTXDSB PAYS FOR THE SHOP) THE SAME WAY.
      *       - A REDEMPTION CLEARS THE DELINQUENCY.
      *
      *    AN ITEM THAT CANNOT BE APPLIED IS LISTED AND THE RUN ENDS
      *    WITH RC 4.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-VENDOR-FILE ASSIGN TO EPSTXVND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TXVND-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT TAX-BILL-FILE ASSIGN TO EPSTXBIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXBIL-PAN
                  FILE STATUS IS WS-TXBIL-STATUS.

           SELECT TAX-WORK-QUEUE-FILE ASSIGN TO EPSTXWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TXWQ-STATUS.

      *    PROTECTIVE TAX PAYMENTS - CONCATENATED ONTO THE EPSTXDXT
      *    CHECK-WRITING HAND-OFF BY THE STREAM.
           SELECT DISBURSEMENT-EXTRACT-FILE ASSIGN TO TXBNDSXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TXDXT-STATUS.

      *    DELINQUENT-TAX ADVANCES - CONCATENATED ONTO EPSCAPST'S
      *    EPSCATXN INPUT BY THE STREAM.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO TXBNCATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO TXBINRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-VENDOR-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSTXVND.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  TAX-BILL-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSTXBIL.

       FD  TAX-WORK-QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSTXWQ.

       FD  DISBURSEMENT-EXTRACT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSTXDXT.

       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-TXVND-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-TXBIL-STATUS             PIC XX.
           03 WS-TXWQ-STATUS              PIC XX.
           03 WS-TXDXT-STATUS             PIC XX.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-VENDOR            PIC X VALUE 'N'.
              88 END-OF-VENDOR               VALUE 'Y'.
           03 WS-NEW-BILL-IND             PIC X VALUE 'N'.
              88 NEW-BILL-RECORD             VALUE 'Y'.
           03 WS-BILL-SEEN-IND            PIC X VALUE 'N'.
              88 BILL-SEEN-FOR-LOAN          VALUE 'Y'.

      *    A LIEN WITHIN THIS MANY DAYS OF TAX SALE (OR PAST IT) IS
      *    PAID BY THE SHOP; FURTHER OUT, THE BORROWER IS ASKED FIRST.
       01 WS-PROTECT-DAYS                 PIC 9(3) VALUE 60.
      *    A BILL WITHIN THIS SHARE OF THE ESCROW PROJECTION, OR THIS
      *    MANY DOLLARS OF IT, IS NOT WORTH A SHORT-YEAR ANALYSIS.
       01 WS-VARIANCE-RATE                PIC V99 VALUE .05.
       01 WS-VARIANCE-FLOOR               PIC 9(3)V99 VALUE 25.00.

       01 WS-COUNTERS.
           03 WS-ITEM-COUNT               PIC 9(7) VALUE 0.
           03 WS-BILL-COUNT               PIC 9(7) VALUE 0.
           03 WS-DELINQUENT-COUNT         PIC 9(7) VALUE 0.
           03 WS-REDEEMED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ADVANCE-COUNT            PIC 9(7) VALUE 0.
           03 WS-QUEUED-COUNT             PIC 9(7) VALUE 0.
           03 WS-VARIANCE-COUNT           PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-ADVANCE-AMOUNT           PIC 9(9)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-ITEM-WORK.
           03 WS-PREV-PAN                 PIC X(10) VALUE SPACES.
           03 WS-REJECT-REASON            PIC X(34).
           03 WS-ACTION-NOTE              PIC X(34).
           03 WS-INST-IDX                 PIC 9(2) COMP.
           03 WS-DAYS-TO-SALE             PIC S9(7) COMP.
           03 WS-VARIANCE                 PIC S9(7)V99 COMP-3.
           03 WS-VARIANCE-LIMIT           PIC S9(7)V99 COMP-3.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSTXBIN - PROPERTY TAX BILL INTAKE'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(5)  VALUE 'TYPE'.
              05 FILLER                   PIC X(22) VALUE 'PARCEL'.
              05 FILLER                   PIC X(6)  VALUE 'YEAR'.
              05 FILLER                   PIC X(14) VALUE
                 '        AMOUNT'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'DATE'.
              05 FILLER                   PIC X(34) VALUE 'ACTION'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-TYPE                 PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-PARCEL               PIC X(20).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TAX-YEAR             PIC 9(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-DATE                 PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACTION               PIC X(34).
           03 WS-VARIANCE-LINE.
              05 VRL-PAN                  PIC X(10).
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'ESCROW VARIANCE - YEAR'.
              05 VRL-TAX-YEAR             PIC 9(4).
              05 FILLER                   PIC X(9)  VALUE '  BILLED'.
              05 VRL-BILLED               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(12) VALUE
                 '  PROJECTED'.
              05 VRL-PROJECTED            PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 VRL-VARIANCE             PIC -Z,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(8)  VALUE 'ITEMS:'.
              05 SUM-ITEMS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'INSTALLMENTS:'.
              05 SUM-BILLS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'DELINQUENT:'.
              05 SUM-DELINQUENT           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REDEEMED:'.
              05 SUM-REDEEMED             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'ADVANCED:'.
              05 SUM-ADVANCED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-ADVANCE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'QUEUED:'.
              05 SUM-QUEUED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'VARIANCES:'.
              05 SUM-VARIANCES            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-ITEM UNTIL END-OF-VENDOR.
           PERFORM A250-CLOSE-LOAN.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSTXBIN' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TAX-VENDOR-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    TAX-BILL-FILE.
           IF WS-TXBIL-STATUS = '05' OR '35'
              CLOSE TAX-BILL-FILE
              OPEN OUTPUT TAX-BILL-FILE
              CLOSE TAX-BILL-FILE
              OPEN I-O TAX-BILL-FILE
           END-IF.
           OPEN OUTPUT TAX-WORK-QUEUE-FILE.
           OPEN OUTPUT DISBURSEMENT-EXTRACT-FILE.
           OPEN OUTPUT ADVANCE-TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-VENDOR
           .

       A150-READ-VENDOR.
           READ TAX-VENDOR-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-VENDOR
           END-READ
           .

       A200-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF TXVND-PAN NOT = WS-PREV-PAN
              PERFORM A250-CLOSE-LOAN
              MOVE TXVND-PAN TO WS-PREV-PAN
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ACTION-NOTE.

           MOVE TXVND-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'NOT ON SERVICING MASTER' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
              AND NOT SRV-LOAN-ACTIVE
              AND NOT SRV-LOAN-CONSTRUCTION
              AND NOT SRV-LOAN-REO
              MOVE 'LOAN NOT ACTIVE' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND (TXVND-AMOUNT IS NOT NUMERIC
                   OR TXVND-TAX-YEAR IS NOT NUMERIC
                   OR TXVND-DUE-DATE IS NOT NUMERIC)
              MOVE 'AMOUNT, YEAR OR DATE NOT NUMERIC'
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM A210-GET-BILL-RECORD
              EVALUATE TRUE
                 WHEN TXVND-BILL
                    PERFORM A300-APPLY-INSTALLMENT
                 WHEN TXVND-DELINQUENT
                    PERFORM A400-APPLY-DELINQUENCY
                 WHEN TXVND-REDEEMED
                    PERFORM A500-APPLY-REDEMPTION
                 WHEN OTHER
                    MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM A280-SAVE-BILL-RECORD
              MOVE WS-ACTION-NOTE   TO DTL-ACTION
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-REJECT-REASON TO DTL-ACTION
           END-IF.
           PERFORM A290-WRITE-DETAIL.

           PERFORM A150-READ-VENDOR
           .

      *    A LOAN'S FIRST BILL OR NOTICE OPENS ITS RECORD.
       A210-GET-BILL-RECORD.
           MOVE 'N' TO WS-NEW-BILL-IND.
           MOVE TXVND-PAN TO TXBIL-PAN.
           READ TAX-BILL-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-BILL-IND
           END-READ.
           IF NEW-BILL-RECORD
              MOVE SPACES    TO TAX-BILL-RECORD
              MOVE TXVND-PAN TO TXBIL-PAN
              MOVE 0         TO TXBIL-TAX-YEAR
              PERFORM A220-CLEAR-INSTALLMENT
                      VARYING WS-INST-IDX FROM 1 BY 1
                      UNTIL WS-INST-IDX > 4
              MOVE 0         TO TXBIL-ANNUAL-AMOUNT
              MOVE 0         TO TXBIL-DELINQUENT-AMOUNT
              MOVE 0         TO TXBIL-DELINQ-NOTICE-DATE
              MOVE 0         TO TXBIL-TAX-SALE-DATE
              MOVE 0         TO TXBIL-ADVANCED-DATE
           END-IF.
           MOVE TXVND-PARCEL-NUMBER TO TXBIL-PARCEL-NUMBER.
           MOVE TXVND-PAYEE-NAME    TO TXBIL-PAYEE-NAME
           .

       A220-CLEAR-INSTALLMENT.
           MOVE 0 TO TXBIL-INST-AMOUNT(WS-INST-IDX).
           MOVE 0 TO TXBIL-INST-DUE-DATE(WS-INST-IDX).
           MOVE 0 TO TXBIL-INST-PAID-DATE(WS-INST-IDX)
           .

      *    THE PREVIOUS LOAN'S ITEMS ARE ALL IN - IF A BILL CAME,
      *    HOLD THE YEAR'S TOTAL UP AGAINST THE ESCROW PROJECTION.
       A250-CLOSE-LOAN.
           IF BILL-SEEN-FOR-LOAN
              PERFORM A600-CHECK-VARIANCE
           END-IF.
           MOVE 'N' TO WS-BILL-SEEN-IND
           .

       A280-SAVE-BILL-RECORD.
           MOVE WS-CURRENT-DATE-8 TO TXBIL-LAST-UPDATE-DATE.
           IF NEW-BILL-RECORD
              WRITE TAX-BILL-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE TAX-BILL-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           .

       A290-WRITE-DETAIL.
           MOVE TXVND-PAN           TO DTL-PAN.
           MOVE TXVND-RECORD-TYPE   TO DTL-TYPE.
           MOVE TXVND-PARCEL-NUMBER TO DTL-PARCEL.
           IF TXVND-TAX-YEAR IS NUMERIC
              MOVE TXVND-TAX-YEAR   TO DTL-TAX-YEAR
           ELSE
              MOVE 0                TO DTL-TAX-YEAR
           END-IF.
           IF TXVND-AMOUNT IS NUMERIC
              MOVE TXVND-AMOUNT     TO DTL-AMOUNT
           ELSE
              MOVE 0                TO DTL-AMOUNT
           END-IF.
           IF TXVND-DUE-DATE IS NUMERIC
              MOVE TXVND-DUE-DATE   TO DTL-DATE
           ELSE
              MOVE 0                TO DTL-DATE
           END-IF.
           MOVE WS-DETAIL-LINE      TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE VENDOR SENDS A YEAR'S INSTALLMENTS TOGETHER. A NEW TAX
      *    YEAR REPLACES THE OLD ONE; AN INSTALLMENT ALREADY PAID
      *    CANNOT BE RE-BILLED AT A DIFFERENT AMOUNT - THAT IS A
      *    REFUND OR SUPPLEMENTAL BILL FOR THE TAX DESK.
       A300-APPLY-INSTALLMENT.
           IF TXVND-INSTALLMENT-NUMBER IS NOT NUMERIC
              OR TXVND-INSTALLMENT-NUMBER < 1
              OR TXVND-INSTALLMENT-NUMBER > 4
              MOVE 'INSTALLMENT NUMBER NOT 1-4' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TXVND-AMOUNT = 0 OR TXVND-DUE-DATE = 0
              MOVE 'NO INSTALLMENT AMOUNT OR DUE DATE'
                   TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TXVND-TAX-YEAR < TXBIL-TAX-YEAR
              MOVE 'BILL FOR A PAST TAX YEAR' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TXVND-TAX-YEAR > TXBIL-TAX-YEAR
              MOVE TXVND-TAX-YEAR TO TXBIL-TAX-YEAR
              PERFORM A220-CLEAR-INSTALLMENT
                      VARYING WS-INST-IDX FROM 1 BY 1
                      UNTIL WS-INST-IDX > 4
           END-IF.

           MOVE TXVND-INSTALLMENT-NUMBER TO WS-INST-IDX.
           IF TXBIL-INST-PAID-DATE(WS-INST-IDX) > 0
              AND TXBIL-INST-AMOUNT(WS-INST-IDX) NOT = TXVND-AMOUNT
              MOVE 'INSTALLMENT ALREADY DISBURSED'
                   TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE TXVND-AMOUNT   TO TXBIL-INST-AMOUNT(WS-INST-IDX).
           MOVE TXVND-DUE-DATE TO TXBIL-INST-DUE-DATE(WS-INST-IDX).

           MOVE 0 TO TXBIL-ANNUAL-AMOUNT.
           PERFORM A310-ADD-INSTALLMENT
                   VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > 4.
           ADD 1 TO WS-BILL-COUNT.
           MOVE 'Y' TO WS-BILL-SEEN-IND.
           MOVE 'INSTALLMENT STORED' TO WS-ACTION-NOTE
           .

       A310-ADD-INSTALLMENT.
           ADD TXBIL-INST-AMOUNT(WS-INST-IDX) TO TXBIL-ANNUAL-AMOUNT
           .

      *    AN ESCROWED LOAN'S TAXES ARE THE SHOP'S TO PAY, SO A
      *    NOTICE THERE IS A MISSED DISBURSEMENT. ON A NON-ESCROWED
      *    LOAN THE BORROWER IS ASKED FIRST, UNLESS THE TAX SALE IS
      *    CLOSE ENOUGH THAT WAITING RISKS LOSING THE LIEN.
       A400-APPLY-DELINQUENCY.
           IF TXVND-AMOUNT = 0
              MOVE 'NO DELINQUENT AMOUNT' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DELINQUENT-COUNT.
           IF TXBIL-ADVANCED-DATE > 0
              AND TXBIL-DELINQUENT-AMOUNT > 0
              MOVE TXVND-NOTICE-DATE TO TXBIL-DELINQ-NOTICE-DATE
              MOVE 'REPEAT NOTICE - ALREADY ADVANCED'
                   TO WS-ACTION-NOTE
              EXIT PARAGRAPH
           END-IF.
           IF TXVND-TAX-YEAR > TXBIL-TAX-YEAR
              MOVE TXVND-TAX-YEAR TO TXBIL-TAX-YEAR
           END-IF.
           MOVE TXVND-AMOUNT      TO TXBIL-DELINQUENT-AMOUNT.
           MOVE TXVND-NOTICE-DATE TO TXBIL-DELINQ-NOTICE-DATE.
           MOVE TXVND-DUE-DATE    TO TXBIL-TAX-SALE-DATE.

           MOVE SPACES TO TAX-WORK-QUEUE-RECORD.
           MOVE 0      TO TXWQ-ADVANCE-AMOUNT.
           IF SRV-ESCROW-MONTHLY > 0 OR SRV-LOAN-REO
              MOVE 'E' TO TXWQ-REASON
              IF SRV-LOAN-REO
                 MOVE 'QUEUED - REO TAX SHOULD HAVE PAID'
                      TO WS-ACTION-NOTE
              ELSE
                 MOVE 'QUEUED - ESCROW SHOULD HAVE PAID'
                      TO WS-ACTION-NOTE
              END-IF
           ELSE
              MOVE 999 TO WS-DAYS-TO-SALE
              IF TXVND-DUE-DATE > 0
                 COMPUTE WS-DAYS-TO-SALE =
                         FUNCTION INTEGER-OF-DATE(TXVND-DUE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
              END-IF
              IF WS-DAYS-TO-SALE NOT > WS-PROTECT-DAYS
                 PERFORM A450-ADVANCE-TAX
                 MOVE 'A' TO TXWQ-REASON
                 MOVE TXVND-AMOUNT TO TXWQ-ADVANCE-AMOUNT
                 MOVE 'ADVANCED TO PROTECT LIEN' TO WS-ACTION-NOTE
              ELSE
                 MOVE 'D' TO TXWQ-REASON
                 MOVE 'QUEUED - CONTACT BORROWER'
                      TO WS-ACTION-NOTE
              END-IF
           END-IF.
           MOVE TXVND-PAN           TO TXWQ-PAN.
           MOVE TXVND-PARCEL-NUMBER TO TXWQ-PARCEL-NUMBER.
           MOVE TXVND-TAX-YEAR      TO TXWQ-TAX-YEAR.
           MOVE TXVND-AMOUNT        TO TXWQ-DELINQUENT-AMOUNT.
           MOVE TXVND-DUE-DATE      TO TXWQ-TAX-SALE-DATE.
           MOVE WS-CURRENT-DATE-8   TO TXWQ-EXTRACT-DATE.
           WRITE TAX-WORK-QUEUE-RECORD.
           ADD 1 TO WS-QUEUED-COUNT
           .

      *    THE CHECK TO THE TAXING AUTHORITY GOES OUT WITH THE
      *    ESCROW TAX CHECKS; THE CORPORATE ADVANCE MAKES IT A DEBT
      *    THE BORROWER OWES BACK.
       A450-ADVANCE-TAX.
           MOVE TXVND-PAYEE-NAME      TO TXDXT-PAYEE-NAME.
           MOVE TXVND-PAN             TO TXDXT-PAN.
           MOVE SRV-JURISDICTION-CODE TO TXDXT-JURISDICTION-CODE.
           MOVE TXVND-AMOUNT          TO TXDXT-DISBURSE-AMOUNT.
           MOVE WS-CURRENT-DATE-8     TO TXDXT-DUE-DATE.
           WRITE TAX-DISBURSEMENT-EXTRACT-RECORD.

           MOVE SPACES                TO CORP-ADVANCE-TRANSACTION.
           MOVE TXVND-PAN             TO CATX-PAN.
           MOVE 'T'                   TO CATX-TYPE.
           MOVE 'A'                   TO CATX-ACTION.
           MOVE TXVND-AMOUNT          TO CATX-AMOUNT.
           MOVE WS-CURRENT-DATE-8     TO CATX-PAID-DATE.
           MOVE TXVND-PARCEL-NUMBER   TO CATX-REFERENCE.
           MOVE 'EPSTXBIN'            TO CATX-USER-ID.
           WRITE CORP-ADVANCE-TRANSACTION.

           MOVE WS-CURRENT-DATE-8     TO TXBIL-ADVANCED-DATE.
           ADD 1                      TO WS-ADVANCE-COUNT.
           ADD TXVND-AMOUNT           TO WS-ADVANCE-AMOUNT
           .

      *    THE COUNTY HAS BEEN PAID - BY THE BORROWER OR BY OUR
      *    ADVANCE. ANY ADVANCE STAYS ON EPSCADVF TO BE RECOVERED.
       A500-APPLY-REDEMPTION.
           IF TXBIL-DELINQUENT-AMOUNT = 0
              MOVE 'NO DELINQUENCY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TXBIL-DELINQUENT-AMOUNT.
           MOVE 0 TO TXBIL-DELINQ-NOTICE-DATE.
           MOVE 0 TO TXBIL-TAX-SALE-DATE.
           MOVE 0 TO TXBIL-ADVANCED-DATE.
           ADD 1 TO WS-REDEEMED-COUNT.
           MOVE 'DELINQUENCY CLEARED' TO WS-ACTION-NOTE
           .

      *    ONLY AN ESCROWED LOAN HAS A PROJECTION TO BE WRONG.
       A600-CHECK-VARIANCE.
           MOVE WS-PREV-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF SRV-ESCROW-MONTHLY = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PREV-PAN TO TXBIL-PAN.
           READ TAX-BILL-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-VARIANCE =
                   TXBIL-ANNUAL-AMOUNT - SRV-ANNUAL-PROPERTY-TAX.
           COMPUTE WS-VARIANCE-LIMIT ROUNDED =
                   SRV-ANNUAL-PROPERTY-TAX * WS-VARIANCE-RATE.
           IF WS-VARIANCE-LIMIT < WS-VARIANCE-FLOOR
              MOVE WS-VARIANCE-FLOOR TO WS-VARIANCE-LIMIT
           END-IF.
           IF WS-VARIANCE NOT > WS-VARIANCE-LIMIT
              AND WS-VARIANCE NOT < 0 - WS-VARIANCE-LIMIT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE WS-PREV-PAN             TO VRL-PAN.
           MOVE TXBIL-TAX-YEAR          TO VRL-TAX-YEAR.
           MOVE TXBIL-ANNUAL-AMOUNT     TO VRL-BILLED.
           MOVE SRV-ANNUAL-PROPERTY-TAX TO VRL-PROJECTED.
           MOVE WS-VARIANCE             TO VRL-VARIANCE.
           MOVE WS-VARIANCE-LINE        TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ITEM-COUNT       TO SUM-ITEMS.
           MOVE WS-BILL-COUNT       TO SUM-BILLS.
           MOVE WS-DELINQUENT-COUNT TO SUM-DELINQUENT.
           MOVE WS-REDEEMED-COUNT   TO SUM-REDEEMED.
           MOVE WS-SUMMARY-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ADVANCE-COUNT    TO SUM-ADVANCED.
           MOVE WS-ADVANCE-AMOUNT   TO SUM-ADVANCE-AMOUNT.
           MOVE WS-QUEUED-COUNT     TO SUM-QUEUED.
           MOVE WS-VARIANCE-COUNT   TO SUM-VARIANCES.
           MOVE WS-REJECT-COUNT     TO SUM-REJECTED.
           MOVE WS-SUMMARY-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE TAX-VENDOR-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE TAX-BILL-FILE.
           CLOSE TAX-WORK-QUEUE-FILE.
           CLOSE DISBURSEMENT-EXTRACT-FILE.
           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSTXBIN'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-ITEM-COUNT        TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-ITEM-COUNT - WS-REJECT-COUNT.
           MOVE WS-REJECT-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
