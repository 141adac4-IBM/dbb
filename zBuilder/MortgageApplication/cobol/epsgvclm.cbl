       ID DIVISION.
       PROGRAM-ID. EPSGVCLM.
      *    MONTHLY GOVERNMENT LOAN DEFAULT REPORTING AND CLAIM RUN.
      *
      *    FHA, VA AND USDA LOANS OWE THE AGENCY A MONTHLY DEFAULT
      *    STATUS REPORT AND, AFTER A FORECLOSURE OR SHORT SALE, A
      *    CLAIM FOR THE INSURED OR GUARANTEED SHARE OF THE LOSS.
      *    THIS RUN:
      *
      *       - APPLIES THE AGENCY'S CLAIM PAYMENT ADVICES (EPSGVCPY)
      *         TO THE FILED CLAIMS ON EPSGOVLN AND PASSES EACH
      *         PAYMENT ON AS A RECOVERY RECEIPT (GVCLRCV, IN THE
      *         EPSRCVRX LAYOUT - THE STREAM CONCATENATES IT ONTO
      *         EPSRCVPS'S INPUT) SO IT POSTS AGAINST THE EPSRCVSL
      *         DEFICIENCY EPSCHGOF OPENED.
      *       - BROWSES EPSGOVLN AND, FOR EACH ACTIVE LOAN, WRITES
      *         THE AGENCY DEFAULT STATUS RECORD (EPSGVDLQ) WHEN IT
      *         IS 30 OR MORE DAYS PAST DUE OR HAS JUST BEEN
      *         REINSTATED. A LOAN PAID OFF, ASSUMED OR TRANSFERRED
      *         OUT HAS ITS INSURANCE OR GUARANTY TERMINATED AND THE
      *         TERMINATION REPORTED. A LOAN PAST ITS ANNUAL PREMIUM
      *         TERM STOPS CARRYING THE PREMIUM ON THE MASTER.
      *       - BUILDS THE CLAIM PACKAGE (EPSGVCLX) FOR EVERY LOAN
      *         EPSCHGOF MARKED READY: FHA AND USDA CLAIM THE
      *         GUARANTY PERCENT OF THE DEFICIENCY, VA THE LESSER OF
      *         THE DEFICIENCY AND ITS GUARANTY OF THE ORIGINAL
      *         PRINCIPAL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOVT-LOAN-FILE ASSIGN TO EPSGOVLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOVT-PAN
                  FILE STATUS IS WS-GOVLN-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CLAIM-PAYMENT-FILE ASSIGN TO EPSGVCPY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GVCPY-STATUS.

           SELECT DEFAULT-REPORT-FILE ASSIGN TO EPSGVDLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GVDLQ-STATUS.

           SELECT CLAIM-PACKAGE-FILE ASSIGN TO EPSGVCLX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GVCLX-STATUS.

      *    CLAIM PAYMENTS AS RECOVERY RECEIPTS - CONCATENATED ONTO
      *    THE EPSRCVRX INPUT BY THE STREAM.
           SELECT RECOVERY-RECEIPT-FILE ASSIGN TO GVCLRCV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RCVRX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO GVCLMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOVT-LOAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOVLN.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CLAIM-PAYMENT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSGVCPY.

       FD  DEFAULT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSGVDLQ.

       FD  CLAIM-PACKAGE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSGVCLX.

       FD  RECOVERY-RECEIPT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EPSRCVRX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    A LOAN THIS MANY DAYS PAST ITS OLDEST UNPAID INSTALLMENT
      *    IS IN DEFAULT FOR AGENCY REPORTING.
       01 WS-STATIC-DATA.
           03 STATIC-DEFAULT-DAYS         PIC 9(3)    VALUE 30.

       01 WS-FILE-STATUSES.
           03 WS-GOVLN-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-GVCPY-STATUS             PIC XX.
           03 WS-GVDLQ-STATUS             PIC XX.
           03 WS-GVCLX-STATUS             PIC XX.
           03 WS-RCVRX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-PAYMENTS          PIC X VALUE 'N'.
              88 END-OF-PAYMENTS             VALUE 'Y'.
           03 WS-END-OF-GOVLN             PIC X VALUE 'N'.
              88 END-OF-GOVLN                VALUE 'Y'.
           03 WS-GVCPY-OPEN               PIC X VALUE 'N'.
              88 PAYMENTS-OPEN               VALUE 'Y'.

       01 WS-CLAIM-WORK.
           03 WS-DAYS-PAST-DUE            PIC S9(5) COMP.
           03 WS-DEFICIENCY               PIC S9(9)V99 COMP.
           03 WS-CLAIM-AMOUNT             PIC S9(9)V99 COMP.
           03 WS-GUARANTY-AMOUNT          PIC S9(9)V99 COMP.

       01 WS-COUNTERS.
           03 WS-GOVT-READ-COUNT          PIC 9(7) VALUE 0.
           03 WS-DEFAULT-COUNT            PIC 9(7) VALUE 0.
           03 WS-REINSTATED-COUNT         PIC 9(7) VALUE 0.
           03 WS-TERMINATED-COUNT         PIC 9(7) VALUE 0.
           03 WS-PREMIUM-END-COUNT        PIC 9(7) VALUE 0.
           03 WS-FILED-COUNT              PIC 9(7) VALUE 0.
           03 WS-PAID-COUNT               PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
       01 WS-CLAIM-TOTALS.
           03 WS-FILED-TOTAL              PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-PAID-TOTAL               PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
       01 WS-CURRENT-CYCLE                PIC 9(6).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSGVCLM - GOVERNMENT DEFAULT AND CLAIM REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(14) VALUE 'CASE NUMBER'.
              05 FILLER                   PIC X(6)  VALUE 'AGCY'.
              05 FILLER                   PIC X(16) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(60) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CASE-NUMBER          PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AGENCY               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(10) VALUE 'REVIEWED:'.
              05 SUM-READ                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'DEFAULT:'.
              05 SUM-DEFAULT              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'REINSTATED:'.
              05 SUM-REINSTATED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'TERMINATED:'.
              05 SUM-TERMINATED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'PREMIUM ENDED:'.
              05 SUM-PREMIUM-END          PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(16) VALUE
                 'CLAIMS FILED:'.
              05 SUM-FILED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-FILED-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'CLAIMS PAID:'.
              05 SUM-PAID                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-PAID-AMT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM A200-APPLY-CLAIM-PAYMENT UNTIL END-OF-PAYMENTS.
           PERFORM A300-START-BROWSE.
           PERFORM A400-REVIEW-GOVT-LOAN UNTIL END-OF-GOVLN.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSGVCLM' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    GOVT-LOAN-FILE.
           IF WS-GOVLN-STATUS = '05' OR '35'
              CLOSE GOVT-LOAN-FILE
              OPEN OUTPUT GOVT-LOAN-FILE
              CLOSE GOVT-LOAN-FILE
              OPEN I-O GOVT-LOAN-FILE
           END-IF.
           OPEN I-O    SERVICING-MASTER-FILE.
      *    NO ADVICE FILE THIS MONTH MEANS NO CLAIMS WERE PAID.
           OPEN INPUT  CLAIM-PAYMENT-FILE.
           IF WS-GVCPY-STATUS = '00'
              MOVE 'Y' TO WS-GVCPY-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PAYMENTS
           END-IF.
           OPEN OUTPUT DEFAULT-REPORT-FILE.
           OPEN OUTPUT CLAIM-PACKAGE-FILE.
           OPEN OUTPUT RECOVERY-RECEIPT-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-CURRENT-CYCLE =
                   (WS-CURR-YYYY * 100) + WS-CURR-MM.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           IF PAYMENTS-OPEN
              PERFORM A150-READ-PAYMENT
           END-IF.

       A150-READ-PAYMENT.
           READ CLAIM-PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PAYMENTS
           END-READ
           .

      *    AN ADVICE MUST MATCH A FILED CLAIM UNDER THE SAME CASE
      *    NUMBER - ANYTHING ELSE GOES BACK TO THE DESK UNPOSTED.
       A200-APPLY-CLAIM-PAYMENT.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE GVCPY-PAN         TO DTL-PAN.
           MOVE GVCPY-CASE-NUMBER TO DTL-CASE-NUMBER.
           MOVE GVCPY-PAID-AMOUNT TO DTL-AMOUNT.

           MOVE GVCPY-PAN TO GOVT-PAN.
           READ GOVT-LOAN-FILE
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'CLAIM PAYMENT - NO GOVERNMENT LOAN ON FILE'
                      TO DTL-RESULT
                 PERFORM A290-WRITE-PAYMENT-DETAIL
                 EXIT PARAGRAPH
           END-READ.
           PERFORM A700-SET-AGENCY.
           IF GOVT-CASE-NUMBER NOT = GVCPY-CASE-NUMBER
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'CLAIM PAYMENT - CASE NUMBER DOES NOT MATCH'
                   TO DTL-RESULT
              PERFORM A290-WRITE-PAYMENT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF NOT GOVT-CLAIM-FILED
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'CLAIM PAYMENT - NO CLAIM FILED, NOT POSTED'
                   TO DTL-RESULT
              PERFORM A290-WRITE-PAYMENT-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE 'P'               TO GOVT-CLAIM-STATUS.
           MOVE 'T'               TO GOVT-STATUS-IND.
           MOVE GVCPY-PAID-AMOUNT TO GOVT-CLAIM-PAID-AMOUNT.
           MOVE GVCPY-PAID-DATE   TO GOVT-CLAIM-PAID-DATE.
           MOVE WS-CURRENT-DATE-8 TO GOVT-LAST-MAINT-DATE.
           REWRITE GOVERNMENT-LOAN-RECORD.

           MOVE SPACES            TO RECOVERY-RECEIPT-RECORD.
           MOVE GVCPY-PAN         TO RCVRX-PAN.
           MOVE GVCPY-PAID-DATE   TO RCVRX-RECEIPT-DATE.
           MOVE GVCPY-PAID-AMOUNT TO RCVRX-AMOUNT.
           WRITE RECOVERY-RECEIPT-RECORD.

           ADD 1                 TO WS-PAID-COUNT.
           ADD GVCPY-PAID-AMOUNT TO WS-PAID-TOTAL.
           IF GVCPY-PAID-AMOUNT < GOVT-CLAIM-AMOUNT
              MOVE 'CLAIM PAID SHORT - RECOVERY RECEIPT WRITTEN'
                   TO DTL-RESULT
           ELSE
              MOVE 'CLAIM PAID - RECOVERY RECEIPT WRITTEN'
                   TO DTL-RESULT
           END-IF.
           PERFORM A290-WRITE-PAYMENT-DETAIL
           .

       A290-WRITE-PAYMENT-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-PAYMENT
           .

       A300-START-BROWSE.
           MOVE LOW-VALUES TO GOVT-PAN.
           START GOVT-LOAN-FILE KEY IS NOT LESS THAN GOVT-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-GOVLN
           END-START.
           IF NOT END-OF-GOVLN
              PERFORM A350-READ-GOVT-LOAN
           END-IF
           .

       A350-READ-GOVT-LOAN.
           READ GOVT-LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-GOVLN
           END-READ
           .

      *    A TERMINATED LOAN, AND A CLAIM ALREADY FILED OR PAID, HAS
      *    NOTHING LEFT TO REPORT.
       A400-REVIEW-GOVT-LOAN.
           ADD 1 TO WS-GOVT-READ-COUNT.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE GOVT-PAN         TO DTL-PAN.
           MOVE GOVT-CASE-NUMBER TO DTL-CASE-NUMBER.
           PERFORM A700-SET-AGENCY.

           EVALUATE TRUE
              WHEN GOVT-CLAIM-READY
                 PERFORM A600-FILE-CLAIM
              WHEN GOVT-ACTIVE
                 PERFORM A450-REVIEW-ACTIVE-LOAN
           END-EVALUATE.
           PERFORM A350-READ-GOVT-LOAN
           .

       A450-REVIEW-ACTIVE-LOAN.
           MOVE GOVT-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'GOVERNMENT LOAN NOT ON SERVICING MASTER'
                      TO DTL-RESULT
                 PERFORM A690-WRITE-DETAIL
                 EXIT PARAGRAPH
           END-READ.

      *    A LOAN THAT LEFT THE BOOKS WITHOUT A LOSS ENDS ITS
      *    COVERAGE. A CHARGED-OFF OR REO LOAN WAITS FOR EPSCHGOF.
           IF SRV-LOAN-PAID-OFF OR SRV-LOAN-ASSUMED
              OR SRV-LOAN-SERVICE-XFER
              PERFORM A550-TERMINATE-COVERAGE
              EXIT PARAGRAPH
           END-IF.
           IF NOT SRV-LOAN-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF SRV-NEXT-DUE-DATE > 0
              AND SRV-NEXT-DUE-DATE < WS-CURRENT-DATE-8
              COMPUTE WS-DAYS-PAST-DUE =
                      FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                    - FUNCTION INTEGER-OF-DATE(SRV-NEXT-DUE-DATE)
           END-IF.
           IF WS-DAYS-PAST-DUE NOT < STATIC-DEFAULT-DAYS
              PERFORM A500-REPORT-DEFAULT
           ELSE
              IF GOVT-IN-DEFAULT
                 PERFORM A520-REPORT-REINSTATEMENT
              END-IF
           END-IF.

           IF GOVT-PREMIUM-END-DATE > 0
              AND GOVT-PREMIUM-END-DATE < WS-CURRENT-DATE-8
              AND SRV-PMI-MONTHLY > 0
              PERFORM A580-END-ANNUAL-PREMIUM
           END-IF
           .

      *    THE DEFAULT DATE IS THE FIRST MONTH THE LOAN WAS REPORTED
      *    - IT STAYS UNTIL THE LOAN IS REINSTATED. THE CALLER OF A510
      *    REWRITES THE GOVERNMENT RECORD.
       A500-REPORT-DEFAULT.
           MOVE SPACES TO GOVT-DEFAULT-REPORT-RECORD.
           IF GOVT-IN-DEFAULT
              MOVE 'O' TO GVDLQ-STATUS-CODE
              MOVE 'ONGOING DEFAULT REPORTED' TO DTL-RESULT
           ELSE
              MOVE 'N' TO GVDLQ-STATUS-CODE
              MOVE 'D'               TO GOVT-DEFAULT-STATUS
              MOVE WS-CURRENT-DATE-8 TO GOVT-DEFAULT-DATE
              MOVE 'NEW DEFAULT REPORTED' TO DTL-RESULT
           END-IF.
           PERFORM A510-WRITE-DEFAULT-RECORD.
           REWRITE GOVERNMENT-LOAN-RECORD.
           ADD 1 TO WS-DEFAULT-COUNT.
           MOVE SRV-PRINCIPAL-BALANCE TO DTL-AMOUNT.
           PERFORM A690-WRITE-DETAIL
           .

       A510-WRITE-DEFAULT-RECORD.
           MOVE GOVT-AGENCY           TO GVDLQ-AGENCY.
           MOVE GOVT-CASE-NUMBER      TO GVDLQ-CASE-NUMBER.
           MOVE GOVT-PAN              TO GVDLQ-PAN.
           MOVE WS-CURRENT-CYCLE      TO GVDLQ-REPORT-MONTH.
           MOVE GOVT-DEFAULT-DATE     TO GVDLQ-DEFAULT-DATE.
           MOVE SRV-NEXT-DUE-DATE     TO GVDLQ-NEXT-DUE-DATE.
           MOVE WS-DAYS-PAST-DUE      TO GVDLQ-DAYS-PAST-DUE.
           MOVE SRV-PRINCIPAL-BALANCE TO GVDLQ-PRINCIPAL-BALANCE.
           WRITE GOVT-DEFAULT-REPORT-RECORD.

           MOVE WS-CURRENT-DATE-8     TO GOVT-LAST-REPORT-DATE.
           MOVE WS-CURRENT-DATE-8     TO GOVT-LAST-MAINT-DATE
           .

       A520-REPORT-REINSTATEMENT.
           MOVE SPACES TO GOVT-DEFAULT-REPORT-RECORD.
           MOVE 'R'    TO GVDLQ-STATUS-CODE.
           PERFORM A510-WRITE-DEFAULT-RECORD.
           MOVE SPACE  TO GOVT-DEFAULT-STATUS.
           MOVE 0      TO GOVT-DEFAULT-DATE.
           REWRITE GOVERNMENT-LOAN-RECORD.
           ADD 1 TO WS-REINSTATED-COUNT.
           MOVE SRV-PRINCIPAL-BALANCE TO DTL-AMOUNT.
           MOVE 'REINSTATED - DEFAULT CLEARED' TO DTL-RESULT.
           PERFORM A690-WRITE-DETAIL
           .

       A550-TERMINATE-COVERAGE.
           MOVE SPACES TO GOVT-DEFAULT-REPORT-RECORD.
           MOVE 'T'    TO GVDLQ-STATUS-CODE.
           MOVE 0      TO WS-DAYS-PAST-DUE.
           MOVE 'T'    TO GOVT-STATUS-IND.
           MOVE SPACE  TO GOVT-DEFAULT-STATUS.
           PERFORM A510-WRITE-DEFAULT-RECORD.
           REWRITE GOVERNMENT-LOAN-RECORD.
           ADD 1 TO WS-TERMINATED-COUNT.
           EVALUATE TRUE
              WHEN SRV-LOAN-PAID-OFF
                 MOVE 'TERMINATED - LOAN PAID OFF' TO DTL-RESULT
              WHEN SRV-LOAN-ASSUMED
                 MOVE 'TERMINATED - LOAN ASSUMED' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'TERMINATED - SERVICING TRANSFERRED OUT'
                      TO DTL-RESULT
           END-EVALUATE.
           PERFORM A690-WRITE-DETAIL
           .

      *    THE AGENCY STOPS CHARGING AT THE END OF THE TERM, SO THE
      *    BORROWER STOPS PAYING - THE NEXT BILL DROPS THE PREMIUM.
       A580-END-ANNUAL-PREMIUM.
           MOVE SRV-PMI-MONTHLY   TO DTL-AMOUNT.
           MOVE 0                 TO SRV-PMI-MONTHLY.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD.
           ADD 1 TO WS-PREMIUM-END-COUNT.
           MOVE 'ANNUAL PREMIUM TERM ENDED - PREMIUM STOPPED'
                TO DTL-RESULT.
           PERFORM A690-WRITE-DETAIL
           .

      *    VA GUARANTIES A SHARE OF THE ORIGINAL LOAN, SO THE CLAIM
      *    IS CAPPED THERE; FHA AND USDA COVER A SHARE OF THE LOSS.
       A600-FILE-CLAIM.
           COMPUTE WS-DEFICIENCY =
                   GOVT-DEBT-AT-DISPOSITION - GOVT-SALE-PROCEEDS.
           IF WS-DEFICIENCY < 0
              MOVE 0 TO WS-DEFICIENCY
           END-IF.
           IF GOVT-VA
              COMPUTE WS-GUARANTY-AMOUNT ROUNDED =
                      GOVT-ORIGINAL-PRINCIPAL * GOVT-GUARANTY-PCT
                    / 100
              IF WS-DEFICIENCY < WS-GUARANTY-AMOUNT
                 MOVE WS-DEFICIENCY      TO WS-CLAIM-AMOUNT
              ELSE
                 MOVE WS-GUARANTY-AMOUNT TO WS-CLAIM-AMOUNT
              END-IF
           ELSE
              COMPUTE WS-CLAIM-AMOUNT ROUNDED =
                      WS-DEFICIENCY * GOVT-GUARANTY-PCT / 100
           END-IF.

           MOVE SPACES                   TO GOVT-CLAIM-PACKAGE-RECORD.
           MOVE GOVT-AGENCY              TO GVCLX-AGENCY.
           MOVE GOVT-CASE-NUMBER         TO GVCLX-CASE-NUMBER.
           MOVE GOVT-PAN                 TO GVCLX-PAN.
           MOVE GOVT-DISPOSITION-TYPE    TO GVCLX-DISPOSITION-TYPE.
           MOVE GOVT-DISPOSITION-DATE    TO GVCLX-DISPOSITION-DATE.
           MOVE GOVT-ENDORSEMENT-DATE    TO GVCLX-ENDORSEMENT-DATE.
           MOVE GOVT-DEFAULT-DATE        TO GVCLX-DEFAULT-DATE.
           MOVE GOVT-ORIGINAL-PRINCIPAL  TO GVCLX-ORIGINAL-PRINCIPAL.
           MOVE GOVT-DEBT-AT-DISPOSITION TO GVCLX-DEBT-AT-DISPOSITION.
           MOVE GOVT-SALE-PROCEEDS       TO GVCLX-SALE-PROCEEDS.
           MOVE WS-DEFICIENCY            TO GVCLX-DEFICIENCY.
           MOVE GOVT-GUARANTY-PCT        TO GVCLX-GUARANTY-PCT.
           MOVE WS-CLAIM-AMOUNT          TO GVCLX-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE-8        TO GVCLX-FILED-DATE.
           WRITE GOVT-CLAIM-PACKAGE-RECORD.

           MOVE 'F'               TO GOVT-CLAIM-STATUS.
           MOVE WS-CLAIM-AMOUNT   TO GOVT-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE-8 TO GOVT-CLAIM-FILED-DATE.
           MOVE WS-CURRENT-DATE-8 TO GOVT-LAST-MAINT-DATE.
           REWRITE GOVERNMENT-LOAN-RECORD.

           ADD 1               TO WS-FILED-COUNT.
           ADD WS-CLAIM-AMOUNT TO WS-FILED-TOTAL.
           MOVE WS-CLAIM-AMOUNT TO DTL-AMOUNT.
           IF GOVT-SHORT-SALE
              MOVE 'CLAIM FILED - SHORT SALE' TO DTL-RESULT
           ELSE
              MOVE 'CLAIM FILED - FORECLOSURE SALE' TO DTL-RESULT
           END-IF.
           PERFORM A690-WRITE-DETAIL
           .

       A690-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A700-SET-AGENCY.
           EVALUATE TRUE
              WHEN GOVT-FHA
                 MOVE 'FHA'  TO DTL-AGENCY
              WHEN GOVT-VA
                 MOVE 'VA'   TO DTL-AGENCY
              WHEN GOVT-USDA
                 MOVE 'USDA' TO DTL-AGENCY
              WHEN OTHER
                 MOVE '?'    TO DTL-AGENCY
           END-EVALUATE
           .

       A900-FINALIZE.
           MOVE WS-GOVT-READ-COUNT   TO SUM-READ.
           MOVE WS-DEFAULT-COUNT     TO SUM-DEFAULT.
           MOVE WS-REINSTATED-COUNT  TO SUM-REINSTATED.
           MOVE WS-TERMINATED-COUNT  TO SUM-TERMINATED.
           MOVE WS-PREMIUM-END-COUNT TO SUM-PREMIUM-END.
           MOVE WS-ERROR-COUNT       TO SUM-ERRORS.
           MOVE WS-FILED-COUNT       TO SUM-FILED.
           MOVE WS-FILED-TOTAL       TO SUM-FILED-AMT.
           MOVE WS-PAID-COUNT        TO SUM-PAID.
           MOVE WS-PAID-TOTAL        TO SUM-PAID-AMT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE GOVT-LOAN-FILE.
           CLOSE SERVICING-MASTER-FILE.
           IF PAYMENTS-OPEN
              CLOSE CLAIM-PAYMENT-FILE
           END-IF.
           CLOSE DEFAULT-REPORT-FILE.
           CLOSE CLAIM-PACKAGE-FILE.
           CLOSE RECOVERY-RECEIPT-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSGVCLM'         TO EPSRUNWR-JOB-NAME.
           MOVE WS-GOVT-READ-COUNT TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-DEFAULT-COUNT
                   + WS-REINSTATED-COUNT + WS-TERMINATED-COUNT
                   + WS-FILED-COUNT + WS-PAID-COUNT.
           MOVE WS-ERROR-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
