       ID DIVISION.
       PROGRAM-ID. EPSPMITR.
      *    MONTHLY PMI TERMINATION AND CANCELLATION RUN.
      *
      *    ONCE EPSSVBLD BOARDED A LOAN WITH SRV-PMI-MONTHLY NOTHING
      *    EVER STOPPED IT - EPSPYPST KEPT COLLECTING AND EPSMIREM
      *    KEPT REMITTING LONG AFTER THE HOMEOWNERS PROTECTION ACT
      *    SAYS THE INSURANCE MUST END. THIS RUN BROWSES THE EPSSRVCF
      *    MASTER FOR ACTIVE LOANS STILL CARRYING PMI AND MEASURES
      *    EACH ONE'S SCHEDULED BALANCE (THE ORIGINAL AMORTIZATION OF
      *    SRV-ORIGINAL-PRINCIPAL OVER THE LOAN TERM FROM BOARDING)
      *    AGAINST THE ORIGINAL SRV-APPRAISED-VALUE:
      *
      *       - AT 78% SCHEDULED LTV, OR AT THE MIDPOINT OF THE
      *         AMORTIZATION PERIOD, PMI IS TERMINATED AUTOMATICALLY
      *         PROVIDED THE LOAN IS CURRENT. A LOAN THAT IS NOT
      *         CURRENT IS REPORTED AND TERMINATES ON THE FIRST RUN
      *         AFTER IT BECOMES CURRENT.
      *       - A BORROWER'S WRITTEN REQUEST (EPSPMIRQ) IS APPROVED AT
      *         80% OF THE ORIGINAL VALUE - SCHEDULED OR ACTUAL
      *         BALANCE - WHEN THE LOAN IS CURRENT AND HAS A GOOD
      *         PAYMENT HISTORY ON EPSPYHST: NO PAYMENT IN THE LAST
      *         TWELVE MONTHS CARRIED A LATE CHARGE OR WAS RETURNED,
      *         AND NO MORE THAN ONE IN THE TWELVE MONTHS BEFORE
      *         THAT. A REQUEST THAT FAILS IS REPORTED WITH ITS
      *         REASON FOR THE DESK'S WRITTEN ANSWER. A REQUEST ON
      *         A LOAN WITH AN ACTIVE LIEN BEHIND IT ON THE PROPERTY
      *         (EPSLIENL, THROUGH EPSLIENK) IS DENIED AS WELL - THE
      *         ACT LETS THE SERVICER REQUIRE THE PROPERTY BE FREE OF
      *         SUBORDINATE LIENS.
      *
      *    A TERMINATED LOAN HAS ITS EPSMIPOL POLICY CANCELLED (THE
      *    CANCEL REASON SAYS WHICH RULE ENDED IT, SO EPSMIREM STOPS
      *    REMITTING), SRV-PMI-MONTHLY ZEROED ON THE MASTER, AND THE
      *    REQUIRED TERMINATION NOTICE QUEUED THROUGH EPSLGEN.
      *
      *    THE FIRST TIME A POLICY IS SEEN, THE DATE THE SCHEDULE
      *    REACHES 78% (OR ITS MIDPOINT) IS STAMPED ON EPSMIPOL - THE
      *    DATE EPSESCAN'S ANNUAL HPA DISCLOSURE QUOTES.
      *
      *    THE SCHEDULE IS FIGURED AT THE NOTE RATE - WHILE EPSSCRCP
      *    HOLDS A SERVICEMEMBER'S RATE AT THE SCRA CAP THE EPSSCRAF
      *    PRE-CAP RATE IS USED, NOT THE CAPPED MASTER RATE.
      *
      *    AN FHA, VA OR USDA LOAN ON EPSGOVLN IS PASSED OVER - ITS
      *    PREMIUM IS THE AGENCY'S, NOT PMI, AND RUNS FOR THE AGENCY'S
      *    TERM REGARDLESS OF LTV (EPSGVCLM ENDS IT).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT MI-POLICY-FILE ASSIGN TO EPSMIPOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MIPOL-PAN
                  FILE STATUS IS WS-MIPOL-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EPSPYHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYHST-STATUS.

           SELECT CANCEL-REQUEST-FILE ASSIGN TO EPSPMIRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PMIRQ-STATUS.

      *    LETTER REQUESTS FOR EPSLGEN - CONCATENATED ONTO ITS
      *    EPSLREQX INPUT BY THE STREAM.
           SELECT LETTER-REQUEST-FILE ASSIGN TO PMITLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT GOVT-LOAN-FILE ASSIGN TO EPSGOVLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOVT-PAN
                  FILE STATUS IS WS-GOVLN-STATUS.

           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO PMITRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  MI-POLICY-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSMIPOL.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  CANCEL-REQUEST-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY EPSPMIRQ.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  GOVT-LOAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOVLN.

       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    HPA THRESHOLDS, AS A PERCENT OF THE ORIGINAL VALUE.
           03 STATIC-AUTO-TERM-LTV-PCT    PIC 9(3)V99 VALUE 78.
           03 STATIC-REQUEST-LTV-PCT      PIC 9(3)V99 VALUE 80.
      *    GOOD-PAYMENT-HISTORY LIMITS - LATE OR RETURNED PAYMENTS
      *    ALLOWED IN THE LAST TWELVE MONTHS AND IN MONTHS 13-24.
           03 STATIC-MAX-LATE-RECENT      PIC 9(2) VALUE 0.
           03 STATIC-MAX-LATE-PRIOR       PIC 9(2) VALUE 1.

       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MIPOL-STATUS             PIC XX.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-PMIRQ-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-GOVLN-STATUS             PIC XX.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-END-OF-REQUESTS          PIC X VALUE 'N'.
              88 END-OF-REQUESTS             VALUE 'Y'.
           03 WS-POLICY-FOUND             PIC X VALUE 'N'.
              88 POLICY-ON-FILE              VALUE 'Y'.
           03 WS-CURRENT-IND              PIC X VALUE 'N'.
              88 LOAN-IS-CURRENT             VALUE 'Y'.
           03 WS-TERM-MONTH-FOUND         PIC X VALUE 'N'.
              88 TERM-MONTH-FOUND            VALUE 'Y'.
           03 WS-GOVLN-OPEN               PIC X VALUE 'N'.
              88 GOVT-LOANS-OPEN             VALUE 'Y'.
           03 WS-GOVT-LOAN-IND            PIC X VALUE 'N'.
              88 GOVT-LOAN                   VALUE 'Y'.
           03 WS-SCRA-OPEN                PIC X VALUE 'N'.
              88 SCRA-FILE-OPEN              VALUE 'Y'.

      *    THE MONTH'S BORROWER CANCELLATION REQUESTS, WITH THE LATE
      *    AND RETURNED PAYMENTS EPSPYHST SHOWS FOR EACH PAN.
       01 WS-REQUEST-TABLE.
           03 WS-REQ-COUNT                PIC 9(5) COMP VALUE 0.
           03 WS-REQ-ENTRY OCCURS 2000 TIMES.
              05 REQ-PAN                  PIC X(10).
              05 REQ-DATE                 PIC 9(8).
              05 REQ-USER-ID              PIC X(8).
              05 REQ-LATE-RECENT          PIC 9(3).
              05 REQ-LATE-PRIOR           PIC 9(3).
              05 REQ-WORKED-IND           PIC X.
                 88 REQ-WORKED               VALUE 'Y'.
       01 WS-REQ-IDX                      PIC 9(5) COMP.
       01 WS-REQ-FOUND-IDX                PIC 9(5) COMP.
       01 WS-SEARCH-PAN                   PIC X(10).

       01 WS-COUNTERS.
           03 WS-REVIEWED-COUNT           PIC 9(7) VALUE 0.
           03 WS-AUTO-COUNT               PIC 9(7) VALUE 0.
           03 WS-MIDPOINT-COUNT           PIC 9(7) VALUE 0.
           03 WS-APPROVED-COUNT           PIC 9(7) VALUE 0.
           03 WS-DENIED-COUNT             PIC 9(7) VALUE 0.
           03 WS-NOT-CURRENT-COUNT        PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    ORIGINAL-SCHEDULE ARITHMETIC. THE SCHEDULED BALANCE AFTER
      *    N OF THE TERM'S T PAYMENTS IS
      *       P * ((1+R)**T - (1+R)**N) / ((1+R)**T - 1)
      *    AT MONTHLY RATE R - NO PAYMENT AMOUNT NEEDED. R AND T ARE
      *    THE RATE AND TERM IN EFFECT ON THE MASTER, SO AFTER AN
      *    EPSLNMOD MODIFICATION OR AN EPSARMRS RESET THE SCHEDULE
      *    FOLLOWS THE MODIFIED OR RESET TERMS, AS THE ACT MEASURES
      *    THOSE LOANS. WHILE AN SCRA CAP IS IN FORCE R IS THE
      *    PRE-CAP NOTE RATE ON EPSSCRAF (SEE A310).
       01 WS-SCHEDULE-WORK.
           03 WS-MONTHLY-RATE             PIC S9(1)V9(12) COMP-3.
           03 WS-GROWTH-TERM              PIC S9(5)V9(12) COMP-3.
           03 WS-GROWTH-N                 PIC S9(5)V9(12) COMP-3.
           03 WS-SCHED-BALANCE            PIC S9(9)V99 COMP-3.
           03 WS-TERM-MONTHS              PIC S9(5) COMP.
           03 WS-MIDPOINT-MONTHS          PIC S9(5) COMP.
           03 WS-ELAPSED-MONTHS           PIC S9(5) COMP.
           03 WS-SCHED-MONTH              PIC S9(5) COMP.
           03 WS-AUTO-TERM-AMOUNT         PIC S9(9)V99 COMP-3.
           03 WS-REQUEST-AMOUNT           PIC S9(9)V99 COMP-3.
           03 WS-LTV-PCT                  PIC S9(3)V99 COMP-3.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
      *    MONTHS COUNTED AS YYYY * 12 + MM SO TWO DATES' MONTH
      *    DIFFERENCE IS A SUBTRACTION.
       01 WS-CURRENT-MONTH-NUM            PIC S9(7) COMP.
       01 WS-FIRST-OF-MONTH-8             PIC 9(8).

       01 WS-WORK-DATE-PARTS.
           03 WS-WD-YYYY                  PIC 9(4).
           03 WS-WD-MM                    PIC 9(2).
           03 WS-WD-DD                    PIC 9(2).
       01 WS-WORK-DATE-8 REDEFINES WS-WORK-DATE-PARTS
                                          PIC 9(8).
       01 WS-WORK-MONTH-NUM               PIC S9(7) COMP.
       01 WS-BOARD-MONTH-NUM              PIC S9(7) COMP.

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           03 WS-EDIT-DATE                PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSPMITR - PMI TERMINATION/CANCELLATION REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'SCHED LTV'.
              05 FILLER                   PIC X(10) VALUE 'ACTL LTV'.
              05 FILLER                   PIC X(14) VALUE 'PMI MONTHLY'.
              05 FILLER                   PIC X(60) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCHED-LTV            PIC ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-ACTUAL-LTV           PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PMI                  PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(12) VALUE 'REVIEWED:'.
              05 SUM-REVIEWED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'AT 78 PCT:'.
              05 SUM-AUTO                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'MIDPOINT:'.
              05 SUM-MIDPOINT             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'NOT CURRENT:'.
              05 SUM-NOT-CURRENT          PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(20) VALUE
                 'REQUESTS APPROVED:'.
              05 SUM-APPROVED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'DENIED:'.
              05 SUM-DENIED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

      *    LIEN LINKAGE LOOKUP - SEE EPSLIENK.
           COPY EPSLKPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-LOAN UNTIL END-OF-MASTER.
           PERFORM A800-REPORT-UNWORKED-REQUEST
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSPMITR' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN I-O    MI-POLICY-FILE.
           OPEN INPUT  PAYMENT-HISTORY-FILE.
           OPEN INPUT  CANCEL-REQUEST-FILE.
           OPEN OUTPUT LETTER-REQUEST-FILE.
      *    NO GOVERNMENT LOAN FILE YET MEANS NO GOVERNMENT LOANS.
           OPEN INPUT  GOVT-LOAN-FILE.
           IF WS-GOVLN-STATUS = '00'
              MOVE 'Y' TO WS-GOVLN-OPEN
           END-IF.
      *    NO SCRA FILE YET MEANS NO RATE HELD AT THE SCRA CAP.
           OPEN INPUT  SCRA-FILE.
           IF WS-SCRA-STATUS = '00'
              MOVE 'Y' TO WS-SCRA-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-CURRENT-MONTH-NUM =
                   (WS-CURR-YYYY * 12) + WS-CURR-MM.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE-PARTS.
           MOVE 01              TO WS-WD-DD.
           MOVE WS-WORK-DATE-8  TO WS-FIRST-OF-MONTH-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-REQUEST UNTIL END-OF-REQUESTS.
           CLOSE CANCEL-REQUEST-FILE.
           IF WS-REQ-COUNT > 0
              PERFORM A120-SCAN-HISTORY UNTIL END-OF-HISTORY
           END-IF.
           CLOSE PAYMENT-HISTORY-FILE.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A110-LOAD-REQUEST.
           READ CANCEL-REQUEST-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-REQUESTS
              NOT AT END
                 IF WS-REQ-COUNT < 2000
                    ADD 1 TO WS-REQ-COUNT
                    MOVE PMIRQ-PAN     TO REQ-PAN(WS-REQ-COUNT)
                    MOVE PMIRQ-REQUEST-DATE
                                       TO REQ-DATE(WS-REQ-COUNT)
                    MOVE PMIRQ-USER-ID TO REQ-USER-ID(WS-REQ-COUNT)
                    MOVE 0   TO REQ-LATE-RECENT(WS-REQ-COUNT)
                    MOVE 0   TO REQ-LATE-PRIOR(WS-REQ-COUNT)
                    MOVE 'N' TO REQ-WORKED-IND(WS-REQ-COUNT)
                 ELSE
                    DISPLAY 'EPSPMITR - REQUEST TABLE FULL AT 2000 - '
                            'RUN STOPPED'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ
           .

      *    ONLY THE REQUESTING PANS' HISTORY MATTERS. A PAYMENT THAT
      *    CARRIED A LATE CHARGE WAS LATE; A SOURCE-'R' REVERSAL IS A
      *    RETURNED PAYMENT. EITHER COUNTS AGAINST THE HISTORY IN THE
      *    TWELVE-MONTH BAND ITS POSTING DATE FALLS IN.
       A120-SCAN-HISTORY.
           READ PAYMENT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-HISTORY
              NOT AT END
                 IF PYHST-LATE-CHARGE-APPLIED > 0
                    OR PYHST-SOURCE-REVERSAL
                    MOVE PYHST-PAN TO WS-SEARCH-PAN
                    PERFORM A210-FIND-REQUEST
                    IF WS-REQ-FOUND-IDX > 0
                       PERFORM A130-COUNT-LATE-PAYMENT
                    END-IF
                 END-IF
           END-READ
           .

       A130-COUNT-LATE-PAYMENT.
           MOVE PYHST-POST-DATE TO WS-WORK-DATE-8.
           COMPUTE WS-WORK-MONTH-NUM =
                   WS-CURRENT-MONTH-NUM
                 - ((WS-WD-YYYY * 12) + WS-WD-MM).
           EVALUATE TRUE
              WHEN WS-WORK-MONTH-NUM < 12
                 ADD 1 TO REQ-LATE-RECENT(WS-REQ-FOUND-IDX)
              WHEN WS-WORK-MONTH-NUM < 24
                 ADD 1 TO REQ-LATE-PRIOR(WS-REQ-FOUND-IDX)
           END-EVALUATE
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A200-PROCESS-LOAN.
           IF SRV-LOAN-ACTIVE AND SRV-PMI-MONTHLY > 0
              PERFORM A205-CHECK-GOVT-LOAN
              IF NOT GOVT-LOAN
                 PERFORM A300-WORK-PMI-LOAN
              END-IF
           END-IF
           .
           PERFORM A150-READ-MASTER.

       A205-CHECK-GOVT-LOAN.
           MOVE 'N' TO WS-GOVT-LOAN-IND.
           IF GOVT-LOANS-OPEN
              MOVE SRV-PAN TO GOVT-PAN
              READ GOVT-LOAN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-GOVT-LOAN-IND
              END-READ
           END-IF
           .

       A210-FIND-REQUEST.
           MOVE 0 TO WS-REQ-FOUND-IDX.
           PERFORM A215-TEST-ONE-REQUEST
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      OR WS-REQ-FOUND-IDX > 0
           .

       A215-TEST-ONE-REQUEST.
           IF REQ-PAN(WS-REQ-IDX) = WS-SEARCH-PAN
              MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
           END-IF
           .

       A300-WORK-PMI-LOAN.
           ADD 1 TO WS-REVIEWED-COUNT.
           PERFORM A600-CLEAR-DETAIL.
           MOVE SRV-PAN TO WS-SEARCH-PAN.
           PERFORM A210-FIND-REQUEST.
           IF WS-REQ-FOUND-IDX > 0
              MOVE 'Y' TO REQ-WORKED-IND(WS-REQ-FOUND-IDX)
           END-IF.

           MOVE 'N' TO WS-POLICY-FOUND.
           MOVE SRV-PAN TO MIPOL-PAN.
           READ MI-POLICY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MIPOL-ACTIVE
                    MOVE 'Y' TO WS-POLICY-FOUND
                 END-IF
           END-READ.
           IF NOT POLICY-ON-FILE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'PMI BILLED BUT NO ACTIVE EPSMIPOL POLICY - NOT WORK
      -            'ED' TO DTL-RESULT
              PERFORM A650-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SRV-APPRAISED-VALUE = 0 OR SRV-REMAINING-YEARS = 0
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'NO ORIGINAL VALUE OR TERM ON THE MASTER - NOT WORKE
      -            'D' TO DTL-RESULT
              PERFORM A650-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A310-SET-SCHEDULE-TERMS.
           IF MIPOL-TERMINATION-DATE = 0
              PERFORM A350-STAMP-TERMINATION-DATE
           END-IF.

           MOVE WS-ELAPSED-MONTHS TO WS-SCHED-MONTH.
           PERFORM A320-SCHEDULED-BALANCE.
           COMPUTE WS-LTV-PCT ROUNDED =
                   (WS-SCHED-BALANCE * 100) / SRV-APPRAISED-VALUE.
           MOVE WS-LTV-PCT TO DTL-SCHED-LTV.
           COMPUTE WS-LTV-PCT ROUNDED =
                   (SRV-PRINCIPAL-BALANCE * 100)
                   / SRV-APPRAISED-VALUE.
           MOVE WS-LTV-PCT TO DTL-ACTUAL-LTV.
           PERFORM A330-CHECK-CURRENT.

           EVALUATE TRUE
              WHEN WS-SCHED-BALANCE <= WS-AUTO-TERM-AMOUNT
                 IF LOAN-IS-CURRENT
                    MOVE 'A' TO MIPOL-CANCEL-REASON
                    PERFORM A500-TERMINATE-PMI
                    ADD 1 TO WS-AUTO-COUNT
                    MOVE 'TERMINATED - SCHEDULED BALANCE AT 78 PCT OF OR
      -                  'IGINAL VALUE' TO DTL-RESULT
                 ELSE
                    ADD 1 TO WS-NOT-CURRENT-COUNT
                    MOVE 'AT 78 PCT BUT NOT CURRENT - ENDS ONCE CURRENT'
                         TO DTL-RESULT
                 END-IF
                 PERFORM A650-WRITE-DETAIL
              WHEN WS-ELAPSED-MONTHS >= WS-MIDPOINT-MONTHS
                 IF LOAN-IS-CURRENT
                    MOVE 'M' TO MIPOL-CANCEL-REASON
                    PERFORM A500-TERMINATE-PMI
                    ADD 1 TO WS-MIDPOINT-COUNT
                    MOVE 'TERMINATED - AMORTIZATION MIDPOINT REACHED'
                         TO DTL-RESULT
                 ELSE
                    ADD 1 TO WS-NOT-CURRENT-COUNT
                    MOVE 'AT MIDPOINT BUT NOT CURRENT - ENDS ONCE CURREN
      -                  'T' TO DTL-RESULT
                 END-IF
                 PERFORM A650-WRITE-DETAIL
              WHEN WS-REQ-FOUND-IDX > 0
                 PERFORM A400-WORK-BORROWER-REQUEST
                 PERFORM A650-WRITE-DETAIL
           END-EVALUATE
           .

      *    THE TERM IS SRV-REMAINING-YEARS AS BOARDED; THE SCHEDULE
      *    RUNS FROM THE BOARDING MONTH, FIRST PAYMENT DUE THE MONTH
      *    AFTER (SEE EPSSVBLD). THE RATE IS SRV-CURRENT-RATE UNLESS
      *    EPSSCRCP HAS IT HELD AT THE SCRA CAP - THEN THE NOTE RATE
      *    IT SAVED, SO THE CAP NEITHER HASTENS NOR, WHEN LIFTED,
      *    DELAYS THE SCHEDULED TERMINATION.
       A310-SET-SCHEDULE-TERMS.
           COMPUTE WS-TERM-MONTHS = SRV-REMAINING-YEARS * 12.
           COMPUTE WS-MIDPOINT-MONTHS = WS-TERM-MONTHS / 2.
           COMPUTE WS-MONTHLY-RATE = SRV-CURRENT-RATE / 1200.
           IF SCRA-FILE-OPEN
              MOVE SRV-PAN TO SCRA-PAN
              READ SCRA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SCRA-RATE-CAPPED
                       COMPUTE WS-MONTHLY-RATE =
                               SCRA-PRE-CAP-RATE / 1200
                    END-IF
              END-READ
           END-IF.
           IF WS-MONTHLY-RATE > 0
              COMPUTE WS-GROWTH-TERM =
                      (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
           END-IF.
           MOVE SRV-BOARDING-DATE TO WS-WORK-DATE-8.
           COMPUTE WS-BOARD-MONTH-NUM =
                   (WS-WD-YYYY * 12) + WS-WD-MM.
           COMPUTE WS-ELAPSED-MONTHS =
                   WS-CURRENT-MONTH-NUM - WS-BOARD-MONTH-NUM.
           IF WS-ELAPSED-MONTHS < 0
              MOVE 0 TO WS-ELAPSED-MONTHS
           END-IF.
           COMPUTE WS-AUTO-TERM-AMOUNT ROUNDED =
                   SRV-APPRAISED-VALUE * STATIC-AUTO-TERM-LTV-PCT
                   / 100.
           COMPUTE WS-REQUEST-AMOUNT ROUNDED =
                   SRV-APPRAISED-VALUE * STATIC-REQUEST-LTV-PCT
                   / 100
           .

      *    SCHEDULED BALANCE AFTER WS-SCHED-MONTH PAYMENTS.
       A320-SCHEDULED-BALANCE.
           IF WS-SCHED-MONTH >= WS-TERM-MONTHS
              MOVE 0 TO WS-SCHED-BALANCE
              EXIT PARAGRAPH
           END-IF.
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-SCHED-BALANCE ROUNDED =
                      SRV-ORIGINAL-PRINCIPAL
                    - (SRV-ORIGINAL-PRINCIPAL * WS-SCHED-MONTH
                       / WS-TERM-MONTHS)
           ELSE
              COMPUTE WS-GROWTH-N =
                      (1 + WS-MONTHLY-RATE) ** WS-SCHED-MONTH
              COMPUTE WS-SCHED-BALANCE ROUNDED =
                      SRV-ORIGINAL-PRINCIPAL
                    * (WS-GROWTH-TERM - WS-GROWTH-N)
                    / (WS-GROWTH-TERM - 1)
           END-IF
           .

      *    CURRENT = NOTHING PAST DUE: THE NEXT DUE DATE IS THIS
      *    MONTH'S OR LATER.
       A330-CHECK-CURRENT.
           IF SRV-NEXT-DUE-DATE >= WS-FIRST-OF-MONTH-8
              MOVE 'Y' TO WS-CURRENT-IND
           ELSE
              MOVE 'N' TO WS-CURRENT-IND
           END-IF
           .

      *    WALK THE ORIGINAL SCHEDULE TO THE FIRST MONTH AT OR BELOW
      *    78% - OR THE MIDPOINT, WHICHEVER COMES FIRST - AND STAMP
      *    THAT PAYMENT'S DUE DATE ON THE POLICY.
       A350-STAMP-TERMINATION-DATE.
           MOVE 'N' TO WS-TERM-MONTH-FOUND.
           PERFORM A355-TEST-SCHEDULE-MONTH
                   VARYING WS-SCHED-MONTH FROM 1 BY 1
                   UNTIL WS-SCHED-MONTH > WS-MIDPOINT-MONTHS
                      OR TERM-MONTH-FOUND.
           IF NOT TERM-MONTH-FOUND
              MOVE WS-MIDPOINT-MONTHS TO WS-SCHED-MONTH
           END-IF.
           COMPUTE WS-WORK-MONTH-NUM =
                   WS-BOARD-MONTH-NUM + WS-SCHED-MONTH.
           COMPUTE WS-WD-YYYY = (WS-WORK-MONTH-NUM - 1) / 12.
           COMPUTE WS-WD-MM =
                   WS-WORK-MONTH-NUM - (WS-WD-YYYY * 12).
           MOVE 01 TO WS-WD-DD.
           MOVE WS-WORK-DATE-8    TO MIPOL-TERMINATION-DATE.
           MOVE WS-CURRENT-DATE-8 TO MIPOL-LAST-MAINT-DATE.
           REWRITE MI-POLICY-RECORD
           .

      *    THE VARYING CLAUSE STEPS PAST THE FOUND MONTH BEFORE THE
      *    UNTIL IS TESTED, SO THE HIT IS BACKED OUT HERE.
       A355-TEST-SCHEDULE-MONTH.
           PERFORM A320-SCHEDULED-BALANCE.
           IF WS-SCHED-BALANCE <= WS-AUTO-TERM-AMOUNT
              MOVE 'Y' TO WS-TERM-MONTH-FOUND
              SUBTRACT 1 FROM WS-SCHED-MONTH
           END-IF
           .

      *    A BORROWER REQUEST NEEDS 80% (SCHEDULED OR ACTUAL), A
      *    CURRENT LOAN, THE GOOD-PAYMENT-HISTORY TEST, AND NO
      *    ACTIVE SUBORDINATE LIEN ON THE PROPERTY.
       A400-WORK-BORROWER-REQUEST.
           MOVE SRV-PAN TO EPSLIENK-PAN.
           CALL 'EPSLIENK' USING EPSLIENK-PARMS.
           EVALUATE TRUE
              WHEN WS-SCHED-BALANCE > WS-REQUEST-AMOUNT
                   AND SRV-PRINCIPAL-BALANCE > WS-REQUEST-AMOUNT
                 ADD 1 TO WS-DENIED-COUNT
                 MOVE 'REQUEST DENIED - BALANCE ABOVE 80 PCT OF ORIGINAL
      -               ' VALUE' TO DTL-RESULT
              WHEN NOT LOAN-IS-CURRENT
                 ADD 1 TO WS-DENIED-COUNT
                 MOVE 'REQUEST DENIED - LOAN NOT CURRENT'
                      TO DTL-RESULT
              WHEN REQ-LATE-RECENT(WS-REQ-FOUND-IDX)
                      > STATIC-MAX-LATE-RECENT
                 OR REQ-LATE-PRIOR(WS-REQ-FOUND-IDX)
                      > STATIC-MAX-LATE-PRIOR
                 ADD 1 TO WS-DENIED-COUNT
                 MOVE 'REQUEST DENIED - PAYMENT HISTORY (LATE OR RETURNE
      -               'D PAYMENTS)' TO DTL-RESULT
              WHEN EPSLIENK-LINKED AND EPSLIENK-JUNIOR-COUNT > 0
                 ADD 1 TO WS-DENIED-COUNT
                 MOVE 'REQUEST DENIED - SUBORDINATE LIEN ON PROPERTY'
                      TO DTL-RESULT
              WHEN OTHER
                 MOVE 'B' TO MIPOL-CANCEL-REASON
                 PERFORM A500-TERMINATE-PMI
                 ADD 1 TO WS-APPROVED-COUNT
                 MOVE 'CANCELLED - BORROWER REQUEST APPROVED AT 80 PCT'
                      TO DTL-RESULT
           END-EVALUATE
           .

      *    CANCEL REASON IS ALREADY SET BY THE CALLER.
       A500-TERMINATE-PMI.
           MOVE SRV-PMI-MONTHLY   TO WS-EDIT-AMOUNT.
           MOVE 'X'               TO MIPOL-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO MIPOL-LAST-MAINT-DATE.
           REWRITE MI-POLICY-RECORD.

           MOVE 0                 TO SRV-PMI-MONTHLY.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD.

           PERFORM A550-QUEUE-TERMINATION-NOTICE
           .

       A550-QUEUE-TERMINATION-NOTICE.
           MOVE SPACES TO LETTER-REQUEST-RECORD.
           MOVE 'PMIT' TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN TO LRQX-PAN.

           MOVE 'TERMDATE' TO LRQX-VAR-NAME(1).
           MOVE WS-CURRENT-DATE-8 TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(1).

           MOVE 'OLDPMI'   TO LRQX-VAR-NAME(2).
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(2).

           MOVE 'CARRIER'  TO LRQX-VAR-NAME(3).
           MOVE MIPOL-CARRIER-NAME TO LRQX-VAR-VALUE(3).

           MOVE 'CERTNO'   TO LRQX-VAR-NAME(4).
           MOVE MIPOL-CERTIFICATE-NUMBER TO LRQX-VAR-VALUE(4).

           MOVE 'REASON'   TO LRQX-VAR-NAME(5).
           EVALUATE TRUE
              WHEN MIPOL-AUTO-TERMINATED
                 MOVE 'BALANCE SCHEDULED TO REACH 78 PERCENT'
                      TO LRQX-VAR-VALUE(5)
              WHEN MIPOL-MIDPOINT-TERMINATED
                 MOVE 'MIDPOINT OF THE AMORTIZATION PERIOD'
                      TO LRQX-VAR-VALUE(5)
              WHEN MIPOL-BORROWER-CANCELLED
                 MOVE 'YOUR REQUEST TO CANCEL AT 80 PERCENT'
                      TO LRQX-VAR-VALUE(5)
           END-EVALUATE.

           WRITE LETTER-REQUEST-RECORD
           .

       A600-CLEAR-DETAIL.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE SRV-PAN         TO DTL-PAN.
           MOVE SRV-PMI-MONTHLY TO DTL-PMI
           .

       A650-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A REQUEST THAT NEVER MET A PMI-BEARING ACTIVE LOAN ON THE
      *    MASTER - PAID OFF, ALREADY CANCELLED, OR NO PMI AT ALL.
       A800-REPORT-UNWORKED-REQUEST.
           IF NOT REQ-WORKED(WS-REQ-IDX)
              ADD 1 TO WS-DENIED-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE REQ-PAN(WS-REQ-IDX) TO DTL-PAN
              MOVE 'REQUEST NOT WORKED - LOAN NOT ACTIVE OR CARRIES NO P
      -            'MI' TO DTL-RESULT
              PERFORM A650-WRITE-DETAIL
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-REVIEWED-COUNT    TO SUM-REVIEWED.
           MOVE WS-AUTO-COUNT        TO SUM-AUTO.
           MOVE WS-MIDPOINT-COUNT    TO SUM-MIDPOINT.
           MOVE WS-NOT-CURRENT-COUNT TO SUM-NOT-CURRENT.
           MOVE WS-APPROVED-COUNT    TO SUM-APPROVED.
           MOVE WS-DENIED-COUNT      TO SUM-DENIED.
           MOVE WS-ERROR-COUNT       TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE MI-POLICY-FILE.
           CLOSE LETTER-REQUEST-FILE.
           IF GOVT-LOANS-OPEN
              CLOSE GOVT-LOAN-FILE
           END-IF.
           IF SCRA-FILE-OPEN
              CLOSE SCRA-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
