       ID DIVISION.
       PROGRAM-ID. EPSRTNLD.
      *    WEEKLY REFINANCE RETENTION CAMPAIGN EXTRACT.
      *
      *    WHEN RATES DROP OUR OWN BORROWERS REFINANCE AWAY, AND THE
      *    FIRST THE SHOP HEARS OF IT IS THE EPSPOFCP PAYOFF. THIS RUN
      *    BROWSES EVERY ACTIVE EPSSRVCF LOAN AND REPRICES IT THE WAY
      *    EPSREFIN DOES A SINGLE REQUEST:
      *
      *       - THE BEST EPSMSNPF RATE ANY LENDER OFFERS ON A LOAN OF
      *         THE BALANCE FOR A TERM COVERING THE REMAINING YEARS.
      *       - THE P&I PAYMENT AT THE CURRENT RATE AND AT THAT RATE
      *         OVER THE REMAINING TERM, BOTH THROUGH EPSMPMT.
      *       - THE MONTHLY SAVINGS, AND THE MONTHS THEY TAKE TO
      *         RECOVER THE STANDARD CLOSING COSTS.
      *
      *    A LOAN WHOSE SAVINGS CLEAR THE EPSRTNCT THRESHOLDS IS A
      *    LEAD - WRITTEN TO EPSRTLXT FOR THE OFFICER WHO ORIGINATED
      *    IT (EPSAPPST) AND THAT OFFICER'S BRANCH (EPSOFXRF), AND
      *    RECORDED ON THE EPSRTLDM LEAD MASTER EPSRTNRS TRACKS THE
      *    RESPONSES ON. A LOAN ALREADY OUT AS A LEAD, OR ALREADY BACK
      *    AS AN APPLICATION, IS NOT HANDED OUT AGAIN.
      *
      *    NEVER SELECTED: A LOAN UNDER AN ACTIVE BANKRUPTCY
      *    (EPSBKRPF), AN ACTIVE FORBEARANCE OR REPAYMENT PLAN
      *    (EPSFBPLN), PAST ITS NEXT DUE DATE, OR WITH A RETURNED-MAIL
      *    BAD ADDRESS ON EPSBRWRF - NONE OF THEM IS A BORROWER THE
      *    SHOP MAY OR CAN SOLICIT.
      *
      *    RUNS AFTER EPSRTNRS, SO LEADS IT HAS JUST EXPIRED ARE FREE
      *    TO GO OUT AGAIN.
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

           SELECT CAMPAIGN-CONTROL-FILE ASSIGN TO EPSRTNCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTCTL-STATUS.

      *    THE NIGHTLY EPSMSNAP SNAPSHOT OF EPSMORTF, AS EPSREFIN
      *    READS IT - LOADED ONCE FOR THE WHOLE PORTFOLIO.
           SELECT MORTGAGE-FILE ASSIGN TO EPSMSNPF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MORTF-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT PLAN-FILE ASSIGN TO EPSFBPLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FBPLN-PAN
                  FILE STATUS IS WS-FBPLN-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT OFFICER-XREF-FILE ASSIGN TO EPSOFXRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OFXRF-LOAN-OFFICER
                  FILE STATUS IS WS-OFXRF-STATUS.

           SELECT LEAD-MASTER-FILE ASSIGN TO EPSRTLDM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTLDM-PAN
                  FILE STATUS IS WS-RTLDM-STATUS.

           SELECT LEAD-EXTRACT-FILE ASSIGN TO EPSRTLXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTLXT-STATUS.

           SELECT CAMPAIGN-REPORT ASSIGN TO RTNLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CAMPAIGN-CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSRTNCT.

       FD  MORTGAGE-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY EPSMORTF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  OFFICER-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSOFXRF.

       FD  LEAD-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRTLDM.

       FD  LEAD-EXTRACT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY EPSRTLXT.

       FD  CAMPAIGN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    USED WHEN THE EPSRTNCT CONTROL RECORD IS MISSING.
           03 STATIC-DEFAULT-MIN-SAVINGS  PIC 9(5)V99 VALUE 150.00.
           03 STATIC-DEFAULT-BREAKEVEN    PIC 9(3)    VALUE 36.
           03 STATIC-DEFAULT-CLOSING-COSTS
                                          PIC 9(7)V99 VALUE 4500.00.
           03 STATIC-SNAP-MAX             PIC 9(4) COMP VALUE 500.

       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RTCTL-STATUS             PIC XX.
           03 WS-MORTF-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-FBPLN-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-OFXRF-STATUS             PIC XX.
           03 WS-RTLDM-STATUS             PIC XX.
           03 WS-RTLXT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-SNAP              PIC X VALUE 'N'.
              88 END-OF-SNAP                 VALUE 'Y'.
           03 WS-BEST-RATE-IND            PIC X VALUE 'N'.
              88 WS-BEST-RATE-EXISTS         VALUE 'Y'.
      *    0 = SELECTED; OTHERWISE THE FIRST REASON THE LOAN FELL OUT
      *    - SEE A300-SCREEN-LOAN AND A400-REPRICE-LOAN.
           03 WS-SCREEN-INDICATOR         PIC 9 VALUE 0.
              88 WS-LOAN-SELECTED            VALUE 0.

      *    THE THRESHOLDS IN FORCE FOR THE RUN - EPSRTNCT, OR THE
      *    STATIC DEFAULTS WHEN IT IS MISSING.
       01 WS-CONTROL-VALUES.
           03 WS-MIN-SAVINGS              PIC 9(5)V99 VALUE 0.
           03 WS-MAX-BREAKEVEN            PIC 9(3)    VALUE 0.
           03 WS-CLOSING-COSTS            PIC 9(7)V99 VALUE 0.

      *    THE SNAPSHOT, LOADED ONCE - ONLY WHAT THE BEST-RATE SCAN
      *    NEEDS.
       01 WS-SNAPSHOT-TABLE.
           03 WS-SNAP-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-SNAP-ENTRY OCCURS 500 TIMES.
              05 WS-SNAP-RATE             PIC 9(3)V99.
              05 WS-SNAP-LOAN             PIC 9(10)V99.
              05 WS-SNAP-YEARS            PIC 9(2).
       01 WS-SNAP-IDX                     PIC 9(4) COMP.
       01 WS-SNAP-OVERFLOW-COUNT          PIC 9(5) VALUE 0.

       01 WS-COUNTERS.
           03 WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
           03 WS-LEAD-COUNT               PIC 9(7) VALUE 0.
           03 WS-RELEAD-COUNT             PIC 9(7) VALUE 0.
           03 WS-WORKING-COUNT            PIC 9(7) VALUE 0.
           03 WS-UNASSIGNED-COUNT         PIC 9(7) VALUE 0.
           03 WS-BANKRUPT-COUNT           PIC 9(7) VALUE 0.
           03 WS-FORBEAR-COUNT            PIC 9(7) VALUE 0.
           03 WS-DELINQUENT-COUNT         PIC 9(7) VALUE 0.
           03 WS-BAD-ADDRESS-COUNT        PIC 9(7) VALUE 0.
           03 WS-NOT-PRICED-COUNT         PIC 9(7) VALUE 0.
           03 WS-NO-OFFER-COUNT           PIC 9(7) VALUE 0.
           03 WS-BELOW-SAVINGS-COUNT      PIC 9(7) VALUE 0.
           03 WS-BREAKEVEN-COUNT          PIC 9(7) VALUE 0.
           03 WS-CROSSCHECK-COUNT         PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-DAYS-PAST-DUE                PIC S9(9) COMP.

       01 WS-WORK-AMOUNTS.
           03 WS-BEST-RATE                PIC 9(3)V99.
           03 WS-PRICE-RATE               PIC 9(3)V99.
           03 WS-PRICED-PAYMENT           PIC S9(7)V99 COMP.
           03 WS-CURRENT-PAYMENT          PIC S9(7)V99 COMP.
           03 WS-OFFER-PAYMENT            PIC S9(7)V99 COMP.
           03 WS-MONTHLY-SAVINGS          PIC S9(7)V99 COMP.
           03 WS-BREAKEVEN-MONTHS         PIC S9(5)    COMP.

       01 WS-LEAD-ASSIGNMENT.
           03 WS-LEAD-OFFICER             PIC X(8).
           03 WS-LEAD-BRANCH              PIC X(4).
           03 WS-LEAD-NAME                PIC X(30).
           03 WS-LEAD-PHONE               PIC X(13).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    THE SAME PAYMENT-MATH CALL EPSREFIN PRICES WITH.
           COPY EPSPDATA.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRTNLD - REFINANCE RETENTION CAMPAIGN EXTRACT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-CONTROL-LINE.
              05 FILLER                   PIC X(22) VALUE
                 'MIN MONTHLY SAVINGS:'.
              05 CTL-MIN-SAVINGS          PIC ZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'MAX BREAK-EVEN MONTHS:'.
              05 CTL-MAX-BREAKEVEN        PIC ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'CLOSING COSTS:'.
              05 CTL-CLOSING-COSTS        PIC Z,ZZZ,ZZ9.99.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(6)  VALUE 'BRCH'.
              05 FILLER                   PIC X(16) VALUE 'BALANCE'.
              05 FILLER                   PIC X(8)  VALUE 'RATE'.
              05 FILLER                   PIC X(8)  VALUE 'OFFER'.
              05 FILLER                   PIC X(14) VALUE 'MO. SAVINGS'.
              05 FILLER                   PIC X(8)  VALUE 'B/E MO'.
              05 FILLER                   PIC X(30) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BRANCH               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CUR-RATE             PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFER-RATE           PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SAVINGS              PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BREAKEVEN            PIC ZZ9.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(30).
           03 WS-NO-RATES-LINE            PIC X(60) VALUE
              'NO LENDER RATES ON EPSMSNPF - NO LEADS SELECTED'.
           03 WS-OVERFLOW-LINE.
              05 FILLER                   PIC X(42) VALUE
                 'LENDERS PAST THE 500-ENTRY TABLE, IGNORED:'.
              05 OVF-COUNT                PIC ZZZZ9.
           03 WS-CROSSCHECK-LINE.
              05 FILLER                   PIC X(49) VALUE
                 '*** EPSMPMT PAYMENT CROSSCHECK VARIANCE ON PAN '.
              05 XCK-PAN                  PIC X(10).
           03 WS-SUMMARY-LINE.
              05 SUM-LABEL                PIC X(40).
              05 SUM-COUNT                PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRTNLD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  CAMPAIGN-CONTROL-FILE.
           OPEN INPUT  MORTGAGE-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  PLAN-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  OFFICER-XREF-FILE.
           OPEN I-O    LEAD-MASTER-FILE.
           IF WS-RTLDM-STATUS = '05' OR '35'
              CLOSE LEAD-MASTER-FILE
              OPEN OUTPUT LEAD-MASTER-FILE
              CLOSE LEAD-MASTER-FILE
              OPEN I-O LEAD-MASTER-FILE
           END-IF.
           OPEN OUTPUT LEAD-EXTRACT-FILE.
           OPEN OUTPUT CAMPAIGN-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-CONTROL.
           CLOSE CAMPAIGN-CONTROL-FILE.
           MOVE WS-MIN-SAVINGS   TO CTL-MIN-SAVINGS.
           MOVE WS-MAX-BREAKEVEN TO CTL-MAX-BREAKEVEN.
           MOVE WS-CLOSING-COSTS TO CTL-CLOSING-COSTS.
           MOVE WS-CONTROL-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-SNAPSHOT UNTIL END-OF-SNAP.
           CLOSE MORTGAGE-FILE.
           IF WS-SNAP-OVERFLOW-COUNT > 0
              MOVE WS-SNAP-OVERFLOW-COUNT TO OVF-COUNT
              MOVE WS-OVERFLOW-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *    NOTHING TO PRICE AGAINST - NO LOAN CAN BE A LEAD.
           IF WS-SNAP-COUNT = 0
              MOVE WS-NO-RATES-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START.
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A110-LOAD-CONTROL.
           READ CAMPAIGN-CONTROL-FILE
              AT END
                 MOVE STATIC-DEFAULT-MIN-SAVINGS   TO WS-MIN-SAVINGS
                 MOVE STATIC-DEFAULT-BREAKEVEN     TO WS-MAX-BREAKEVEN
                 MOVE STATIC-DEFAULT-CLOSING-COSTS TO WS-CLOSING-COSTS
                 MOVE 'EPSRTNCT CONTROL RECORD MISSING - DEFAULT THRES
      -               'HOLDS' TO RPT-LINE
                 WRITE RPT-LINE
              NOT AT END
                 MOVE RTCTL-MIN-MONTHLY-SAVINGS  TO WS-MIN-SAVINGS
                 MOVE RTCTL-MAX-BREAKEVEN-MONTHS TO WS-MAX-BREAKEVEN
                 MOVE RTCTL-CLOSING-COSTS        TO WS-CLOSING-COSTS
           END-READ
           .

       A120-LOAD-SNAPSHOT.
           READ MORTGAGE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SNAP
              NOT AT END
      *          THE SNAPSHOT'S EPSHDTRL CONTROL RECORDS ARE NOT
      *          LENDERS - SKIP THEM.
                 IF MORT-FILE-COMPANY(1:3) = 'HDR'
                    OR MORT-FILE-COMPANY(1:3) = 'TRL'
                    CONTINUE
                 ELSE
                    IF WS-SNAP-COUNT >= STATIC-SNAP-MAX
                       ADD 1 TO WS-SNAP-OVERFLOW-COUNT
                    ELSE
                       ADD 1 TO WS-SNAP-COUNT
                       MOVE MORT-FILE-RATE
                            TO WS-SNAP-RATE(WS-SNAP-COUNT)
                       MOVE MORT-FILE-LOAN
                            TO WS-SNAP-LOAN(WS-SNAP-COUNT)
                       MOVE MORT-FILE-YEARS
                            TO WS-SNAP-YEARS(WS-SNAP-COUNT)
                    END-IF
                 END-IF
           END-READ
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A200-PROCESS-LOAN.
           IF SRV-LOAN-ACTIVE
              ADD 1 TO WS-ACTIVE-COUNT
              PERFORM A300-SCREEN-LOAN
              IF WS-LOAN-SELECTED
                 PERFORM A400-REPRICE-LOAN
              END-IF
              IF WS-LOAN-SELECTED
                 PERFORM A500-ASSIGN-LEAD
              END-IF
           END-IF.
           PERFORM A150-READ-MASTER
           .

      *    THE LOANS THE SHOP MAY NOT OR CANNOT SOLICIT, THEN THE ONES
      *    THERE IS NOTHING TO REPRICE ON - A HELOC LINE, OR A LOAN
      *    WITH NO BALANCE OR TERM LEFT.
       A300-SCREEN-LOAN.
           MOVE 0 TO WS-SCREEN-INDICATOR.
           MOVE SPACES TO WS-LEAD-NAME.
           MOVE SPACES TO WS-LEAD-PHONE.

           MOVE SRV-PAN TO BKRP-PAN.
           READ BANKRUPTCY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BKRP-ACTIVE
                    MOVE 1 TO WS-SCREEN-INDICATOR
                    ADD 1 TO WS-BANKRUPT-COUNT
                 END-IF
           END-READ.
           IF NOT WS-LOAN-SELECTED
              EXIT PARAGRAPH
           END-IF.

           MOVE SRV-PAN TO FBPLN-PAN.
           READ PLAN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FBPLN-ACTIVE
                    MOVE 2 TO WS-SCREEN-INDICATOR
                    ADD 1 TO WS-FORBEAR-COUNT
                 END-IF
           END-READ.
           IF NOT WS-LOAN-SELECTED
              EXIT PARAGRAPH
           END-IF.

      *    THE SAME NEXT-DUE-DATE AGING EPSDLQAG BUCKETS BY - ONE DAY
      *    PAST DUE IS ENOUGH TO KEEP THE LOAN OFF THE CALL LIST.
           COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 - FUNCTION INTEGER-OF-DATE(SRV-NEXT-DUE-DATE).
           IF WS-DAYS-PAST-DUE > 0
              MOVE 3 TO WS-SCREEN-INDICATOR
              ADD 1 TO WS-DELINQUENT-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SRV-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BRWR-NAME      TO WS-LEAD-NAME
                 MOVE BRWR-PHONE-NUM TO WS-LEAD-PHONE
                 IF BRWR-BAD-ADDRESS
                    MOVE 4 TO WS-SCREEN-INDICATOR
                    ADD 1 TO WS-BAD-ADDRESS-COUNT
                 END-IF
           END-READ.
           IF NOT WS-LOAN-SELECTED
              EXIT PARAGRAPH
           END-IF.

           IF SRV-LOAN-TYPE-IND = 'H'
              OR SRV-PRINCIPAL-BALANCE = 0
              OR SRV-REMAINING-YEARS = 0
              MOVE 5 TO WS-SCREEN-INDICATOR
              ADD 1 TO WS-NOT-PRICED-COUNT
           END-IF
           .

      *    THE EPSREFIN BREAK-EVEN, PORTFOLIO-WIDE: BOTH PAYMENTS ARE
      *    PRICED LEVEL OVER THE REMAINING TERM SO THE SAVINGS ARE
      *    THE RATE AND NOTHING ELSE.
       A400-REPRICE-LOAN.
           MOVE 'N' TO WS-BEST-RATE-IND.
           PERFORM A410-EVALUATE-LENDER
                   VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT.
           IF NOT WS-BEST-RATE-EXISTS
              MOVE 6 TO WS-SCREEN-INDICATOR
              ADD 1 TO WS-NO-OFFER-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SRV-CURRENT-RATE TO WS-PRICE-RATE.
           PERFORM A420-PRICE-PAYMENT.
           MOVE WS-PRICED-PAYMENT TO WS-CURRENT-PAYMENT.
           MOVE WS-BEST-RATE     TO WS-PRICE-RATE.
           PERFORM A420-PRICE-PAYMENT.
           MOVE WS-PRICED-PAYMENT TO WS-OFFER-PAYMENT.

           COMPUTE WS-MONTHLY-SAVINGS =
                WS-CURRENT-PAYMENT - WS-OFFER-PAYMENT.
           IF WS-MONTHLY-SAVINGS <= 0
              OR WS-MONTHLY-SAVINGS < WS-MIN-SAVINGS
              MOVE 7 TO WS-SCREEN-INDICATOR
              ADD 1 TO WS-BELOW-SAVINGS-COUNT
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BREAKEVEN-MONTHS ROUNDED =
                WS-CLOSING-COSTS / WS-MONTHLY-SAVINGS.
           IF WS-BREAKEVEN-MONTHS > WS-MAX-BREAKEVEN
              MOVE 8 TO WS-SCREEN-INDICATOR
              ADD 1 TO WS-BREAKEVEN-COUNT
           END-IF
           .

      *    A LENDER QUALIFIES WHEN IT LENDS THE BALANCE ON A TERM AT
      *    LEAST AS LONG AS THE YEARS LEFT, SO THE OFFER NEVER BUYS
      *    ITS RATE WITH A SHORTER TERM AND A BIGGER PAYMENT. A
      *    SNAPSHOT ENTRY WITH NO TERM ON IT LENDS ON ANY TERM.
       A410-EVALUATE-LENDER.
           IF WS-SNAP-LOAN(WS-SNAP-IDX) >= SRV-PRINCIPAL-BALANCE
              AND (WS-SNAP-YEARS(WS-SNAP-IDX) = 0
                   OR WS-SNAP-YEARS(WS-SNAP-IDX)
                      >= SRV-REMAINING-YEARS)
              AND (NOT WS-BEST-RATE-EXISTS
                   OR WS-SNAP-RATE(WS-SNAP-IDX) < WS-BEST-RATE)
              MOVE WS-SNAP-RATE(WS-SNAP-IDX) TO WS-BEST-RATE
              MOVE 'Y' TO WS-BEST-RATE-IND
           END-IF
           .

       A420-PRICE-PAYMENT.
           INITIALIZE EPSPDATA.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSPDATA-PRINCIPLE-DATA.
           MOVE SRV-REMAINING-YEARS   TO EPSPDATA-NUMBER-OF-YEARS.
           MOVE WS-PRICE-RATE         TO
                                     EPSPDATA-QUOTED-INTEREST-RATE.
           MOVE 'Y'                   TO EPSPDATA-YEAR-MONTH-IND.
           MOVE 'F'                   TO EPSPDATA-LOAN-TYPE-IND.
           CALL 'EPSMPMT' USING EPSPDATA.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO WS-PRICED-PAYMENT.
           IF EPSPDATA-CROSSCHECK-VARIANCE-FOUND
              ADD 1 TO WS-CROSSCHECK-COUNT
              MOVE SRV-PAN            TO XCK-PAN
              MOVE WS-CROSSCHECK-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

      *    THE LEAD GOES TO THE OFFICER WHO ORIGINATED THE LOAN. A
      *    LOAN STILL OUT AS A LEAD FROM AN EARLIER CAMPAIGN, OR
      *    ALREADY BACK AS AN APPLICATION, STAYS WHERE IT IS.
       A500-ASSIGN-LEAD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SPACES TO WS-LEAD-OFFICER.
           MOVE SPACES TO WS-LEAD-BRANCH.
           MOVE SRV-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE APPST-LOAN-OFFICER TO WS-LEAD-OFFICER
           END-READ.
           IF WS-LEAD-OFFICER NOT = SPACES
              MOVE WS-LEAD-OFFICER TO OFXRF-LOAN-OFFICER
              READ OFFICER-XREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OFXRF-BRANCH-CODE TO WS-LEAD-BRANCH
              END-READ
           END-IF.

           MOVE SRV-PAN TO RTLDM-PAN.
           READ LEAD-MASTER-FILE
              INVALID KEY
                 PERFORM A510-ADD-LEAD
              NOT INVALID KEY
                 PERFORM A520-REVISIT-LEAD
           END-READ
           .

       A510-ADD-LEAD.
           MOVE SPACES            TO RETENTION-LEAD-MASTER.
           MOVE SRV-PAN           TO RTLDM-PAN.
           MOVE 0                 TO RTLDM-LEAD-COUNT.
           PERFORM A530-OPEN-LEAD.
           WRITE RETENTION-LEAD-MASTER
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE 'NEW LEAD' TO DTL-NOTE.
           PERFORM A550-WRITE-LEAD
           .

      *    A RERUN OF THE SAME CAMPAIGN REWRITES TODAY'S LEADS RATHER
      *    THAN COUNTING THEM AS STILL BEING WORKED.
       A520-REVISIT-LEAD.
           EVALUATE TRUE
              WHEN RTLDM-OPEN
                   AND RTLDM-LEAD-DATE = WS-CURRENT-DATE-8
                 SUBTRACT 1 FROM RTLDM-LEAD-COUNT
                 PERFORM A530-OPEN-LEAD
                 MOVE 'NEW LEAD' TO DTL-NOTE
              WHEN RTLDM-RELEAD-ALLOWED
                 PERFORM A530-OPEN-LEAD
                 ADD 1 TO WS-RELEAD-COUNT
                 MOVE 'RE-LEAD' TO DTL-NOTE
              WHEN OTHER
                 IF RTLDM-OPEN
                    MOVE WS-CURRENT-DATE-8 TO RTLDM-LAST-SELECT-DATE
                 END-IF
                 ADD 1 TO WS-WORKING-COUNT
           END-EVALUATE.
           REWRITE RETENTION-LEAD-MASTER
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF RTLDM-OPEN
              AND RTLDM-LEAD-DATE = WS-CURRENT-DATE-8
              PERFORM A550-WRITE-LEAD
           END-IF
           .

       A530-OPEN-LEAD.
           MOVE 'O'               TO RTLDM-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO RTLDM-LEAD-DATE.
           MOVE WS-CURRENT-DATE-8 TO RTLDM-LAST-SELECT-DATE.
           MOVE WS-CURRENT-DATE-8 TO RTLDM-STATUS-DATE.
           ADD 1                  TO RTLDM-LEAD-COUNT.
           MOVE WS-LEAD-OFFICER   TO RTLDM-LOAN-OFFICER.
           MOVE WS-LEAD-BRANCH    TO RTLDM-BRANCH-CODE.
           MOVE WS-BEST-RATE      TO RTLDM-OFFER-RATE.
           MOVE WS-MONTHLY-SAVINGS TO RTLDM-MONTHLY-SAVINGS.
           MOVE SPACES            TO RTLDM-APP-PAN.
           MOVE 0                 TO RTLDM-APP-DATE.
           MOVE SPACES            TO RTLDM-APP-STATUS-CODE
           .

       A550-WRITE-LEAD.
           MOVE SPACES                TO RETENTION-LEAD-EXTRACT.
           MOVE SRV-PAN               TO RTLXT-PAN.
           MOVE WS-LEAD-OFFICER       TO RTLXT-LOAN-OFFICER.
           MOVE WS-LEAD-BRANCH        TO RTLXT-BRANCH-CODE.
           MOVE WS-LEAD-NAME          TO RTLXT-BORROWER-NAME.
           MOVE WS-LEAD-PHONE         TO RTLXT-PHONE-NUM.
           MOVE SRV-PRINCIPAL-BALANCE TO RTLXT-PRINCIPAL-BALANCE.
           MOVE SRV-CURRENT-RATE      TO RTLXT-CURRENT-RATE.
           MOVE SRV-REMAINING-YEARS   TO RTLXT-REMAINING-YEARS.
           MOVE WS-CURRENT-PAYMENT    TO RTLXT-CURRENT-PAYMENT.
           MOVE WS-BEST-RATE          TO RTLXT-OFFER-RATE.
           MOVE WS-OFFER-PAYMENT      TO RTLXT-OFFER-PAYMENT.
           MOVE WS-MONTHLY-SAVINGS    TO RTLXT-MONTHLY-SAVINGS.
           MOVE WS-BREAKEVEN-MONTHS   TO RTLXT-BREAKEVEN-MONTHS.
           MOVE WS-CURRENT-DATE-8     TO RTLXT-CAMPAIGN-DATE.
           WRITE RETENTION-LEAD-EXTRACT.
           ADD 1 TO WS-LEAD-COUNT.

           MOVE SRV-PAN               TO DTL-PAN.
           MOVE WS-LEAD-BRANCH        TO DTL-BRANCH.
           IF WS-LEAD-OFFICER = SPACES
              ADD 1 TO WS-UNASSIGNED-COUNT
              MOVE '(DESK)'           TO DTL-OFFICER
              MOVE 'NO ORIGINATOR - RETENTION DESK' TO DTL-NOTE
           ELSE
              MOVE WS-LEAD-OFFICER    TO DTL-OFFICER
           END-IF.
           MOVE SRV-PRINCIPAL-BALANCE TO DTL-BALANCE.
           MOVE SRV-CURRENT-RATE      TO DTL-CUR-RATE.
           MOVE WS-BEST-RATE          TO DTL-OFFER-RATE.
           MOVE WS-MONTHLY-SAVINGS    TO DTL-SAVINGS.
           MOVE WS-BREAKEVEN-MONTHS   TO DTL-BREAKEVEN.
           MOVE WS-DETAIL-LINE        TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ACTIVE LOANS SCREENED:'      TO SUM-LABEL.
           MOVE WS-ACTIVE-COUNT               TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'LEADS WRITTEN:'              TO SUM-LABEL.
           MOVE WS-LEAD-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OF WHICH RE-LEADS:'        TO SUM-LABEL.
           MOVE WS-RELEAD-COUNT               TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OF WHICH TO RETENTION DESK:' TO SUM-LABEL.
           MOVE WS-UNASSIGNED-COUNT           TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'QUALIFIED, ALREADY BEING WORKED:' TO SUM-LABEL.
           MOVE WS-WORKING-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'EXCLUDED - ACTIVE BANKRUPTCY:' TO SUM-LABEL.
           MOVE WS-BANKRUPT-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'EXCLUDED - FORBEARANCE/PLAN:' TO SUM-LABEL.
           MOVE WS-FORBEAR-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'EXCLUDED - DELINQUENT:'      TO SUM-LABEL.
           MOVE WS-DELINQUENT-COUNT           TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'EXCLUDED - BAD ADDRESS:'     TO SUM-LABEL.
           MOVE WS-BAD-ADDRESS-COUNT          TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'NOT REPRICEABLE:'            TO SUM-LABEL.
           MOVE WS-NOT-PRICED-COUNT           TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'NO LENDER OFFER FOR BALANCE/TERM:' TO SUM-LABEL.
           MOVE WS-NO-OFFER-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'SAVINGS BELOW THRESHOLD:'    TO SUM-LABEL.
           MOVE WS-BELOW-SAVINGS-COUNT        TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'BREAK-EVEN TOO LONG:'        TO SUM-LABEL.
           MOVE WS-BREAKEVEN-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE BANKRUPTCY-FILE.
           CLOSE PLAN-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE OFFICER-XREF-FILE.
           CLOSE LEAD-MASTER-FILE.
           CLOSE LEAD-EXTRACT-FILE.
           CLOSE CAMPAIGN-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSRTNLD'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-ACTIVE-COUNT      TO EPSRUNWR-IN-COUNT.
           MOVE WS-LEAD-COUNT        TO EPSRUNWR-OUT-COUNT.
           MOVE WS-CROSSCHECK-COUNT  TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .

       A950-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .
