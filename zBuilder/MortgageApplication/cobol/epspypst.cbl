      *    PAYMENT COVERS A FULL PAYMENT. THE STATEMENT AND THE
      *    COLLECTIONS QUEUE BOTH SHOW THE SUSPENSE BALANCE.
      *
      *    FUNDS BEYOND THE CONTRACTUAL PAYMENT AND THE LATE CHARGE
      *    FIRST REPAY ANY CORPORATE ADVANCES OUTSTANDING ON THE
      *    EPSCADVF SUB-LEDGER (EXCEPT THE ESCROW-CARRIED FORCE-PLACED
      *    PREMIUM, WHICH ESCROW COLLECTS) BEFORE THEY CURTAIL
      *    PRINCIPAL. EACH RECOVERY IS APPENDED TO EPSCADVH FOR THE
      *    GL, AND THE EPSPYHST AMOUNT-RECEIVED IS WHAT WAS APPLIED TO
      *    THE LOAN, SO ITS COMPONENTS STILL SUM BACK TO IT.
      *
      *    A LOAN WITH AN ACTIVE EPSBYDNF TEMPORARY BUYDOWN OWES ONLY
      *    THE YEAR'S REDUCED P+I; THE SHORTFALL TO THE NOTE-RATE
      *    PAYMENT IS DRAWN FROM THE SUBSIDY BALANCE AS THE PAYMENT
      *    POSTS, SO THE NOTE-RATE PAYMENT IS WHAT SPLITS. EACH DRAW
      *    IS APPENDED TO EPSBYDNH FOR THE GL, AND THE SCHEDULE STEPS
      *    UP A YEAR WHEN THE INSTALLMENT BEING PAID REACHES THE
      *    BUYDOWN ANNIVERSARY.
      *
      *    ON A LOAN STILL INSIDE THE TERM OF ITS EPSPPNTF PREPAYMENT
      *    PENALTY, A CURTAILMENT THAT TAKES THE LOAN YEAR'S
      *    PREPAYMENTS PAST THE ALLOWED PERCENT OF THE ORIGINAL
      *    PRINCIPAL PAYS THE PENALTY ON THE EXCESS OUT OF THE
      *    CURTAILMENT BEFORE IT REACHES PRINCIPAL. THE PENALTY IS
      *    APPENDED TO EPSPPNH FOR THE GL AS FEE INCOME AND, LIKE AN
      *    ADVANCE RECOVERY, IS LEFT OUT OF THE EPSPYHST AMOUNT.
      *
      *    ON A POOLED LOAN THE SERVICER HAS ADVANCED P+I TO THE
      *    INVESTOR ON (EPSPIADF - SEE EPSPIADV), EACH INSTALLMENT THE
      *    BORROWER PAYS REIMBURSES THE ADVANCE BALANCE FIRST - THE
      *    INSTALLMENT'S INTEREST AND SCHEDULED PRINCIPAL LESS THE
      *    SERVICING FEE, WHICH THE INVESTOR ALREADY RECEIVED - AND A
      *    PAYOFF RECOVERS IT ALL. THE LOAN'S OWN SPLIT IS UNCHANGED;
      *    EACH RECOVERY IS APPENDED TO EPSPIADH FOR THE REMITTANCE
      *    AND THE GL.
      *
      *    THE ORDER THE PAYMENT FILLS THE INSTALLMENT'S BUCKETS -
      *    INTEREST, SCHEDULED PRINCIPAL, PMI, ESCROW, LATE CHARGE -
      *    COMES FROM THE EPSWFALL WATERFALL TABLE (SEE EPSWFMNT) FOR
      *    THE LOAN'S INVESTOR, PRODUCT TYPE AND JURISDICTION, UNLESS
      *    AN ACTIVE EPSFBPLN PLAN OR A LOAN MODIFICATION (SRV-
      *    PAYMENT-ORDER) SPECIFIES ITS OWN. WITH NO TABLE ENTRY THE
      *    HOUSE ORDER APPLIES: INTEREST, PMI, ESCROW, LATE CHARGE,
      *    PRINCIPAL. LOCKBOX, ACH, TELLER (EPSTLRRP'S SOURCE-'T'
      *    RECORDS) AND EVERY INTRADAY CYCLE ALL POST THROUGH THIS ONE
      *    SPLIT, AND EACH EPSPYHST RECORD NAMES THE WATERFALL ENTRY,
      *    VERSION AND ORDER IT WAS APPLIED BY.
      *
      *    THE RUN IS CYCLE-DRIVEN: A SYSIN MODE CARD OF 'INTRADAY'
      *    POSTS WHATEVER HAS ACCUMULATED ON EPSPYTXN SO FAR TODAY
      *    AND STOPS; ANYTHING ELSE IS THE NIGHTLY SWEEP. EITHER WAY
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT ADVANCE-HISTORY-FILE ASSIGN TO EPSCADVH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CADVH-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

           SELECT BUYDOWN-HISTORY-FILE ASSIGN TO EPSBYDNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BYDNH-STATUS.

           SELECT PI-ADVANCE-FILE ASSIGN TO EPSPIADF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PIAD-PAN
                  FILE STATUS IS WS-PIADF-STATUS.

           SELECT PI-ADVANCE-HISTORY-FILE ASSIGN TO EPSPIADH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PIADH-STATUS.

           SELECT CYCLE-CHECKPOINT-FILE ASSIGN TO EPSPYCKP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CKP-JOB-NAME
                  FILE STATUS IS WS-CKP-STATUS.

           SELECT WATERFALL-FILE ASSIGN TO EPSWFALL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WFALL-KEY
                  FILE STATUS IS WS-WFALL-STATUS.

           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT PLAN-FILE ASSIGN TO EPSFBPLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FBPLN-PAN
                  FILE STATUS IS WS-FBPLN-STATUS.

           SELECT PREPAY-TERMS-FILE ASSIGN TO EPSPPNTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPN-PAN
                  FILE STATUS IS WS-PPNTF-STATUS.

           SELECT PENALTY-HISTORY-FILE ASSIGN TO EPSPPNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PPNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TRANSACTION-FILE
           COPY EPSSRVCF.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  CONTROL-REPORT
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSCADVH.

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       FD  BUYDOWN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSBYDNH.

       FD  PI-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPIADF.

       FD  PI-ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSPIADH.

       FD  CYCLE-CHECKPOINT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY EPSRQCKP.

       FD  WATERFALL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSWFALL.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  PREPAY-TERMS-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPPNTF.

       FD  PENALTY-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSPPNH.

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).
      *    THE EPSWFALL KEYS TRIED FOR A LOAN, MOST SPECIFIC FIRST -
      *    Y USES THE LOAN'S OWN INVESTOR / PRODUCT / JURISDICTION,
      *    N THE ASTERISK. EVERY JURISDICTION ENTRY IS TRIED BEFORE
      *    ANY ENTRY THAT IGNORES JURISDICTION, SO A STATE RULE ON
      *    THE ORDER OUTRANKS AN INVESTOR'S.
           03 WATERFALL-KEY-PATTERNS.
              05 FILLER                  PIC X(3) VALUE 'YYY'.
              05 FILLER                  PIC X(3) VALUE 'YNY'.
              05 FILLER                  PIC X(3) VALUE 'NYY'.
              05 FILLER                  PIC X(3) VALUE 'NNY'.
              05 FILLER                  PIC X(3) VALUE 'YYN'.
              05 FILLER                  PIC X(3) VALUE 'YNN'.
              05 FILLER                  PIC X(3) VALUE 'NYN'.
              05 FILLER                  PIC X(3) VALUE 'NNN'.
           03 WATERFALL-KEY-PATTERN-TBL REDEFINES
                                      WATERFALL-KEY-PATTERNS.
              05 WATERFALL-KEY-PATTERN OCCURS 8 TIMES.
                07 WF-USE-INVESTOR         PIC X.
                07 WF-USE-PRODUCT          PIC X.
                07 WF-USE-JURISDICTION     PIC X.
      *    THE HOUSE ORDER, FOR A LOAN NO EPSWFALL ENTRY MATCHES.
           03 HOUSE-PAYMENT-ORDER        PIC X(5) VALUE 'IMELP'.

       01 WS-FILE-STATUSES.
           03 WS-PYTXN-STATUS             PIC XX.
           03 WS-DSBRQ-STATUS             PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-CKP-STATUS               PIC XX.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-BYDNH-STATUS             PIC XX.
           03 WS-PIADF-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-WFALL-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-FBPLN-STATUS             PIC XX.
           03 WS-PPNTF-STATUS             PIC XX.
           03 WS-PPNH-STATUS              PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 INTRADAY-CYCLE              VALUE 'I'.
           03 WS-CKP-FOUND                PIC X VALUE 'N'.
              88 CHECKPOINT-ON-FILE          VALUE 'Y'.
           03 WS-CADVF-OPEN               PIC X VALUE 'N'.
              88 ADVANCE-LEDGER-OPEN         VALUE 'Y'.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.
           03 WS-BYDN-IN-FORCE            PIC X VALUE 'N'.
              88 BUYDOWN-IN-FORCE            VALUE 'Y'.
           03 WS-PIADF-OPEN               PIC X VALUE 'N'.
              88 PI-ADVANCE-FILE-OPEN        VALUE 'Y'.
           03 WS-WFALL-OPEN               PIC X VALUE 'N'.
              88 WATERFALL-FILE-OPEN         VALUE 'Y'.
           03 WS-PLASN-OPEN               PIC X VALUE 'N'.
              88 POOL-ASSIGNMENT-OPEN        VALUE 'Y'.
           03 WS-FBPLN-OPEN               PIC X VALUE 'N'.
              88 PLAN-FILE-OPEN              VALUE 'Y'.
           03 WS-WFALL-MATCH              PIC X VALUE 'N'.
              88 WATERFALL-MATCHED           VALUE 'Y'.
           03 WS-PPNTF-OPEN               PIC X VALUE 'N'.
              88 PENALTY-TERMS-OPEN          VALUE 'Y'.
           03 WS-PPN-ON-LOAN              PIC X VALUE 'N'.
              88 PENALTY-TERMS-ON-LOAN       VALUE 'Y'.

      *    CYCLE STATE - HOW FAR INTO THE DAY'S TRANSACTION FILE THE
      *    EARLIER CYCLES GOT, AND WHERE THIS ONE IS.
           03 WS-SUSPENSE-COUNT           PIC 9(7) VALUE 0.
           03 WS-DRAW-COUNT               PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-RECOVERY-COUNT           PIC 9(7) VALUE 0.
           03 WS-SUBSIDY-COUNT            PIC 9(7) VALUE 0.
           03 WS-PI-RECOVERY-COUNT        PIC 9(7) VALUE 0.
           03 WS-PENALTY-COUNT            PIC 9(7) VALUE 0.

      *    THE MONTH'S SPLIT FOR THE PAYMENT IN FLIGHT - SEE
      *    A300-SPLIT-PAYMENT.
      *    ANY SUSPENSE BALANCE RELEASED WITH IT.
           03 WS-POSTING-AMOUNT           PIC S9(7)V99 COMP.
           03 WS-FULL-PAYMENT-DUE         PIC S9(7)V99 COMP.
      *    CORPORATE ADVANCE RECOVERY - SEE A350.
           03 WS-SCHEDULED-PRINCIPAL      PIC S9(7)V99 COMP.
           03 WS-ADVANCE-AVAILABLE        PIC S9(7)V99 COMP.
           03 WS-ADVANCE-RECOVERED        PIC S9(7)V99 COMP.
           03 WS-ADVANCE-TAKEN            PIC S9(7)V99 COMP.
      *    BUYDOWN SUBSIDY DRAWN TOWARD THE INSTALLMENT - SEE A240.
           03 WS-SUBSIDY-DUE              PIC S9(7)V99 COMP.
           03 WS-INSTALLMENT-DUE-DATE     PIC 9(8).
      *    INVESTOR P+I ADVANCE REIMBURSED - SEE A430.
           03 WS-PI-BEGIN-BALANCE         PIC S9(9)V99 COMP.
           03 WS-PI-SERVICE-FEE           PIC S9(7)V99 COMP.
           03 WS-PI-RECOVERED             PIC S9(9)V99 COMP.
      *    INTEREST ACTUALLY TAKEN - SHORT OF WS-INTEREST-DUE ONLY
      *    WHEN THE WATERFALL FILLS OTHER BUCKETS FIRST.
           03 WS-INTEREST-APPLIED         PIC S9(7)V99 COMP.
      *    PREPAYMENT PENALTY ON A CURTAILMENT - SEE A370.
           03 WS-CURTAILMENT              PIC S9(9)V99 COMP.
           03 WS-ALLOWED-REMAINING        PIC S9(9)V99 COMP.
           03 WS-PENALTY-EXCESS           PIC S9(9)V99 COMP.
           03 WS-PENALTY-TAKEN            PIC S9(7)V99 COMP.
           03 WS-NEXT-ANNIVERSARY         PIC 9(8).

      *    THE WATERFALL APPLYING THE PAYMENT IN FLIGHT - SEE A280.
       01 WS-WATERFALL-STATE.
           03 WS-WF-INVESTOR              PIC X(24).
           03 WS-WF-TRY                   PIC 9(2) COMP.
           03 WS-WF-IDX                   PIC 9(2) COMP.
           03 WS-WF-APPLIED-ID            PIC X(6).
           03 WS-WF-APPLIED-VERSION       PIC 9(3).
           03 WS-WF-APPLIED-ORDER.
              05 WS-WF-BUCKET             PIC X OCCURS 5 TIMES.
           03 WS-BUCKET-DUE               PIC S9(7)V99 COMP.
           03 WS-BUCKET-TAKEN             PIC S9(7)V99 COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(14) VALUE 'INTEREST'.
              05 FILLER                   PIC X(14) VALUE 'ESCROW'.
              05 FILLER                   PIC X(14) VALUE 'NEW BALANCE'.
              05 FILLER                   PIC X(10) VALUE 'ORDER'.
              05 FILLER                   PIC X(40) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 DTL-INTEREST             PIC X(14).
              05 DTL-ESCROW               PIC X(14).
              05 DTL-BALANCE              PIC X(14).
              05 DTL-ORDER                PIC X(5).
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 DTL-RESULT               PIC X(40).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'POSTED:'.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'ADV RECOVERIES:'.
              05 SUM-RECOVERIES           PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(16) VALUE
                 'SUBSIDY DRAWS:'.
              05 SUM-SUBSIDY-DRAWS        PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'P+I ADV RECOVERIES:'.
              05 SUM-PI-RECOVERIES        PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'PREPAY PENALTIES:'.
              05 SUM-PENALTIES            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           OPEN OUTPUT CONTROL-REPORT.
           OPEN OUTPUT DISBURSEMENT-REQUEST-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
      *    NO ADVANCE SUB-LEDGER YET MEANS NOTHING TO RECOVER.
           OPEN I-O    CORP-ADVANCE-FILE.
           IF WS-CADVF-STATUS = '00'
              MOVE 'Y' TO WS-CADVF-OPEN
           END-IF.
           OPEN EXTEND ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS = '05' OR '35'
              OPEN OUTPUT ADVANCE-HISTORY-FILE
           END-IF.
      *    NO BUYDOWN FILE YET MEANS NO LOAN CARRIES A BUYDOWN.
           OPEN I-O    BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '00'
              MOVE 'Y' TO WS-BYDNF-OPEN
           END-IF.
           OPEN EXTEND BUYDOWN-HISTORY-FILE.
           IF WS-BYDNH-STATUS = '05' OR '35'
              OPEN OUTPUT BUYDOWN-HISTORY-FILE
           END-IF.
      *    NO P+I ADVANCE FILE YET MEANS NOTHING ADVANCED TO RECOVER.
           OPEN I-O    PI-ADVANCE-FILE.
           IF WS-PIADF-STATUS = '00'
              MOVE 'Y' TO WS-PIADF-OPEN
           END-IF.
           OPEN EXTEND PI-ADVANCE-HISTORY-FILE.
           IF WS-PIADH-STATUS = '05' OR '35'
              OPEN OUTPUT PI-ADVANCE-HISTORY-FILE
           END-IF.
      *    NO WATERFALL TABLE YET MEANS EVERY LOAN ON THE HOUSE
      *    ORDER; NO POOL ASSIGNMENTS OR PLANS, NONE TO CONSULT.
           OPEN INPUT  WATERFALL-FILE.
           IF WS-WFALL-STATUS = '00'
              MOVE 'Y' TO WS-WFALL-OPEN
           END-IF.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           IF WS-PLASN-STATUS = '00'
              MOVE 'Y' TO WS-PLASN-OPEN
           END-IF.
           OPEN INPUT  PLAN-FILE.
           IF WS-FBPLN-STATUS = '00'
              MOVE 'Y' TO WS-FBPLN-OPEN
           END-IF.
      *    NO TERMS FILE YET MEANS NO LOAN CARRIES A PENALTY.
           OPEN I-O    PREPAY-TERMS-FILE.
           IF WS-PPNTF-STATUS = '00'
              MOVE 'Y' TO WS-PPNTF-OPEN
           END-IF.
           OPEN EXTEND PENALTY-HISTORY-FILE.
           IF WS-PPNH-STATUS = '05' OR '35'
              OPEN OUTPUT PENALTY-HISTORY-FILE
           END-IF.
           OPEN I-O    CYCLE-CHECKPOINT-FILE.
           IF WS-CKP-STATUS = '05' OR '35'
              CLOSE CYCLE-CHECKPOINT-FILE
           END-IF.
           MOVE 0         TO WS-VALIDATION-INDICATOR.
           MOVE 'N'       TO WS-SUSPENSE-IND.
           MOVE 0         TO WS-ADVANCE-RECOVERED.
           MOVE 0         TO WS-PI-RECOVERED.
           MOVE 0         TO WS-PENALTY-TAKEN.
           MOVE 'N'       TO WS-PPN-ON-LOAN.
           MOVE SPACES    TO WS-DETAIL-LINE.
           MOVE PYTXN-PAN TO WS-LAST-PAN.
           MOVE PYTXN-PAN TO DTL-PAN.
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A240-CHECK-BUYDOWN
              PERFORM A250-APPLY-SUSPENSE-RULE
           END-IF
           .
              PERFORM A400-ROLL-MASTER-FORWARD
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT HELD-IN-SUSPENSE
              AND BUYDOWN-IN-FORCE
              PERFORM A420-DRAW-SUBSIDY
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT HELD-IN-SUSPENSE
              AND PI-ADVANCE-FILE-OPEN
              PERFORM A430-RECOVER-PI-ADVANCE
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT HELD-IN-SUSPENSE
              AND PENALTY-TERMS-ON-LOAN
              PERFORM A440-RECORD-PREPAYMENT
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT HELD-IN-SUSPENSE
              PERFORM A500-WRITE-HISTORY
              PERFORM A600-WRITE-DETAIL
           MOVE 0                     TO PYHST-ESCROW-APPLIED.
           MOVE 0                     TO PYHST-LATE-CHARGE-APPLIED.
           MOVE SRV-PRINCIPAL-BALANCE TO PYHST-BALANCE-AFTER.
           MOVE SPACES                TO PYHST-WATERFALL-ID.
           MOVE 0                     TO PYHST-WATERFALL-VERSION.
           MOVE SPACES                TO PYHST-WATERFALL-ORDER.
           WRITE POSTED-PAYMENT-HISTORY-RECORD.

           MOVE PYTXN-PAN TO BRWR-PAN.
           WRITE RPT-LINE
           .

      *    THE INSTALLMENT BEING PAID IS THE ONE DUE ON SRV-NEXT-DUE-
      *    DATE - KEPT FOR THE SUBSIDY DRAW AND THE P+I ADVANCE
      *    RECOVERY, WHICH RUN AFTER THE MASTER ROLLS. ONE DUE ON OR
      *    AFTER THE BUYDOWN ANNIVERSARY STEPS THE SCHEDULE UP A YEAR
      *    - PAST THE LAST YEAR IT COMPLETES AND THE BORROWER OWES
      *    THE NOTE-RATE PAYMENT. THE SUBSIDY DUE IS THE YEAR'S
      *    SHORTFALL, CAPPED AT WHAT IS LEFT IN THE SUBSIDY BALANCE.
      *    THE STEP IS ONLY SAVED IF THE PAYMENT POSTS - SEE A420.
       A240-CHECK-BUYDOWN.
           MOVE SRV-NEXT-DUE-DATE TO WS-INSTALLMENT-DUE-DATE.
           MOVE 0   TO WS-SUBSIDY-DUE.
           MOVE 'N' TO WS-BYDN-IN-FORCE.
           IF NOT BUYDOWN-FILE-OPEN OR SRV-LOAN-TYPE-IND = 'H'
              EXIT PARAGRAPH
           END-IF.
           MOVE PYTXN-PAN TO BYDN-PAN.
           READ BUYDOWN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BYDN-ACTIVE
                    MOVE 'Y' TO WS-BYDN-IN-FORCE
                 END-IF
           END-READ.
           IF NOT BUYDOWN-IN-FORCE
              EXIT PARAGRAPH
           END-IF.
           IF SRV-NEXT-DUE-DATE NOT < BYDN-NEXT-STEP-DATE
              ADD 1     TO BYDN-CURRENT-YEAR
              ADD 10000 TO BYDN-NEXT-STEP-DATE
              IF BYDN-CURRENT-YEAR > BYDN-YEAR-COUNT
                 MOVE 'C' TO BYDN-STATUS-IND
              END-IF
           END-IF.
           IF BYDN-ACTIVE
              COMPUTE WS-SUBSIDY-DUE = SRV-PI-PAYMENT
                    - BYDN-REDUCED-PAYMENT(BYDN-CURRENT-YEAR)
              IF WS-SUBSIDY-DUE > BYDN-SUBSIDY-BALANCE
                 MOVE BYDN-SUBSIDY-BALANCE TO WS-SUBSIDY-DUE
              END-IF
              IF WS-SUBSIDY-DUE < 0
                 MOVE 0 TO WS-SUBSIDY-DUE
              END-IF
           END-IF
           .

      *    A PAYMENT THAT, EVEN WITH THE ACCUMULATED SUSPENSE BALANCE,
      *    STILL FALLS SHORT OF THE FULL CONTRACTUAL PAYMENT IS HELD
      *    IN SUSPENSE ON THE MASTER AND POSTS NOTHING TONIGHT. ONCE
      *    THE COMBINED FUNDS COVER A FULL PAYMENT THE WHOLE AMOUNT
      *    GOES THROUGH THE NORMAL SPLIT, SO THE HISTORY RECORD'S
      *    AMOUNT-RECEIVED IS PAYMENT PLUS RELEASED SUSPENSE AND THE
      *    COMPONENTS STILL SUM BACK TO IT. ON A BUYDOWN LOAN THE
      *    BORROWER OWES ONLY THE REDUCED PAYMENT; ONCE IT IS COVERED
      *    THE SUBSIDY DRAW JOINS THE FUNDS BEING APPLIED.
       A250-APPLY-SUSPENSE-RULE.
      *    A HELOC HAS NO LEVEL PAYMENT - THE MONTH'S INTEREST IS
      *    WHAT A PAYMENT MUST COVER TO POST.
           ELSE
              COMPUTE WS-FULL-PAYMENT-DUE =
                      SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                    + SRV-ESCROW-MONTHLY - WS-SUBSIDY-DUE
           END-IF.
           COMPUTE WS-POSTING-AMOUNT =
                   PYTXN-PAYMENT-AMOUNT + SRV-SUSPENSE-BALANCE.
                 SET SUSPENSE-RELEASED TO TRUE
              END-IF
              MOVE 0 TO SRV-SUSPENSE-BALANCE
              ADD WS-SUBSIDY-DUE TO WS-POSTING-AMOUNT
           END-IF
           .

           END-IF
           .

      *    THE PAYMENT FILLS THE INSTALLMENT'S FIVE BUCKETS IN THE
      *    ORDER A280 SELECTS, EACH UP TO WHAT IS DUE: THE MONTH'S
      *    INTEREST (ONE MONTH AT THE NOTE RATE ON THE OUTSTANDING
      *    BALANCE), THE SCHEDULED PRINCIPAL (THE P+I PAYMENT LESS
      *    THAT INTEREST - NONE ON A HELOC), PMI AND ESCROW AT THE
      *    COMPONENT AMOUNTS EPSSVBLD STORED, AND ANY ACCRUED LATE
      *    CHARGE. WHAT REMAINS AFTER ALL FIVE REPAYS CORPORATE
      *    ADVANCES (A350), PAYS ANY PREPAYMENT PENALTY THE
      *    CURTAILMENT OWES (A370) AND THEN CURTAILS PRINCIPAL.
       A300-SPLIT-PAYMENT.
           COMPUTE WS-INTEREST-DUE ROUNDED =
                   SRV-PRINCIPAL-BALANCE * SRV-CURRENT-RATE / 1200.
           IF WS-POSTING-AMOUNT < WS-INTEREST-DUE
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF SRV-LOAN-TYPE-IND = 'H'
              OR SRV-PI-PAYMENT NOT > WS-INTEREST-DUE
              MOVE 0 TO WS-SCHEDULED-PRINCIPAL
           ELSE
              COMPUTE WS-SCHEDULED-PRINCIPAL =
                      SRV-PI-PAYMENT - WS-INTEREST-DUE
           END-IF.
           PERFORM A280-SELECT-WATERFALL.

           MOVE 0 TO WS-INTEREST-APPLIED.
           MOVE 0 TO WS-PMI-DUE.
           MOVE 0 TO WS-ESCROW-DUE.
           MOVE 0 TO WS-LATE-CHARGE-TAKEN.
           MOVE 0 TO WS-PRINCIPAL-APPLIED.
           MOVE WS-POSTING-AMOUNT TO WS-AMOUNT-REMAINING.
           PERFORM A310-FILL-BUCKET
                   VARYING WS-WF-IDX FROM 1 BY 1 UNTIL WS-WF-IDX > 5.
           PERFORM A350-RECOVER-ADVANCES.
           IF PENALTY-TERMS-OPEN AND SRV-HAS-PREPAY-PENALTY
              AND WS-AMOUNT-REMAINING > 0
              PERFORM A370-ASSESS-PREPAY-PENALTY
           END-IF.
           ADD WS-AMOUNT-REMAINING TO WS-PRINCIPAL-APPLIED.
      *    ANYTHING BEYOND THE PAYOFF BALANCE IS CREDITED TO THE
      *    ESCROW BALANCE RATHER THAN DROPPED, SO THE HISTORY
      *    COMPONENTS ALWAYS SUM BACK TO THE AMOUNT RECEIVED AND THE
      *    ESCROW-REFUND PROCESS RETURNS IT TO THE BORROWER.
           IF WS-PRINCIPAL-APPLIED > SRV-PRINCIPAL-BALANCE
              COMPUTE WS-ESCROW-DUE = WS-ESCROW-DUE
                      + WS-PRINCIPAL-APPLIED - SRV-PRINCIPAL-BALANCE
              MOVE SRV-PRINCIPAL-BALANCE TO WS-PRINCIPAL-APPLIED
           END-IF
           .

      *    THE ORDER THE PAYMENT IS APPLIED IN. AN ACTIVE EPSFBPLN
      *    PLAN'S OWN ORDER COMES FIRST, THEN ONE A LOAN MODIFICATION
      *    SET ON THE MASTER; OTHERWISE THE FIRST EPSWFALL ENTRY THE
      *    KEY PATTERNS REACH FOR THE LOAN'S INVESTOR (FROM EPSPLASN -
      *    A RETAINED LOAN HAS NONE AND ONLY MATCHES THE ASTERISK),
      *    PRODUCT TYPE AND JURISDICTION, AND FAILING ALL OF THOSE
      *    THE HOUSE ORDER.
       A280-SELECT-WATERFALL.
           MOVE 'N'                 TO WS-WFALL-MATCH.
           MOVE 'STD'               TO WS-WF-APPLIED-ID.
           MOVE 0                   TO WS-WF-APPLIED-VERSION.
           MOVE HOUSE-PAYMENT-ORDER TO WS-WF-APPLIED-ORDER.
           IF PLAN-FILE-OPEN
              MOVE PYTXN-PAN TO FBPLN-PAN
              READ PLAN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FBPLN-ACTIVE AND FBPLN-PAYMENT-ORDER NOT = SPACES
                       MOVE 'Y'                 TO WS-WFALL-MATCH
                       MOVE 'FBPLN'             TO WS-WF-APPLIED-ID
                       MOVE FBPLN-PAYMENT-ORDER TO WS-WF-APPLIED-ORDER
                    END-IF
              END-READ
           END-IF.
           IF WATERFALL-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF SRV-PAYMENT-ORDER NOT = SPACES
              MOVE 'LNMOD'             TO WS-WF-APPLIED-ID
              MOVE SRV-PAYMENT-ORDER   TO WS-WF-APPLIED-ORDER
              EXIT PARAGRAPH
           END-IF.
           IF NOT WATERFALL-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.

           MOVE '*' TO WS-WF-INVESTOR.
           IF POOL-ASSIGNMENT-OPEN AND SRV-POOL-NUMBER NOT = SPACES
              MOVE PYTXN-PAN TO PLASN-PAN
              READ POOL-ASSIGNMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PLASN-INVESTOR-NAME TO WS-WF-INVESTOR
              END-READ
           END-IF.
           PERFORM A290-TRY-WATERFALL-KEY
                   VARYING WS-WF-TRY FROM 1 BY 1
                   UNTIL WS-WF-TRY > 8 OR WATERFALL-MATCHED
           .

      *    AN ENTRY WHOSE CURRENT VERSION TAKES EFFECT AFTER THE
      *    PAYMENT DATE APPLIES THE VERSION IT REPLACED; A NEW ENTRY
      *    NOT YET IN EFFECT IS PASSED OVER FOR THE NEXT PATTERN.
       A290-TRY-WATERFALL-KEY.
           IF WF-USE-INVESTOR(WS-WF-TRY) = 'Y'
              MOVE WS-WF-INVESTOR         TO WFALL-INVESTOR-NAME
           ELSE
              MOVE '*'                    TO WFALL-INVESTOR-NAME
           END-IF.
           IF WF-USE-PRODUCT(WS-WF-TRY) = 'Y'
              MOVE SRV-LOAN-TYPE-IND      TO WFALL-PRODUCT-TYPE
           ELSE
              MOVE '*'                    TO WFALL-PRODUCT-TYPE
           END-IF.
           IF WF-USE-JURISDICTION(WS-WF-TRY) = 'Y'
              MOVE SRV-JURISDICTION-CODE  TO WFALL-JURISDICTION-CODE
           ELSE
              MOVE '*'                    TO WFALL-JURISDICTION-CODE
           END-IF.
           READ WATERFALL-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF PYTXN-PAYMENT-DATE NOT < WFALL-EFFECTIVE-DATE
              MOVE 'Y'                    TO WS-WFALL-MATCH
              MOVE WFALL-ID               TO WS-WF-APPLIED-ID
              MOVE WFALL-VERSION          TO WS-WF-APPLIED-VERSION
              MOVE WFALL-ORDER            TO WS-WF-APPLIED-ORDER
           ELSE
              IF WFALL-PRIOR-VERSION > 0
                 MOVE 'Y'                 TO WS-WFALL-MATCH
                 MOVE WFALL-ID            TO WS-WF-APPLIED-ID
                 MOVE WFALL-PRIOR-VERSION TO WS-WF-APPLIED-VERSION
                 MOVE WFALL-PRIOR-ORDER   TO WS-WF-APPLIED-ORDER
              END-IF
           END-IF
           .

       A310-FILL-BUCKET.
           EVALUATE WS-WF-BUCKET(WS-WF-IDX)
              WHEN 'I'
                 MOVE WS-INTEREST-DUE        TO WS-BUCKET-DUE
              WHEN 'P'
                 MOVE WS-SCHEDULED-PRINCIPAL TO WS-BUCKET-DUE
              WHEN 'M'
                 MOVE SRV-PMI-MONTHLY        TO WS-BUCKET-DUE
              WHEN 'E'
                 MOVE SRV-ESCROW-MONTHLY     TO WS-BUCKET-DUE
              WHEN 'L'
                 MOVE SRV-LATE-CHARGE-DUE    TO WS-BUCKET-DUE
              WHEN OTHER
                 MOVE 0                      TO WS-BUCKET-DUE
           END-EVALUATE.
           IF WS-AMOUNT-REMAINING > WS-BUCKET-DUE
              MOVE WS-BUCKET-DUE       TO WS-BUCKET-TAKEN
           ELSE
              MOVE WS-AMOUNT-REMAINING TO WS-BUCKET-TAKEN
           END-IF.
           SUBTRACT WS-BUCKET-TAKEN FROM WS-AMOUNT-REMAINING.
           EVALUATE WS-WF-BUCKET(WS-WF-IDX)
              WHEN 'I'
                 MOVE WS-BUCKET-TAKEN TO WS-INTEREST-APPLIED
              WHEN 'P'
                 MOVE WS-BUCKET-TAKEN TO WS-PRINCIPAL-APPLIED
              WHEN 'M'
                 MOVE WS-BUCKET-TAKEN TO WS-PMI-DUE
              WHEN 'E'
                 MOVE WS-BUCKET-TAKEN TO WS-ESCROW-DUE
              WHEN 'L'
                 MOVE WS-BUCKET-TAKEN TO WS-LATE-CHARGE-TAKEN
           END-EVALUATE
           .

      *    WHAT IS LEFT AFTER THE INSTALLMENT'S BUCKETS WOULD
      *    OTHERWISE CURTAIL THE LOAN; IT REPAYS THE LOAN'S CORPORATE
      *    ADVANCES FIRST, IN SUB-LEDGER KEY ORDER. THE AMOUNT TAKEN
      *    LEAVES THE POSTING AMOUNT, SO THE HISTORY RECORD CARRIES
      *    ONLY WHAT WAS APPLIED TO THE LOAN ITSELF.
       A350-RECOVER-ADVANCES.
           IF NOT ADVANCE-LEDGER-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AMOUNT-REMAINING TO WS-ADVANCE-AVAILABLE.
           IF WS-ADVANCE-AVAILABLE NOT > 0
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N'        TO WS-END-OF-ADVANCES.
           MOVE PYTXN-PAN  TO CADV-PAN.
           MOVE LOW-VALUES TO CADV-TYPE.
           START CORP-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-START.
           PERFORM A360-RECOVER-ONE-ADVANCE
                   UNTIL END-OF-ADVANCES OR WS-ADVANCE-AVAILABLE = 0.

           SUBTRACT WS-ADVANCE-RECOVERED FROM WS-AMOUNT-REMAINING.
           SUBTRACT WS-ADVANCE-RECOVERED FROM WS-POSTING-AMOUNT.
           IF WS-ADVANCE-RECOVERED > 0
              ADD 1 TO WS-RECOVERY-COUNT
           END-IF
           .

       A360-RECOVER-ONE-ADVANCE.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF CADV-PAN NOT = PYTXN-PAN
              MOVE 'Y' TO WS-END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF NOT CADV-OPEN OR CADV-ESCROW-CARRIED
              OR CADV-BALANCE = 0
              EXIT PARAGRAPH
           END-IF.
           IF CADV-BALANCE > WS-ADVANCE-AVAILABLE
              MOVE WS-ADVANCE-AVAILABLE TO WS-ADVANCE-TAKEN
           ELSE
              MOVE CADV-BALANCE         TO WS-ADVANCE-TAKEN
           END-IF.
           SUBTRACT WS-ADVANCE-TAKEN FROM CADV-BALANCE.
           ADD WS-ADVANCE-TAKEN      TO CADV-RECOVERED-TO-DATE.
           MOVE WS-CURRENT-DATE-8    TO CADV-LAST-RECOVERY-DATE.
           MOVE WS-CURRENT-DATE-8    TO CADV-LAST-MAINT-DATE.
           IF CADV-BALANCE = 0
              MOVE 'C' TO CADV-STATUS-IND
              MOVE 0   TO CADV-OLDEST-OPEN-DATE
           END-IF.
           REWRITE CORP-ADVANCE-RECORD.

           MOVE SPACES            TO CORP-ADVANCE-HISTORY-RECORD.
           MOVE CADV-PAN          TO CAHST-PAN.
           MOVE CADV-TYPE         TO CAHST-TYPE.
           MOVE 'R'               TO CAHST-ACTIVITY.
           MOVE 'N'               TO CAHST-ESCROW-CARRIED-IND.
           MOVE WS-CURRENT-DATE-8 TO CAHST-POST-DATE.
           MOVE WS-ADVANCE-TAKEN  TO CAHST-AMOUNT.
           MOVE CADV-BALANCE      TO CAHST-BALANCE-AFTER.
           MOVE 'EPSPYPST'        TO CAHST-SOURCE-PGM.
           MOVE 'PAYMENT'         TO CAHST-REFERENCE.
           WRITE CORP-ADVANCE-HISTORY-RECORD.

           ADD WS-ADVANCE-TAKEN      TO WS-ADVANCE-RECOVERED.
           SUBTRACT WS-ADVANCE-TAKEN FROM WS-ADVANCE-AVAILABLE
           .

      *    THE LOAN YEAR IS BROUGHT UP TO THE PAYMENT DATE FIRST -
      *    EACH ANNIVERSARY PASSED FREES THE WHOLE THRESHOLD AGAIN.
      *    INSIDE THE TERM, THE PART OF THE CURTAILMENT BEYOND WHAT
      *    THE YEAR STILL ALLOWS PREPAID IS PENALIZED AT THE TERMS'
      *    PERCENT, OR MONTHS OF NOTE-RATE INTEREST, AND THE PENALTY
      *    COMES OUT OF THE FUNDS BEFORE THEY CURTAIL. THE PENALTY
      *    LEAVES THE POSTING AMOUNT THE WAY AN ADVANCE RECOVERY
      *    DOES. THE TERMS RECORD IS SAVED ONLY IF THE PAYMENT
      *    POSTS - SEE A440.
       A370-ASSESS-PREPAY-PENALTY.
           MOVE PYTXN-PAN TO PPN-PAN.
           READ PREPAY-TERMS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-PPN-ON-LOAN.
           COMPUTE WS-NEXT-ANNIVERSARY = PPN-YEAR-START-DATE + 10000.
           PERFORM A375-START-LOAN-YEAR
                   UNTIL PYTXN-PAYMENT-DATE < WS-NEXT-ANNIVERSARY.
           IF PYTXN-PAYMENT-DATE NOT < PPN-EXPIRY-DATE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CURTAILMENT =
                   SRV-PRINCIPAL-BALANCE - WS-PRINCIPAL-APPLIED.
           IF WS-CURTAILMENT > WS-AMOUNT-REMAINING
              MOVE WS-AMOUNT-REMAINING TO WS-CURTAILMENT
           END-IF.
           COMPUTE WS-ALLOWED-REMAINING ROUNDED =
                   PPN-ORIGINAL-PRINCIPAL * PPN-ALLOWED-PCT / 100
                 - PPN-YEAR-PREPAID.
           IF WS-ALLOWED-REMAINING < 0
              MOVE 0 TO WS-ALLOWED-REMAINING
           END-IF.
           COMPUTE WS-PENALTY-EXCESS =
                   WS-CURTAILMENT - WS-ALLOWED-REMAINING.
           IF WS-PENALTY-EXCESS NOT > 0
              EXIT PARAGRAPH
           END-IF.

           IF PPN-PERCENT-METHOD
              COMPUTE WS-PENALTY-TAKEN ROUNDED =
                      WS-PENALTY-EXCESS * PPN-PENALTY-PCT / 100
           ELSE
              COMPUTE WS-PENALTY-TAKEN ROUNDED =
                      WS-PENALTY-EXCESS * SRV-CURRENT-RATE
                      / 1200 * PPN-INTEREST-MONTHS
           END-IF.
           IF WS-PENALTY-TAKEN > WS-AMOUNT-REMAINING
              MOVE WS-AMOUNT-REMAINING TO WS-PENALTY-TAKEN
           END-IF.
           SUBTRACT WS-PENALTY-TAKEN FROM WS-AMOUNT-REMAINING.
           SUBTRACT WS-PENALTY-TAKEN FROM WS-POSTING-AMOUNT
           .

       A375-START-LOAN-YEAR.
           MOVE WS-NEXT-ANNIVERSARY TO PPN-YEAR-START-DATE.
           MOVE 0                   TO PPN-YEAR-PREPAID.
           ADD 10000                TO WS-NEXT-ANNIVERSARY
           .

       A400-ROLL-MASTER-FORWARD.
           SUBTRACT WS-PRINCIPAL-APPLIED FROM SRV-PRINCIPAL-BALANCE.
           ADD WS-ESCROW-DUE             TO SRV-ESCROW-BALANCE.
           END-REWRITE
           .

      *    THE POSTED INSTALLMENT'S SUBSIDY LEAVES THE BUYDOWN
      *    BALANCE, WITH ITS EPSBYDNH DRAW RECORD FOR THE GL. THE
      *    REWRITE ALSO SAVES ANY ANNIVERSARY STEP A240 MADE.
       A420-DRAW-SUBSIDY.
           IF WS-SUBSIDY-DUE > 0
              SUBTRACT WS-SUBSIDY-DUE FROM BYDN-SUBSIDY-BALANCE
              ADD WS-SUBSIDY-DUE      TO BYDN-DRAWN-TO-DATE
              MOVE WS-CURRENT-DATE-8  TO BYDN-LAST-DRAW-DATE
              MOVE SPACES               TO BUYDOWN-HISTORY-RECORD
              MOVE BYDN-PAN             TO BYDH-PAN
              MOVE 'D'                  TO BYDH-ACTIVITY
              MOVE WS-CURRENT-DATE-8    TO BYDH-POST-DATE
              MOVE WS-INSTALLMENT-DUE-DATE TO BYDH-DUE-DATE
              MOVE WS-SUBSIDY-DUE       TO BYDH-AMOUNT
              MOVE BYDN-SUBSIDY-BALANCE TO BYDH-BALANCE-AFTER
              MOVE 'EPSPYPST'           TO BYDH-SOURCE-PGM
              WRITE BUYDOWN-HISTORY-RECORD
              ADD 1 TO WS-SUBSIDY-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO BYDN-LAST-MAINT-DATE.
           REWRITE BUYDOWN-SCHEDULE-RECORD
           .

      *    THE INVESTOR WAS ALREADY PAID THIS INSTALLMENT OUT OF THE
      *    ADVANCE, SO WHAT THE INSTALLMENT WOULD HAVE REMITTED - ITS
      *    INTEREST AND SCHEDULED PRINCIPAL LESS THE SERVICING FEE,
      *    FIGURED AS EPSPIADV FIGURED THE ADVANCE - GOES BACK TO THE
      *    SERVICER INSTEAD, UP TO THE ADVANCE BALANCE. A CURTAILMENT
      *    BEYOND THE SCHEDULED PRINCIPAL STILL PASSES THROUGH. A LOAN
      *    THIS PAYMENT PAID OFF RECOVERS THE WHOLE BALANCE.
       A430-RECOVER-PI-ADVANCE.
           IF SRV-LOAN-TYPE-IND = 'H'
              EXIT PARAGRAPH
           END-IF.
           MOVE PYTXN-PAN TO PIAD-PAN.
           READ PI-ADVANCE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PIAD-OPEN OR PIAD-BALANCE = 0
              EXIT PARAGRAPH
           END-IF.

           IF SRV-LOAN-PAID-OFF
              MOVE PIAD-BALANCE TO WS-PI-RECOVERED
           ELSE
              COMPUTE WS-PI-BEGIN-BALANCE =
                      SRV-PRINCIPAL-BALANCE + WS-PRINCIPAL-APPLIED
              IF SRV-PI-PAYMENT > WS-INTEREST-DUE
                 COMPUTE WS-SCHEDULED-PRINCIPAL =
                         SRV-PI-PAYMENT - WS-INTEREST-DUE
              ELSE
                 MOVE 0 TO WS-SCHEDULED-PRINCIPAL
              END-IF
              IF WS-SCHEDULED-PRINCIPAL > WS-PRINCIPAL-APPLIED
                 MOVE WS-PRINCIPAL-APPLIED TO WS-SCHEDULED-PRINCIPAL
              END-IF
              COMPUTE WS-PI-SERVICE-FEE ROUNDED =
                      WS-PI-BEGIN-BALANCE * PIAD-SERVICE-FEE-RATE
                      / 100 / 12
              COMPUTE WS-PI-RECOVERED =
                      WS-INTEREST-DUE + WS-SCHEDULED-PRINCIPAL
                    - WS-PI-SERVICE-FEE
              IF WS-PI-RECOVERED > PIAD-BALANCE
                 MOVE PIAD-BALANCE TO WS-PI-RECOVERED
              END-IF
           END-IF.
           IF WS-PI-RECOVERED NOT > 0
              MOVE 0 TO WS-PI-RECOVERED
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-PI-RECOVERED FROM PIAD-BALANCE.
           ADD WS-PI-RECOVERED      TO PIAD-RECOVERED-TO-DATE.
           IF PIAD-INSTALLMENTS-OPEN > 0
              SUBTRACT 1 FROM PIAD-INSTALLMENTS-OPEN
           END-IF.
           IF PIAD-BALANCE = 0
              MOVE 'C' TO PIAD-STATUS-IND
              MOVE 0   TO PIAD-INSTALLMENTS-OPEN
              MOVE 0   TO PIAD-OLDEST-OPEN-DATE
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-RECOVERY-DATE.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-MAINT-DATE.
           REWRITE PI-ADVANCE-RECORD.

           MOVE SPACES            TO PI-ADVANCE-HISTORY-RECORD.
           MOVE PIAD-PAN          TO PIAH-PAN.
           MOVE PIAD-POOL-NUMBER  TO PIAH-POOL-NUMBER.
           MOVE 'R'               TO PIAH-ACTIVITY.
           MOVE WS-CURRENT-DATE-8 TO PIAH-POST-DATE.
           MOVE WS-INSTALLMENT-DUE-DATE TO PIAH-DUE-DATE.
           MOVE WS-PI-RECOVERED   TO PIAH-AMOUNT.
           MOVE PIAD-BALANCE      TO PIAH-BALANCE-AFTER.
           MOVE 'EPSPYPST'        TO PIAH-SOURCE-PGM.
           WRITE PI-ADVANCE-HISTORY-RECORD.
           ADD 1 TO WS-PI-RECOVERY-COUNT
           .

      *    THE PRINCIPAL THIS PAYMENT PREPAID - EVERYTHING BEYOND THE
      *    SCHEDULED PRINCIPAL - COUNTS TOWARD THE LOAN YEAR'S
      *    THRESHOLD, AND A PENALTY TAKEN GOES TO EPSPPNH FOR THE GL.
       A440-RECORD-PREPAYMENT.
           COMPUTE WS-CURTAILMENT =
                   WS-PRINCIPAL-APPLIED - WS-SCHEDULED-PRINCIPAL.
           IF WS-CURTAILMENT > 0
              ADD WS-CURTAILMENT TO PPN-YEAR-PREPAID
           END-IF.
           IF WS-PENALTY-TAKEN > 0
              ADD WS-PENALTY-TAKEN TO PPN-COLLECTED-TO-DATE
              MOVE SPACES TO PREPAY-PENALTY-HISTORY-RECORD
              MOVE PYTXN-PAN          TO PPNH-PAN
              MOVE 'C'                TO PPNH-ACTIVITY
              MOVE WS-CURRENT-DATE-8  TO PPNH-POST-DATE
              MOVE WS-PENALTY-TAKEN   TO PPNH-AMOUNT
              IF WS-CURTAILMENT > 0
                 MOVE WS-CURTAILMENT  TO PPNH-PREPAID-AMOUNT
              ELSE
                 MOVE 0               TO PPNH-PREPAID-AMOUNT
              END-IF
              MOVE WS-PENALTY-EXCESS  TO PPNH-EXCESS-AMOUNT
              MOVE 'EPSPYPST'         TO PPNH-SOURCE-PGM
              WRITE PREPAY-PENALTY-HISTORY-RECORD
              ADD 1 TO WS-PENALTY-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO PPN-LAST-MAINT-DATE.
           REWRITE PREPAY-PENALTY-TERMS-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

       A450-ADVANCE-ONE-MONTH.
           IF WS-MD-MM = 12
              MOVE 01 TO WS-MD-MM
           MOVE PYTXN-SOURCE-IND      TO PYHST-SOURCE-IND.
           MOVE WS-POSTING-AMOUNT     TO PYHST-AMOUNT-RECEIVED.
           MOVE WS-PRINCIPAL-APPLIED  TO PYHST-PRINCIPAL-APPLIED.
           MOVE WS-INTEREST-APPLIED   TO PYHST-INTEREST-APPLIED.
           MOVE WS-PMI-DUE            TO PYHST-PMI-APPLIED.
           MOVE WS-ESCROW-DUE         TO PYHST-ESCROW-APPLIED.
           MOVE WS-LATE-CHARGE-TAKEN  TO PYHST-LATE-CHARGE-APPLIED.
           MOVE SRV-PRINCIPAL-BALANCE TO PYHST-BALANCE-AFTER.
           MOVE WS-WF-APPLIED-ID      TO PYHST-WATERFALL-ID.
           MOVE WS-WF-APPLIED-VERSION TO PYHST-WATERFALL-VERSION.
           MOVE WS-WF-APPLIED-ORDER   TO PYHST-WATERFALL-ORDER.
           WRITE POSTED-PAYMENT-HISTORY-RECORD
           .

           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-PRINCIPAL-APPLIED  TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT        TO DTL-PRINCIPAL.
           MOVE WS-INTEREST-APPLIED   TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT        TO DTL-INTEREST.
           MOVE WS-WF-APPLIED-ORDER   TO DTL-ORDER.
           MOVE WS-ESCROW-DUE         TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT        TO DTL-ESCROW.
           MOVE SRV-PRINCIPAL-BALANCE TO WS-EDIT-AMOUNT.
                 MOVE 'POSTED - LOAN PAID OFF'       TO DTL-RESULT
              WHEN SUSPENSE-RELEASED
                 MOVE 'POSTED - SUSPENSE RELEASED'   TO DTL-RESULT
              WHEN WS-PENALTY-TAKEN > 0
                 MOVE WS-PENALTY-TAKEN TO WS-EDIT-AMOUNT
                 STRING 'POSTED - PREPAY PENALTY '
                        DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                        INTO DTL-RESULT
                 END-STRING
              WHEN WS-ADVANCE-RECOVERED > 0
                 MOVE WS-ADVANCE-RECOVERED TO WS-EDIT-AMOUNT
                 STRING 'POSTED - ADVANCES RECOVERED '
                        DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                        INTO DTL-RESULT
                 END-STRING
              WHEN WS-PI-RECOVERED > 0
                 MOVE WS-PI-RECOVERED TO WS-EDIT-AMOUNT
                 STRING 'POSTED - P+I ADV RECOVERED '
                        DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                        INTO DTL-RESULT
                 END-STRING
              WHEN WS-SUBSIDY-DUE > 0
                 MOVE WS-SUBSIDY-DUE TO WS-EDIT-AMOUNT
                 STRING 'POSTED - BUYDOWN SUBSIDY '
                        DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                        INTO DTL-RESULT
                 END-STRING
              WHEN OTHER
                 MOVE 'POSTED'                       TO DTL-RESULT
           END-EVALUATE.
           MOVE WS-PAID-OFF-COUNT TO SUM-PAID-OFF.
           MOVE WS-SUSPENSE-COUNT TO SUM-SUSPENSE.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE WS-RECOVERY-COUNT TO SUM-RECOVERIES.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUBSIDY-COUNT  TO SUM-SUBSIDY-DRAWS.
           MOVE WS-PI-RECOVERY-COUNT TO SUM-PI-RECOVERIES.
           MOVE WS-PENALTY-COUNT  TO SUM-PENALTIES.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE PAYMENT-TRANSACTION-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE DISBURSEMENT-REQUEST-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE CYCLE-CHECKPOINT-FILE.
           IF ADVANCE-LEDGER-OPEN
              CLOSE CORP-ADVANCE-FILE
           END-IF.
           CLOSE ADVANCE-HISTORY-FILE.
           IF BUYDOWN-FILE-OPEN
              CLOSE BUYDOWN-FILE
           END-IF.
           CLOSE BUYDOWN-HISTORY-FILE.
           IF PI-ADVANCE-FILE-OPEN
              CLOSE PI-ADVANCE-FILE
           END-IF.
           CLOSE PI-ADVANCE-HISTORY-FILE.
           IF WATERFALL-FILE-OPEN
              CLOSE WATERFALL-FILE
           END-IF.
           IF POOL-ASSIGNMENT-OPEN
              CLOSE POOL-ASSIGNMENT-FILE
           END-IF.
           IF PLAN-FILE-OPEN
              CLOSE PLAN-FILE
           END-IF.
           IF PENALTY-TERMS-OPEN
              CLOSE PREPAY-TERMS-FILE
           END-IF.
           CLOSE PENALTY-HISTORY-FILE.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
