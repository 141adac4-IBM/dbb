      *         A BALANCED ESCR PAIR TO THE GL EXTRACT THROUGH
      *         EPSGLMAP, SO THE EPSTRIAL MONTH-END PROOF SEES THE
      *         ESCROW THE PAYOFF CONSUMED.
      *       - CORPORATE ADVANCES OWED ON THE EPSCADVF SUB-LEDGER
      *         ARE IN THE QUOTED FIGURE, SO SATISFACTION CLOSES
      *         THEM AS RECOVERED, WITH EPSCADVH HISTORY FOR THE GL.
      *       - A TEMPORARY BUYDOWN ON EPSBYDNF CLOSES AT PAYOFF. ANY
      *         SUBSIDY NOT YET DRAWN IS PAID OUT BY CHECK - TO THE
      *         BORROWER OR BACK TO THE FUNDING PARTY, AS THE BUYDOWN
      *         AGREEMENT SAYS - WITH EPSBYDNH HISTORY FOR THE GL.
      *       - P+I THE SERVICER ADVANCED TO THE INVESTOR ON A POOLED
      *         LOAN (EPSPIADF) COMES BACK OUT OF THE PAYOFF PROCEEDS
      *         BEFORE THEY PASS THROUGH, SO THE WHOLE ADVANCE BALANCE
      *         CLOSES AS RECOVERED, WITH EPSPIADH HISTORY FOR THE
      *         REMITTANCE AND THE GL.
      *       - A PREPAYMENT PENALTY EPSPAYOF PRICED INTO THE PAYOFF
      *         IS COLLECTED OUT OF THE WIRE AS FEE INCOME, WITH
      *         EPSPPNH HISTORY FOR THE GL. FUNDS MARKED AS SALE
      *         PROCEEDS ARE PRICED AS A SALE, SO A PENALTY THE TERMS
      *         WAIVE ON A SALE IS NOT IN THE FIGURE - ITS EPSPPNH
      *         RECORD SHOWS IT WAIVED.
      *       - A LOAN REGISTERED WITH A MIN ON EPSMERSR GETS ITS MERS
      *         DEACTIVATION (PAID IN FULL) QUEUED; EPSMERSD SENDS IT
      *         IN THE NEXT DAILY MERS BATCH.
      *       - A LOAN LINKED TO ITS PROPERTY ON EPSLIENL HAS ITS LIEN
      *         RELEASED THERE. WHEN A FIRST IS PAID BY A REFINANCE,
      *         EVERY ACTIVE LIEN BEHIND IT IS MARKED SUBORDINATION
      *         PENDING - THE NEW FIRST NEEDS IT TO SUBORDINATE, OR IT
      *         STEPS UP INTO FIRST POSITION - AND IS LISTED UNDER
      *         THE LOAN ON THE REPORT FOR THE CLOSING DESK. ON A SALE
      *         EVERY OTHER ACTIVE LIEN IS LISTED AS ONE THE CLOSING
      *         MUST PAY.
      *       - A SHORT WIRE GOES TO THE EXCEPTION REPORT AND THE
      *         LOAN STAYS OPEN - A SHORT WIRE NEVER SILENTLY
      *         SATISFIES A LOAN.
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
           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT PREPAY-TERMS-FILE ASSIGN TO EPSPPNTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPN-PAN
                  FILE STATUS IS WS-PPNTF-STATUS.
           SELECT PENALTY-HISTORY-FILE ASSIGN TO EPSPPNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PPNH-STATUS.

           SELECT LIEN-LINKAGE-FILE ASSIGN TO EPSLIENL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIEN-KEY
                  ALTERNATE RECORD KEY IS LIEN-PAN WITH DUPLICATES
                  FILE STATUS IS WS-LIENL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO POFCPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYOFF-FUNDS-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY EPSPOFRX.

       FD  SERVICING-MASTER-FILE
           COPY EPSSRVCF.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  LETTER-REQUEST-FILE
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
       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.
       FD  PREPAY-TERMS-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPPNTF.
       FD  PENALTY-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSPPNH.
       FD  LIEN-LINKAGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSLIENL.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-BYDNH-STATUS             PIC XX.
           03 WS-PIADF-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-PPNTF-STATUS             PIC XX.
           03 WS-PPNH-STATUS              PIC XX.
           03 WS-LIENL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-MAP                  VALUE 'Y'.
           03 WS-ESCR-MAP-FOUND           PIC X VALUE 'N'.
              88 ESCR-MAP-LOADED             VALUE 'Y'.
           03 WS-CADVF-OPEN               PIC X VALUE 'N'.
              88 ADVANCE-LEDGER-OPEN         VALUE 'Y'.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.
           03 WS-PIADF-OPEN               PIC X VALUE 'N'.
              88 PI-ADVANCE-FILE-OPEN        VALUE 'Y'.
           03 WS-MERSR-OPEN               PIC X VALUE 'N'.
              88 MERS-FILE-OPEN              VALUE 'Y'.
           03 WS-PPNTF-OPEN               PIC X VALUE 'N'.
              88 PENALTY-TERMS-OPEN          VALUE 'Y'.
           03 WS-LIENL-OPEN               PIC X VALUE 'N'.
              88 LIEN-LINKAGE-OPEN           VALUE 'Y'.
           03 WS-END-OF-LIENS             PIC X VALUE 'N'.
              88 END-OF-LIENS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-FUNDS-VALID              VALUE 0.

       01 WS-COUNTERS.
           03 WS-SATISFIED-COUNT          PIC 9(7) VALUE 0.
           03 WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
           03 WS-PENALTY-COUNT            PIC 9(7) VALUE 0.
           03 WS-SUBORD-COUNT             PIC 9(7) VALUE 0.

      *    THE PAID LIEN ON EPSLIENL, AND THE OTHER LIENS ON ITS
      *    PROPERTY THE CLOSING DESK MUST ACT ON - LISTED UNDER THE
      *    LOAN'S OWN REPORT LINE.
       01 WS-PAID-LIEN.
           03 WS-PAID-PROPERTY-PAN        PIC X(10).
           03 WS-PAID-POSITION            PIC 9.
           03 WS-PAID-FOUND               PIC X.
              88 PAID-LIEN-FOUND             VALUE 'Y'.
       01 WS-LIEN-NOTE-COUNT              PIC 9(2) COMP VALUE 0.
       01 WS-LIEN-NOTE-IDX                PIC 9(2) COMP.
       01 WS-LIEN-NOTE-TABLE.
           03 WS-LIEN-NOTE OCCURS 6 TIMES.
              05 LNOTE-POSITION           PIC 9.
              05 LNOTE-PAN                PIC X(10).
              05 LNOTE-HOLDER             PIC X(30).
              05 LNOTE-ACTION             PIC X(40).

       01 WS-PAYOFF-WORK.
           03 WS-ESCROW-REFUND            PIC S9(9)V99 COMP.
           03 WS-ESCROW-PRIOR             PIC S9(9)V99 COMP.
           03 WS-ESCROW-GL-OUT            PIC S9(9)V99 COMP.
           03 WS-SHORTFALL                PIC S9(9)V99 COMP.
      *    PREPAYMENT PENALTY ACTUALLY COLLECTED - ZERO WHEN WAIVED.
           03 WS-PENALTY-COLLECTED        PIC S9(7)V99 COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'EXCEPTIONS:'.
              05 SUM-EXCEPTIONS           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'PENALTIES TAKEN:'.
              05 SUM-PENALTIES            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'SUBORD PENDING:'.
              05 SUM-SUBORD               PIC ZZZZZZ9.
           03 WS-LIEN-LINE.
              05 FILLER                   PIC X(12) VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'LIEN POS'.
              05 LNL-POSITION             PIC 9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LNL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LNL-HOLDER               PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LNL-ACTION               PIC X(40).

       LINKAGE SECTION.
      *
           OPEN INPUT  GL-MAP-CONTROL-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
      *    NO ADVANCE SUB-LEDGER YET MEANS NOTHING TO CLOSE.
           OPEN I-O    CORP-ADVANCE-FILE.
           IF WS-CADVF-STATUS = '00'
              MOVE 'Y' TO WS-CADVF-OPEN
           END-IF.
           OPEN EXTEND ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS = '05' OR '35'
              OPEN OUTPUT ADVANCE-HISTORY-FILE
           END-IF.
      *    NO BUYDOWN FILE YET MEANS NO SUBSIDY TO CLOSE OUT.
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
      *    NO REGISTRATION FILE YET MEANS NO MIN TO DEACTIVATE.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '00'
              MOVE 'Y' TO WS-MERSR-OPEN
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
      *    NO LINKAGE FILE YET MEANS NO LOAN IS LINKED TO ITS PROPERTY.
           OPEN I-O    LIEN-LINKAGE-FILE.
           IF WS-LIENL-STATUS = '00'
              MOVE 'Y' TO WS-LIENL-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

       A200-PROCESS-FUNDS.
           MOVE 0         TO WS-VALIDATION-INDICATOR.
           MOVE 0         TO WS-LIEN-NOTE-COUNT.
           MOVE SPACES    TO WS-DETAIL-LINE.
           MOVE POFRX-PAN TO DTL-PAN.
           MOVE POFRX-AMOUNT TO DTL-RECEIVED.
           .
           IF WS-FUNDS-VALID
              PERFORM A400-SATISFY-LOAN
              PERFORM A450-CLOSE-ADVANCES
              PERFORM A470-CLOSE-BUYDOWN
              PERFORM A480-CLOSE-PI-ADVANCE
              PERFORM A485-COLLECT-PENALTY
              PERFORM A490-QUEUE-MERS-DEACTIVATION
              PERFORM A495-RELEASE-LINKED-LIEN
              PERFORM A500-WRITE-FINAL-HISTORY
              PERFORM A600-QUEUE-SATISFACTION-LETTER
              PERFORM A700-REQUEST-REFUND-CHECK
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A800-WRITE-LIEN-NOTE
              VARYING WS-LIEN-NOTE-IDX FROM 1 BY 1
              UNTIL WS-LIEN-NOTE-IDX > WS-LIEN-NOTE-COUNT.
           PERFORM A150-READ-FUNDS.

      *    THE SAME QUOTE THE STATEMENT CARRIED - PRICED THROUGH THE
      *    THE WIRE SLIPPED PAST IT SO THE PER-DIEM DAYS COUNT.
       A300-PRICE-PAYOFF.
           MOVE POFRX-PAN TO EPSPAYOF-PAN.
           MOVE POFRX-PAYOFF-REASON TO EPSPAYOF-PAYOFF-REASON.
           IF POFRX-RECEIVED-DATE > POFRX-GOOD-THRU-DATE
              MOVE POFRX-RECEIVED-DATE TO EPSPAYOF-GOOD-THRU-DATE
           ELSE
           END-REWRITE
           .

      *    EVERY OPEN ADVANCE IS PAID BY THE WIRE - THE QUOTE CARRIED
      *    THE BALANCES - SO EACH CLOSES AS RECOVERED. THE ESCROW-
      *    CARRIED ONE CLOSES TOO, ITS HISTORY FLAGGED SO EPSGLPST
      *    LEAVES IT TO THE ESCROW ENTRIES.
       A450-CLOSE-ADVANCES.
           IF NOT ADVANCE-LEDGER-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'        TO WS-END-OF-ADVANCES.
           MOVE POFRX-PAN  TO CADV-PAN.
           MOVE LOW-VALUES TO CADV-TYPE.
           START CORP-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-START.
           PERFORM A460-CLOSE-ONE-ADVANCE UNTIL END-OF-ADVANCES
           .

       A460-CLOSE-ONE-ADVANCE.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF CADV-PAN NOT = POFRX-PAN
              MOVE 'Y' TO WS-END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF NOT CADV-OPEN OR CADV-BALANCE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                  TO CORP-ADVANCE-HISTORY-RECORD.
           MOVE CADV-PAN                TO CAHST-PAN.
           MOVE CADV-TYPE               TO CAHST-TYPE.
           MOVE 'R'                     TO CAHST-ACTIVITY.
           MOVE CADV-ESCROW-CARRIED-IND TO CAHST-ESCROW-CARRIED-IND.
           MOVE WS-CURRENT-DATE-8       TO CAHST-POST-DATE.
           MOVE CADV-BALANCE            TO CAHST-AMOUNT.
           MOVE 0                       TO CAHST-BALANCE-AFTER.
           MOVE 'EPSPOFCP'              TO CAHST-SOURCE-PGM.
           MOVE 'PAYOFF'                TO CAHST-REFERENCE.
           WRITE CORP-ADVANCE-HISTORY-RECORD.

           ADD CADV-BALANCE       TO CADV-RECOVERED-TO-DATE.
           MOVE 0                 TO CADV-BALANCE.
           MOVE 0                 TO CADV-OLDEST-OPEN-DATE.
           MOVE 'C'               TO CADV-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO CADV-LAST-RECOVERY-DATE.
           MOVE WS-CURRENT-DATE-8 TO CADV-LAST-MAINT-DATE.
           REWRITE CORP-ADVANCE-RECORD
           .

      *    THE BUYDOWN ENDS WITH THE LOAN. SUBSIDY NOT YET DRAWN WAS
      *    NEVER THE LOAN'S MONEY, SO IT STAYS OUT OF THE QUOTE AND
      *    GOES BACK BY ITS OWN REGISTER CHECK - PAYABLE TO THE
      *    BORROWER OR TO THE FUNDING PARTY, AS THE AGREEMENT NAMES.
       A470-CLOSE-BUYDOWN.
           IF NOT BUYDOWN-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE POFRX-PAN TO BYDN-PAN.
           READ BUYDOWN-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF BYDN-CLOSED
              EXIT PARAGRAPH
           END-IF.
           IF BYDN-SUBSIDY-BALANCE > 0
              IF BYDN-UNUSED-TO-FUNDER
                 MOVE BYDN-FUNDER-NAME TO DSBRQ-PAYEE-NAME
              ELSE
                 MOVE POFRX-PAN TO BRWR-PAN
                 READ BORROWER-MASTER-FILE
                    INVALID KEY
                       MOVE POFRX-PAN TO DSBRQ-PAYEE-NAME
                    NOT INVALID KEY
                       MOVE BRWR-NAME TO DSBRQ-PAYEE-NAME
                 END-READ
              END-IF
              MOVE POFRX-PAN            TO DSBRQ-PAN
              MOVE 'B'                  TO DSBRQ-DISBURSE-TYPE
              MOVE BYDN-SUBSIDY-BALANCE TO DSBRQ-AMOUNT
              MOVE WS-CURRENT-DATE-8    TO DSBRQ-REQUEST-DATE
              WRITE DISBURSEMENT-REQUEST-RECORD

              MOVE SPACES               TO BUYDOWN-HISTORY-RECORD
              MOVE BYDN-PAN             TO BYDH-PAN
              MOVE 'U'                  TO BYDH-ACTIVITY
              MOVE WS-CURRENT-DATE-8    TO BYDH-POST-DATE
              MOVE 0                    TO BYDH-DUE-DATE
              MOVE BYDN-SUBSIDY-BALANCE TO BYDH-AMOUNT
              MOVE 0                    TO BYDH-BALANCE-AFTER
              MOVE 'EPSPOFCP'           TO BYDH-SOURCE-PGM
              WRITE BUYDOWN-HISTORY-RECORD
           END-IF.
           MOVE 0                 TO BYDN-SUBSIDY-BALANCE.
           MOVE 'P'               TO BYDN-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO BYDN-LAST-MAINT-DATE.
           REWRITE BUYDOWN-SCHEDULE-RECORD
           .

      *    THE PAYOFF PAYS THE INVESTOR'S PRINCIPAL AND INTEREST IN
      *    FULL, SO WHATEVER THE SERVICER ADVANCED AHEAD OF IT IS
      *    REIMBURSED OUT OF THE PROCEEDS - THE BORROWER'S FIGURE IS
      *    UNCHANGED.
       A480-CLOSE-PI-ADVANCE.
           IF NOT PI-ADVANCE-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE POFRX-PAN TO PIAD-PAN.
           READ PI-ADVANCE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PIAD-OPEN OR PIAD-BALANCE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO PI-ADVANCE-HISTORY-RECORD.
           MOVE PIAD-PAN          TO PIAH-PAN.
           MOVE PIAD-POOL-NUMBER  TO PIAH-POOL-NUMBER.
           MOVE 'R'               TO PIAH-ACTIVITY.
           MOVE WS-CURRENT-DATE-8 TO PIAH-POST-DATE.
           MOVE 0                 TO PIAH-DUE-DATE.
           MOVE PIAD-BALANCE      TO PIAH-AMOUNT.
           MOVE 0                 TO PIAH-BALANCE-AFTER.
           MOVE 'EPSPOFCP'        TO PIAH-SOURCE-PGM.
           WRITE PI-ADVANCE-HISTORY-RECORD.

           ADD PIAD-BALANCE       TO PIAD-RECOVERED-TO-DATE.
           MOVE 0                 TO PIAD-BALANCE.
           MOVE 0                 TO PIAD-INSTALLMENTS-OPEN.
           MOVE 0                 TO PIAD-OLDEST-OPEN-DATE.
           MOVE 'C'               TO PIAD-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-RECOVERY-DATE.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-MAINT-DATE.
           REWRITE PI-ADVANCE-RECORD
           .

      *    A PENALTY IN THE QUOTED FIGURE WAS PAID BY THE WIRE - IT
      *    GOES TO EPSPPNH AS FEE INCOME FOR THE GL AND ONTO THE
      *    TERMS RECORD'S RUNNING TOTAL. A PENALTY THE SALE WAIVED IS
      *    RECORDED TOO, AT THE AMOUNT WAIVED, BUT MOVES NO MONEY.
       A485-COLLECT-PENALTY.
           MOVE 0 TO WS-PENALTY-COLLECTED.
           IF EPSPAYOF-PREPAY-PENALTY NOT > 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PREPAY-PENALTY-HISTORY-RECORD.
           MOVE POFRX-PAN               TO PPNH-PAN.
           IF EPSPAYOF-PENALTY-WAIVED
              MOVE 'W'                  TO PPNH-ACTIVITY
           ELSE
              MOVE 'P'                  TO PPNH-ACTIVITY
              MOVE EPSPAYOF-PREPAY-PENALTY TO WS-PENALTY-COLLECTED
              ADD 1 TO WS-PENALTY-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8       TO PPNH-POST-DATE.
           MOVE EPSPAYOF-PREPAY-PENALTY TO PPNH-AMOUNT.
           MOVE EPSPAYOF-PRINCIPAL-BALANCE
                                        TO PPNH-PREPAID-AMOUNT.
           MOVE EPSPAYOF-PENALTY-EXCESS TO PPNH-EXCESS-AMOUNT.
           MOVE 'EPSPOFCP'              TO PPNH-SOURCE-PGM.
           WRITE PREPAY-PENALTY-HISTORY-RECORD.

           IF NOT PENALTY-TERMS-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE POFRX-PAN TO PPN-PAN.
           READ PREPAY-TERMS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           ADD WS-PENALTY-COLLECTED     TO PPN-COLLECTED-TO-DATE.
           MOVE WS-CURRENT-DATE-8       TO PPN-LAST-MAINT-DATE.
           REWRITE PREPAY-PENALTY-TERMS-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    THE LIEN IS SATISFIED, SO THE MIN COMES OFF MERS AS PAID IN
      *    FULL, EFFECTIVE THE DAY THE WIRE ARRIVED.
       A490-QUEUE-MERS-DEACTIVATION.
           IF NOT MERS-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE POFRX-PAN TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF MERS-DEACTIVATED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P'                 TO MERS-DEA-IND.
           MOVE 'PF'                TO MERS-DEA-REASON.
           MOVE POFRX-RECEIVED-DATE TO MERS-DEA-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE-8   TO MERS-LAST-MAINT-DATE.
           REWRITE MERS-REGISTRATION-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    THE PAID LIEN IS RELEASED ON THE LINKAGE FILE, THEN THE
      *    PROPERTY'S OTHER ACTIVE LIENS ARE WALKED. A REFINANCED
      *    FIRST LEAVES EVERY LIEN BEHIND IT PENDING SUBORDINATION TO
      *    THE NEW FIRST (EPSLNMNT RECORDS THE OUTCOME); A SALE
      *    LEAVES EVERY OTHER LIEN TO BE PAID AT THE CLOSING TABLE.
       A495-RELEASE-LINKED-LIEN.
           IF NOT LIEN-LINKAGE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'       TO WS-PAID-FOUND.
           MOVE 'N'       TO WS-END-OF-LIENS.
           MOVE POFRX-PAN TO LIEN-PAN.
           START LIEN-LINKAGE-FILE KEY IS EQUAL TO LIEN-PAN
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           PERFORM A496-FIND-PAID-LIEN UNTIL END-OF-LIENS.
           IF NOT PAID-LIEN-FOUND
              EXIT PARAGRAPH
           END-IF.

           MOVE LIEN-PROPERTY-PAN   TO WS-PAID-PROPERTY-PAN.
           MOVE LIEN-POSITION       TO WS-PAID-POSITION.
           MOVE 'R'                 TO LIEN-STATUS.
           MOVE 0                   TO LIEN-CURRENT-BALANCE.
           MOVE POFRX-RECEIVED-DATE TO LIEN-BALANCE-DATE
                                       LIEN-RELEASED-DATE.
           MOVE 'EPSPOFCP'          TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8   TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD
              INVALID KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'N'                  TO WS-END-OF-LIENS.
           MOVE WS-PAID-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                    TO LIEN-SEQ-NUM.
           START LIEN-LINKAGE-FILE KEY IS GREATER THAN LIEN-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           PERFORM A497-NOTE-OTHER-LIEN UNTIL END-OF-LIENS
           .

      *    A PAN PAID OFF BEFORE AND RE-LINKED CAN HAVE AN OLD
      *    RELEASED LIEN ON FILE - ONLY THE ACTIVE ONE IS PAID NOW.
       A496-FIND-PAID-LIEN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LIENS
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PAN NOT = POFRX-PAN
              MOVE 'Y' TO WS-END-OF-LIENS
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-ACTIVE
              MOVE 'Y' TO WS-PAID-FOUND
              MOVE 'Y' TO WS-END-OF-LIENS
           END-IF
           .

       A497-NOTE-OTHER-LIEN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LIENS
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PROPERTY-PAN NOT = WS-PAID-PROPERTY-PAN
              MOVE 'Y' TO WS-END-OF-LIENS
              EXIT PARAGRAPH
           END-IF.
           IF NOT LIEN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           IF POFRX-PAYOFF-REASON NOT = 'S'
              AND LIEN-POSITION NOT > WS-PAID-POSITION
              EXIT PARAGRAPH
           END-IF.

           IF WS-LIEN-NOTE-COUNT < 6
              ADD 1 TO WS-LIEN-NOTE-COUNT
              MOVE LIEN-POSITION
                   TO LNOTE-POSITION(WS-LIEN-NOTE-COUNT)
              MOVE LIEN-PAN
                   TO LNOTE-PAN(WS-LIEN-NOTE-COUNT)
              MOVE LIEN-HOLDER-NAME
                   TO LNOTE-HOLDER(WS-LIEN-NOTE-COUNT)
              IF POFRX-PAYOFF-REASON = 'S'
                 MOVE 'SALE - LIEN MUST BE PAID AT CLOSING'
                      TO LNOTE-ACTION(WS-LIEN-NOTE-COUNT)
              ELSE
                 MOVE 'REFINANCE - SUBORDINATION REQUIRED'
                      TO LNOTE-ACTION(WS-LIEN-NOTE-COUNT)
              END-IF
           END-IF.

           IF POFRX-PAYOFF-REASON = 'S'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P'                 TO LIEN-SUBORD-STATUS.
           MOVE WS-CURRENT-DATE-8   TO LIEN-SUBORD-DATE.
           MOVE POFRX-PAN           TO LIEN-SUBORD-TO-PAN.
           MOVE 'EPSPOFCP'          TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8   TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           ADD 1 TO WS-SUBORD-COUNT
           .

      *    THE FINAL POSTING CARRIES THE QUOTE'S SPLIT; WHATEVER THE
      *    WIRE BROUGHT BEYOND PRINCIPAL, INTEREST AND LATE CHARGES
      *    LANDS IN THE ESCROW COLUMN. WHEN A POSITIVE ESCROW
      *    BALANCE WAS NETTED INTO THE QUOTE THE WIRE CAN COME IN
      *    UNDER PRINCIPAL PLUS INTEREST PLUS LATE CHARGES - THE
      *    NETTED ESCROW FUNDS THE GAP, AND THE ESCROW COLUMN SHOWS
      *    ZERO RATHER THAN A NEGATIVE IN AN UNSIGNED FIELD. THE
      *    CORPORATE ADVANCES THE WIRE REPAID ARE ON EPSCADVH AND
      *    THE PREPAYMENT PENALTY IT PAID IS ON EPSPPNH, SO THEY COME
      *    OFF BOTH THE ESCROW COLUMN AND AMOUNT-RECEIVED.
       A500-WRITE-FINAL-HISTORY.
           COMPUTE WS-ESCROW-APPLIED =
                   POFRX-AMOUNT
                 - EPSPAYOF-PRINCIPAL-BALANCE
                 - EPSPAYOF-ACCRUED-INTEREST
                 - EPSPAYOF-LATE-CHARGES
                 - EPSPAYOF-CORP-ADVANCES
                 - WS-PENALTY-COLLECTED.
           IF WS-ESCROW-APPLIED < 0
              MOVE 0 TO WS-ESCROW-APPLIED
           END-IF.
           MOVE WS-CURRENT-DATE-8         TO PYHST-POST-DATE.
           MOVE POFRX-RECEIVED-DATE       TO PYHST-PAYMENT-DATE.
           MOVE 'P'                       TO PYHST-SOURCE-IND.
           COMPUTE PYHST-AMOUNT-RECEIVED =
                   POFRX-AMOUNT - EPSPAYOF-CORP-ADVANCES
                 - WS-PENALTY-COLLECTED.
           MOVE EPSPAYOF-PRINCIPAL-BALANCE
                                          TO PYHST-PRINCIPAL-APPLIED.
           MOVE EPSPAYOF-ACCRUED-INTEREST TO PYHST-INTEREST-APPLIED.
           MOVE WS-ESCROW-APPLIED         TO PYHST-ESCROW-APPLIED.
           MOVE EPSPAYOF-LATE-CHARGES     TO PYHST-LATE-CHARGE-APPLIED.
           MOVE 0                         TO PYHST-BALANCE-AFTER.
           MOVE SPACES                    TO PYHST-WATERFALL-ID.
           MOVE 0                         TO PYHST-WATERFALL-VERSION.
           MOVE SPACES                    TO PYHST-WATERFALL-ORDER.
           WRITE POSTED-PAYMENT-HISTORY-RECORD
           .

           END-IF
           .

       A800-WRITE-LIEN-NOTE.
           MOVE LNOTE-POSITION(WS-LIEN-NOTE-IDX) TO LNL-POSITION.
           MOVE LNOTE-PAN(WS-LIEN-NOTE-IDX)      TO LNL-PAN.
           MOVE LNOTE-HOLDER(WS-LIEN-NOTE-IDX)   TO LNL-HOLDER.
           MOVE LNOTE-ACTION(WS-LIEN-NOTE-IDX)   TO LNL-ACTION.
           MOVE WS-LIEN-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-SATISFIED-COUNT TO SUM-SATISFIED.
           MOVE WS-EXCEPTION-COUNT TO SUM-EXCEPTIONS.
           MOVE WS-PENALTY-COUNT   TO SUM-PENALTIES.
           MOVE WS-SUBORD-COUNT    TO SUM-SUBORD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           CLOSE DISBURSEMENT-REQUEST-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE BORROWER-MASTER-FILE.
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
           IF MERS-FILE-OPEN
              CLOSE MERS-REGISTRATION-FILE
           END-IF.
           IF PENALTY-TERMS-OPEN
              CLOSE PREPAY-TERMS-FILE
           END-IF.
           CLOSE PENALTY-HISTORY-FILE.
           IF LIEN-LINKAGE-OPEN
              CLOSE LIEN-LINKAGE-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
