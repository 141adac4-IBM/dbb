      *    NEW LOANS, IT NEVER DISTURBS BALANCES EPSPYPST HAS ROLLED
      *    FORWARD.
      *
      *    EACH NEWLY BOARDED LOAN ALSO GETS ITS EPSTRDOC TRAILING-
      *    DOCUMENT RECORD, SEEDED WITH THE RECORDED MORTGAGE, FINAL
      *    TITLE POLICY AND ORIGINAL NOTE ALL OUTSTANDING, SO POST-
      *    CLOSING CAN TRACK THEM IN FROM DAY ONE.
      *
      *    EACH NEWLY BOARDED LOAN IS ALSO MARKED READY FOR MERS
      *    REGISTRATION THROUGH EPSMINAS - UNDER THE MIN EPSCDGEN
      *    ASSIGNED AT CLOSING, OR A NEW ONE IF THE LOAN CLOSED
      *    WITHOUT - AND EPSMERSD SENDS IT IN THE NEXT DAILY BATCH.
      *
      *    A LOAN WHOSE EXTRACT RECORD CARRIES PREPAYMENT PENALTY
      *    TERMS HAS THEM WRITTEN TO EPSPPNTF, RUNNING FROM THE
      *    BOARDING DATE, AND IS FLAGGED ON THE MASTER SO EPSPAYOF
      *    AND EPSPYPST KNOW TO LOOK THEM UP. TERMS MISSING A PERIOD
      *    OR A FORMULA ARE LEFT OFF AND THE LOAN IS REPORTED.
      *
      *    AN FHA, VA OR USDA LOAN HAS ITS AGENCY TERMS WRITTEN TO
      *    EPSGOVLN, THE ANNUAL PREMIUM RUNNING FROM THE BOARDING
      *    DATE, AND ITS MONTHLY AGENCY PREMIUM CARRIED IN
      *    SRV-PMI-MONTHLY IN PLACE OF PMI. THE UPFRONT PREMIUM IS
      *    NOT PRICED AGAIN - A FINANCED ONE IS ALREADY IN THE
      *    EXTRACT BALANCE. A GOVERNMENT LOAN WITHOUT A CASE NUMBER
      *    IS LEFT OFF EPSGOVLN AND REPORTED.
      *
      *    EPSESIDS RUNS BEHIND THIS STEP TO SEND EACH NEWLY BOARDED
      *    ESCROWED LOAN ITS INITIAL ESCROW ACCOUNT STATEMENT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT TRAILING-DOC-FILE ASSIGN TO EPSTRDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDOC-PAN
                  FILE STATUS IS WS-TRDOC-STATUS.

           SELECT PREPAY-TERMS-FILE ASSIGN TO EPSPPNTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPN-PAN
                  FILE STATUS IS WS-PPNTF-STATUS.

           SELECT GOVT-LOAN-FILE ASSIGN TO EPSGOVLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOVT-PAN
                  FILE STATUS IS WS-GOVLN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SVBLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY EPSMRPTF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  TRAILING-DOC-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSTRDOC.

       FD  PREPAY-TERMS-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPPNTF.

       FD  GOVT-LOAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOVLN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    THE DOCUMENTS EVERY CLOSED LOAN OWES POST-CLOSING - SEE
      *    TDOC-ITEM-CODE.
       01 WS-TRAILING-DOCS.
           03 FILLER                      PIC X(8) VALUE 'RECMTG  '.
           03 FILLER                      PIC X(8) VALUE 'TITLEPOL'.
           03 FILLER                      PIC X(8) VALUE 'ORIGNOTE'.
       01 WS-TRAILING-DOC-TBL REDEFINES WS-TRAILING-DOCS.
           03 WS-TRAILING-DOC OCCURS 3 TIMES PIC X(8).
       01 WS-ITEM-IDX                     PIC 9(2).

      *    SHARED MIN ASSIGNMENT SERVICE - SEE A450-REGISTER-MIN.
           COPY EPSMINPM.

       01 WS-FILE-STATUSES.
           03 WS-PORTF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
              88 SRVCF-OK                    VALUE '00'.
              88 SRVCF-DUPLICATE             VALUE '22'.
           03 WS-TRDOC-STATUS             PIC XX.
           03 WS-PPNTF-STATUS             PIC XX.
           03 WS-GOVLN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-PORTF             PIC X VALUE 'N'.
              88 END-OF-PORTF                VALUE 'Y'.
           03 WS-GOVT-TERMS-IND           PIC X VALUE 'N'.
              88 GOVT-TERMS-OK               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-BOARDED-COUNT            PIC 9(7) VALUE 0.
           03 WS-PENALTY-COUNT            PIC 9(7) VALUE 0.
           03 WS-GOVT-COUNT               PIC 9(7) VALUE 0.
           03 WS-ALREADY-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-MONTH-DATE-8 REDEFINES WS-MONTH-DATE
                                          PIC 9(8).

      *    END OF THE PREPAYMENT PENALTY TERM - SEE A430 - AND OF
      *    THE GOVERNMENT ANNUAL PREMIUM - SEE A445.
       01 WS-EXPIRY-DATE.
           03 WS-EX-YYYY                  PIC 9(4).
           03 WS-EX-MM                    PIC 9(2).
           03 WS-EX-DD                    PIC 9(2).
       01 WS-EXPIRY-DATE-8 REDEFINES WS-EXPIRY-DATE
                                          PIC 9(8).
       01 WS-TERM-MONTHS                  PIC 9(4) COMP.
       01 WS-TERM-YEARS                   PIC 9(4) COMP.

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-PAYMENT             PIC Z,ZZZ,ZZ9.99.

              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'PREPAY PENALTIES:'.
              05 SUM-PENALTIES            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'GOVERNMENT LOANS:'.
              05 SUM-GOVT-LOANS           PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           IF WS-SRVCF-STATUS = '05' OR '35'
              OPEN OUTPUT SERVICING-MASTER-FILE
           END-IF.
           OPEN I-O    TRAILING-DOC-FILE.
           IF WS-TRDOC-STATUS = '05' OR '35'
              CLOSE TRAILING-DOC-FILE
              OPEN OUTPUT TRAILING-DOC-FILE
              CLOSE TRAILING-DOC-FILE
              OPEN I-O TRAILING-DOC-FILE
           END-IF.
           OPEN I-O    PREPAY-TERMS-FILE.
           IF WS-PPNTF-STATUS = '05' OR '35'
              CLOSE PREPAY-TERMS-FILE
              OPEN OUTPUT PREPAY-TERMS-FILE
              CLOSE PREPAY-TERMS-FILE
              OPEN I-O PREPAY-TERMS-FILE
           END-IF.
           OPEN I-O    GOVT-LOAN-FILE.
           IF WS-GOVLN-STATUS = '05' OR '35'
              CLOSE GOVT-LOAN-FILE
              OPEN OUTPUT GOVT-LOAN-FILE
              CLOSE GOVT-LOAN-FILE
              OPEN I-O GOVT-LOAN-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE PORT-ARM-PERIODIC-CAP-RATE    TO
                                     EPSPDATA-ARM-PERIODIC-CAP-RATE.
           MOVE PORT-ARM-LIFETIME-CAP-RATE    TO
                                     EPSPDATA-ARM-LIFETIME-CAP-RATE.
           MOVE PORT-GOVT-AGENCY              TO
                                     EPSPDATA-GOVT-PROGRAM.
           MOVE PORT-GOVT-UPFRONT-PCT         TO
                                     EPSPDATA-GOVT-UPFRONT-PCT.
           MOVE PORT-GOVT-ANNUAL-PCT          TO
                                     EPSPDATA-GOVT-ANNUAL-PCT.
           MOVE 'N'                           TO
                                     EPSPDATA-GOVT-UPFRONT-IND
           .

       A300-WRITE-MASTER-RECORD.
           MOVE PORT-LOAN-TYPE-IND      TO SRV-LOAN-TYPE-IND.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT
                                         TO SRV-PI-PAYMENT.
           COMPUTE SRV-PMI-MONTHLY = EPSPDATA-PMI-MONTHLY-AMOUNT
                                   + EPSPDATA-GOVT-MONTHLY-PREMIUM.
           MOVE EPSPDATA-ESCROW-MONTHLY-AMOUNT
                                         TO SRV-ESCROW-MONTHLY.
           MOVE 0                        TO SRV-ESCROW-BALANCE.
      *    ZERO UNTIL EPSHLMNT OPENS THE LINE.
           MOVE 0                        TO SRV-CREDIT-LIMIT.
           MOVE 0                        TO SRV-RELIEF-END-DATE.
           MOVE 0                        TO SRV-MATURITY-DATE.
           MOVE SPACE                    TO SRV-PREPAY-PENALTY-IND.
           IF PORT-SOFT-PREPAY-PENALTY OR PORT-HARD-PREPAY-PENALTY
              PERFORM A420-CHECK-PENALTY-TERMS
           END-IF.
           MOVE 'N'                      TO WS-GOVT-TERMS-IND.
           IF NOT PORT-CONVENTIONAL
              PERFORM A440-CHECK-GOVT-TERMS
           END-IF.
           MOVE WS-CURRENT-DATE-8        TO SRV-BOARDING-DATE.
           MOVE WS-CURRENT-DATE-8        TO SRV-LAST-MAINT-DATE.

                 MOVE 'BOARDED'          TO DTL-RESULT
                 MOVE WS-DETAIL-LINE     TO RPT-LINE
                 WRITE RPT-LINE
                 PERFORM A400-SEED-TRAILING-DOCS
                 IF SRV-HAS-PREPAY-PENALTY
                    PERFORM A430-WRITE-PENALTY-TERMS
                 END-IF
                 IF GOVT-TERMS-OK
                    PERFORM A445-WRITE-GOVT-LOAN
                 END-IF
                 PERFORM A450-REGISTER-MIN
           END-WRITE
           .

      *    A RECORD ALREADY THERE (A LOAN BOARDED, PURGED AND
      *    RE-BOARDED) KEEPS WHAT HAS BEEN RECEIVED AGAINST IT.
       A400-SEED-TRAILING-DOCS.
           MOVE SPACES            TO TRAILING-DOCUMENT-RECORD.
           MOVE SRV-PAN           TO TDOC-PAN.
           MOVE WS-CURRENT-DATE-8 TO TDOC-CLOSING-DATE.
           MOVE 0                 TO TDOC-ITEM-COUNT.
           PERFORM A410-CLEAR-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 5.
           PERFORM A420-SEED-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 3.
           MOVE ' '               TO TDOC-CERT-STATUS.
           MOVE 0                 TO TDOC-CERT-DATE.
           MOVE 0                 TO TDOC-COMPLETE-DATE.
           MOVE WS-CURRENT-DATE-8 TO TDOC-LAST-MAINT-DATE.
           WRITE TRAILING-DOCUMENT-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

       A410-CLEAR-ONE-ITEM.
           MOVE SPACES TO TDOC-ITEM-CODE(WS-ITEM-IDX).
           MOVE 0      TO TDOC-RECEIVED-DATE(WS-ITEM-IDX).
           MOVE SPACES TO TDOC-ITEM-REFERENCE(WS-ITEM-IDX)
           .

       A420-SEED-ONE-ITEM.
           ADD 1 TO TDOC-ITEM-COUNT.
           MOVE WS-TRAILING-DOC(WS-ITEM-IDX)
                TO TDOC-ITEM-CODE(TDOC-ITEM-COUNT)
           .

      *    TERMS WITHOUT A PERIOD OR A USABLE FORMULA CANNOT BE
      *    ASSESSED - THE LOAN BOARDS WITHOUT THEM AND THE LINE TELLS
      *    OPERATIONS TO CORRECT THE EXTRACT.
       A420-CHECK-PENALTY-TERMS.
           IF PORT-PREPAY-TERM-MONTHS = 0
              OR (PORT-PREPAY-PERCENT
                  AND PORT-PREPAY-PENALTY-PCT = 0)
              OR (PORT-PREPAY-MONTHS-INTEREST
                  AND PORT-PREPAY-INTEREST-MONTHS = 0)
              OR NOT (PORT-PREPAY-PERCENT
                      OR PORT-PREPAY-MONTHS-INTEREST)
              MOVE SPACES   TO WS-DETAIL-LINE
              MOVE PORT-PAN TO DTL-PAN
              MOVE 'PREPAY PENALTY TERMS INCOMPLETE - NOT SET'
                            TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE 'Y' TO SRV-PREPAY-PENALTY-IND
           END-IF
           .

      *    THE TERM RUNS FROM THE BOARDING DATE; THE FIRST LOAN YEAR
      *    STARTS WITH IT AND NOTHING HAS BEEN PREPAID. A DAY PAST
      *    THE 28TH IS PULLED BACK SO EVERY MONTH HAS THE EXPIRY DAY.
      *    A RECORD ALREADY THERE (A RE-BOARDED LOAN) IS KEPT.
       A430-WRITE-PENALTY-TERMS.
           MOVE SPACES                   TO PREPAY-PENALTY-TERMS-RECORD.
           MOVE SRV-PAN                  TO PPN-PAN.
           MOVE PORT-PREPAY-PENALTY-TYPE TO PPN-PENALTY-TYPE.
           MOVE PORT-PREPAY-METHOD       TO PPN-METHOD.
           MOVE PORT-PREPAY-PENALTY-PCT  TO PPN-PENALTY-PCT.
           MOVE PORT-PREPAY-INTEREST-MONTHS
                                         TO PPN-INTEREST-MONTHS.
           MOVE PORT-PREPAY-ALLOWED-PCT  TO PPN-ALLOWED-PCT.
           IF PORT-PREPAY-SALE-EXCEPTION
              MOVE 'Y'                   TO PPN-SALE-EXCEPT-IND
           ELSE
              MOVE 'N'                   TO PPN-SALE-EXCEPT-IND
           END-IF.
           MOVE PORT-PREPAY-TERM-MONTHS  TO PPN-TERM-MONTHS.
           MOVE WS-CURRENT-DATE-8        TO PPN-START-DATE.

           MOVE WS-CURRENT-DATE-8        TO WS-EXPIRY-DATE-8.
           COMPUTE WS-TERM-MONTHS = WS-EX-MM - 1
                                  + PORT-PREPAY-TERM-MONTHS.
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YEARS
                  REMAINDER WS-EX-MM.
           ADD WS-TERM-YEARS             TO WS-EX-YYYY.
           ADD 1                         TO WS-EX-MM.
           IF WS-EX-DD > 28
              MOVE 28                    TO WS-EX-DD
           END-IF.
           MOVE WS-EXPIRY-DATE-8         TO PPN-EXPIRY-DATE.

           MOVE PORT-PRINCIPLE-BALANCE   TO PPN-ORIGINAL-PRINCIPAL.
           MOVE WS-CURRENT-DATE-8        TO PPN-YEAR-START-DATE.
           MOVE 0                        TO PPN-YEAR-PREPAID.
           MOVE 0                        TO PPN-COLLECTED-TO-DATE.
           MOVE WS-CURRENT-DATE-8        TO PPN-LAST-MAINT-DATE.
           WRITE PREPAY-PENALTY-TERMS-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PENALTY-COUNT
           END-WRITE
           .

      *    AN AGENCY THE SHOP DOES NOT DEAL WITH, OR NO CASE NUMBER
      *    TO REPORT AND CLAIM UNDER, AND THE LOAN BOARDS WITHOUT
      *    ITS GOVERNMENT RECORD UNTIL THE EXTRACT IS CORRECTED.
       A440-CHECK-GOVT-TERMS.
           IF NOT (PORT-GOVT-FHA OR PORT-GOVT-VA OR PORT-GOVT-USDA)
              OR PORT-GOVT-CASE-NUMBER = SPACES
              OR PORT-GOVT-GUARANTY-PCT = 0
              MOVE SPACES   TO WS-DETAIL-LINE
              MOVE PORT-PAN TO DTL-PAN
              MOVE 'GOVERNMENT TERMS INCOMPLETE - NOT SET'
                            TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE 'Y' TO WS-GOVT-TERMS-IND
           END-IF
           .

      *    THE ANNUAL PREMIUM RUNS FROM THE BOARDING DATE FOR THE TERM
      *    MONTHS, FIGURED THE SAME WAY AS THE PENALTY EXPIRY IN A430.
      *    THE RATE IS THE ONE EPSMPMT PRICED WITH. A RECORD ALREADY
      *    THERE (A RE-BOARDED LOAN) IS KEPT.
       A445-WRITE-GOVT-LOAN.
           MOVE SPACES                   TO GOVERNMENT-LOAN-RECORD.
           MOVE SRV-PAN                  TO GOVT-PAN.
           MOVE PORT-GOVT-AGENCY         TO GOVT-AGENCY.
           MOVE 'A'                      TO GOVT-STATUS-IND.
           MOVE PORT-GOVT-CASE-NUMBER    TO GOVT-CASE-NUMBER.
           MOVE PORT-GOVT-GUARANTY-PCT   TO GOVT-GUARANTY-PCT.
           MOVE PORT-GOVT-UPFRONT-PCT    TO GOVT-UPFRONT-PCT.
           MOVE PORT-GOVT-UPFRONT-AMOUNT TO GOVT-UPFRONT-AMOUNT.
           IF PORT-GOVT-UPFRONT-FINANCED
              MOVE 'Y'                   TO GOVT-UPFRONT-FINANCED-IND
           ELSE
              MOVE 'N'                   TO GOVT-UPFRONT-FINANCED-IND
           END-IF.
           IF EPSPDATA-GOVT-MONTHLY-PREMIUM > 0
              COMPUTE GOVT-ANNUAL-PCT ROUNDED =
                      EPSPDATA-GOVT-MONTHLY-PREMIUM * 12 * 100
                    / PORT-PRINCIPLE-BALANCE
           ELSE
              MOVE 0                     TO GOVT-ANNUAL-PCT
           END-IF.
           MOVE PORT-GOVT-ANNUAL-TERM-MONTHS
                                         TO GOVT-ANNUAL-TERM-MONTHS.
           IF PORT-GOVT-ANNUAL-TERM-MONTHS = 0
              MOVE 0                     TO GOVT-PREMIUM-END-DATE
           ELSE
              MOVE WS-CURRENT-DATE-8     TO WS-EXPIRY-DATE-8
              COMPUTE WS-TERM-MONTHS = WS-EX-MM - 1
                                     + PORT-GOVT-ANNUAL-TERM-MONTHS
              DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YEARS
                     REMAINDER WS-EX-MM
              ADD WS-TERM-YEARS          TO WS-EX-YYYY
              ADD 1                      TO WS-EX-MM
              IF WS-EX-DD > 28
                 MOVE 28                 TO WS-EX-DD
              END-IF
              MOVE WS-EXPIRY-DATE-8      TO GOVT-PREMIUM-END-DATE
           END-IF.
           MOVE PORT-PRINCIPLE-BALANCE   TO GOVT-ORIGINAL-PRINCIPAL.
           MOVE WS-CURRENT-DATE-8        TO GOVT-ENDORSEMENT-DATE.
           MOVE SPACE                    TO GOVT-DEFAULT-STATUS.
           MOVE 0                        TO GOVT-DEFAULT-DATE.
           MOVE 0                        TO GOVT-LAST-REPORT-DATE.
           MOVE SPACE                    TO GOVT-CLAIM-STATUS.
           MOVE SPACE                    TO GOVT-DISPOSITION-TYPE.
           MOVE 0                        TO GOVT-DISPOSITION-DATE.
           MOVE 0                        TO GOVT-DEBT-AT-DISPOSITION.
           MOVE 0                        TO GOVT-SALE-PROCEEDS.
           MOVE 0                        TO GOVT-CLAIM-AMOUNT.
           MOVE 0                        TO GOVT-CLAIM-FILED-DATE.
           MOVE 0                        TO GOVT-CLAIM-PAID-AMOUNT.
           MOVE 0                        TO GOVT-CLAIM-PAID-DATE.
           MOVE WS-CURRENT-DATE-8        TO GOVT-LAST-MAINT-DATE.
           WRITE GOVERNMENT-LOAN-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-GOVT-COUNT
           END-WRITE
           .

      *    A LOAN THE MIN SERVICE CANNOT REGISTER IS STILL BOARDED -
      *    THE LINE TELLS OPERATIONS TO FIX EPSMRCTL; THE MONTHLY
      *    EPSMERSC RECONCILIATION LISTS ANY ACTIVE LOAN LEFT WITHOUT
      *    A MIN.
       A450-REGISTER-MIN.
           SET EPSMINAS-BOARD TO TRUE.
           MOVE 'EPSSVBLD' TO EPSMINAS-CALLER-ID.
           MOVE SRV-PAN    TO EPSMINAS-PAN.
           CALL 'EPSMINAS' USING EPSMINAS-PARMS.
           IF NOT EPSMINAS-SUCCESS
              AND NOT EPSMINAS-ALREADY-ASSIGNED
              MOVE SPACES  TO WS-DETAIL-LINE
              MOVE SRV-PAN TO DTL-PAN
              MOVE 'NO MERS MIN - CHECK EPSMRCTL' TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-BOARDED-COUNT TO SUM-BOARDED.
           MOVE WS-ALREADY-COUNT TO SUM-ALREADY.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE WS-PENALTY-COUNT TO SUM-PENALTIES.
           MOVE WS-GOVT-COUNT    TO SUM-GOVT-LOANS.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE PORTFOLIO-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE TRAILING-DOC-FILE.
           CLOSE PREPAY-TERMS-FILE.
           CLOSE GOVT-LOAN-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
