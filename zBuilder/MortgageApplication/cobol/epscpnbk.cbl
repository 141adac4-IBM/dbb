       ID DIVISION.
       PROGRAM-ID. EPSCPNBK.
      *    PAYMENT COUPON BOOK RUN - ANNUAL AND ON-BOARDING.
      *
      *    BROWSES THE EPSSRVCF SERVICING MASTER IN PAN ORDER AND
      *    WRITES A PRINT-READY BOOK OF TWELVE PAYMENT COUPONS TO
      *    CPNBOOK (THE EPSBILST BILSTMT PRINT SHAPE) FOR EVERY
      *    ACTIVE LOAN THAT PAYS BY CHECK - ONE NOT ENROLLED FOR
      *    AUTOPAY ON EPSACHEN. EACH COUPON CARRIES THE DUE DATE,
      *    THE AMOUNT DUE (P+I, PMI AND ESCROW, WITH ANY BUYDOWN
      *    REDUCTION FOR THE YEAR THE INSTALLMENT FALLS IN) AND THE
      *    SCAN LINE - PAN, AMOUNT AND AN EPSSCNCD CHECK DIGIT - THAT
      *    EPSLBXIN READS BACK WHEN THE LOCKBOX CAPTURES THE STUB.
      *
      *    NO BOOK IS PRINTED FOR A BORROWER IN ACTIVE BANKRUPTCY
      *    (EPSBKRPF - A BOOK OF DEMANDS IS DUNNING) OR WITH A KNOWN
      *    BAD ADDRESS (BRWR-BAD-ADDRESS), NOR FOR A HELOC, WHOSE
      *    MINIMUM PAYMENT CHANGES EVERY CYCLE. EACH IS LISTED ON
      *    THE CPNBKRPT CONTROL REPORT. A BALLOON LOAN'S BOOK STOPS
      *    SHORT OF THE MATURITY INSTALLMENT - EPSBILST'S FINAL BILL
      *    DEMANDS THE BALLOON.
      *
      *    SYSIN CARD:
      *       COL 1     'B' - ON-BOARDING RUN: ONLY LOANS BOARDED IN
      *                 THE LAST COLS 2-4 DAYS (DEFAULT 030).
      *                 ANYTHING ELSE - THE ANNUAL RUN, EVERY LOAN.
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

           SELECT COUPON-FILE ASSIGN TO CPNBOOK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CPN-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO EPSACHEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACHEN-PAN
                  FILE STATUS IS WS-ACHEN-STATUS.

           SELECT SUCCESSOR-FILE ASSIGN TO EPSSUCCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUCR-PAN
                  FILE STATUS IS WS-SUCR-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CPNBKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  COUPON-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CPN-LINE                      PIC X(80).

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  AUTOPAY-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSACHEN.

       FD  SUCCESSOR-FILE
           RECORD CONTAINS 448 CHARACTERS.
           COPY EPSSUCCR.

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-CPN-STATUS               PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-SUCR-STATUS              PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-BORROWER-FOUND           PIC X VALUE 'N'.
              88 WS-BORROWER-ON-FILE         VALUE 'Y'.
           03 WS-SUCCESSOR-IND            PIC X VALUE 'N'.
              88 MAIL-TO-SUCCESSOR           VALUE 'Y'.
           03 WS-BKRP-OPEN                PIC X VALUE 'N'.
              88 BANKRUPTCY-FILE-OPEN        VALUE 'Y'.
           03 WS-ACHEN-OPEN               PIC X VALUE 'N'.
              88 AUTOPAY-FILE-OPEN           VALUE 'Y'.
           03 WS-SUCR-OPEN                PIC X VALUE 'N'.
              88 SUCCESSOR-FILE-OPEN         VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.
           03 WS-BUYDOWN-IND              PIC X VALUE 'N'.
              88 LOAN-HAS-BUYDOWN            VALUE 'Y'.
           03 WS-RUN-TYPE                 PIC X VALUE 'A'.
              88 ANNUAL-RUN                  VALUE 'A'.
              88 BOARDING-RUN                VALUE 'B'.
      *    WHY A LOAN GETS NO BOOK - SPACE WHEN IT GETS ONE.
           03 WS-SKIP-REASON              PIC X VALUE SPACE.
              88 BOOK-TO-PRINT               VALUE SPACE.
              88 SKIP-AUTOPAY                VALUE 'A'.
              88 SKIP-BANKRUPTCY             VALUE 'K'.
              88 SKIP-BAD-ADDRESS            VALUE 'M'.
              88 SKIP-HELOC                  VALUE 'H'.
       01 WS-SUCR-IDX                     PIC 9(1).
       01 WS-SUCR-SLOT                    PIC 9(1).

       01 WS-RUN-CARD                     PIC X(80).
       01 WS-BOARDING-DAYS                PIC 9(3) VALUE 30.

       01 WS-COUNTERS.
           03 WS-LOAN-COUNT               PIC 9(7) VALUE 0.
           03 WS-BOOK-COUNT               PIC 9(7) VALUE 0.
           03 WS-COUPON-COUNT             PIC 9(7) VALUE 0.
           03 WS-AUTOPAY-COUNT            PIC 9(7) VALUE 0.
           03 WS-BANKRUPTCY-COUNT         PIC 9(7) VALUE 0.
           03 WS-BAD-ADDRESS-COUNT        PIC 9(7) VALUE 0.
           03 WS-HELOC-COUNT              PIC 9(7) VALUE 0.
           03 WS-SCAN-ERROR-COUNT         PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    ONE COUPON - ITS DUE DATE STEPS A MONTH AT A TIME FROM
      *    SRV-NEXT-DUE-DATE.
       01 WS-COUPON-WORK.
           03 WS-COUPON-IDX               PIC 9(2) COMP.
           03 WS-COUPON-DUE.
              05 WS-COUPON-YYYY           PIC 9(4).
              05 WS-COUPON-MM             PIC 9(2).
              05 WS-COUPON-DD             PIC 9(2).
           03 WS-COUPON-DUE-8 REDEFINES WS-COUPON-DUE
                                          PIC 9(8).
           03 WS-BILLED-PI                PIC S9(9)V99 COMP.
           03 WS-BILL-YEAR                PIC 9(1).
           03 WS-AMOUNT-DUE               PIC S9(9)V99 COMP.

      *    THE SCAN LINE'S CHECK DIGIT - SEE EPSSCNPM.cpy.
           COPY EPSSCNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
       01 WS-BOARDED-SINCE                PIC 9(8).
       01 WS-DATE-INT                     PIC 9(7).

       01 WS-COUPON-TEXT-LINES.
           03 WS-DATE-LINE.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 DATE-YYYY                PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 DATE-MM                  PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 DATE-DD                  PIC 9(2).
           03 WS-TITLE-LINE               PIC X(80) VALUE
              'MORTGAGE PAYMENT COUPON BOOK'.
           03 WS-INSTRUCTION-LINE         PIC X(80) VALUE
              'RETURN ONE COUPON WITH EACH CHECK - DO NOT FOLD OR STAP
      -       'LE THE COUPON'.
           03 WS-ACCOUNT-LINE.
              05 FILLER                   PIC X(15) VALUE
                 'RE: ACCOUNT - '.
              05 ACC-PAN                  PIC X(10).
           03 WS-NAME-LINE                PIC X(80).
           03 WS-ADDRESS-LINE             PIC X(80).
           03 WS-CITY-STATE-LINE.
              05 CSL-CITY                 PIC X(20).
              05 FILLER                   PIC X VALUE SPACE.
              05 CSL-STATE                PIC X(2).
              05 FILLER                   PIC X VALUE SPACE.
              05 CSL-ZIP                  PIC X(9).
           03 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
           03 WS-CUT-LINE                 PIC X(80) VALUE ALL '-'.
           03 WS-COUPON-HEAD-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'PAYMENT COUPON'.
              05 CHD-NUMBER               PIC Z9.
              05 FILLER                   PIC X(4)  VALUE ' OF '.
              05 CHD-OF                   PIC Z9.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE
                 'ACCOUNT '.
              05 CHD-PAN                  PIC X(10).
           03 WS-COUPON-DUE-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'DUE DATE'.
              05 CDL-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 CDL-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 CDL-DD                   PIC 9(2).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'AMOUNT DUE'.
              05 CDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-ENCLOSED-LINE            PIC X(80) VALUE
              'AMOUNT ENCLOSED  $______________'.
           03 WS-SCAN-PRINT-LINE.
              05 FILLER                   PIC X(40) VALUE SPACES.
              05 SPL-SCAN-LINE            PIC X(20).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCPNBK - PAYMENT COUPON BOOK CONTROL REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-ANNUAL-HEADING           PIC X(48) VALUE
              'ANNUAL RUN - EVERY LOAN PAYING BY CHECK'.
           03 WS-BOARDING-HEADING.
              05 FILLER                   PIC X(34) VALUE
                 'ON-BOARDING RUN - LOANS BOARDED ON'.
              05 FILLER                   PIC X(10) VALUE
                 ' OR AFTER '.
              05 HDB-SINCE                PIC 9(8).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(40) VALUE
                 'NO BOOK PRINTED - REASON'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REASON               PIC X(40).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(8)  VALUE 'LOANS:'.
              05 SUM-LOANS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'BOOKS:'.
              05 SUM-BOOKS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'COUPONS:'.
              05 SUM-COUPONS              PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'AUTOPAY:'.
              05 SUM-AUTOPAY              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'BANKRUPTCY:'.
              05 SUM-BANKRUPTCY           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'BAD ADDRESS:'.
              05 SUM-BAD-ADDRESS          PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'HELOC:'.
              05 SUM-HELOC                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'SCAN ERRORS:'.
              05 SUM-SCAN-ERRORS          PIC ZZZZZZ9.

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
           MOVE 'EPSCPNBK' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT COUPON-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           OPEN INPUT  BORROWER-MASTER-FILE.
      *    NO BANKRUPTCY, AUTOPAY, SUCCESSOR OR BUYDOWN FILE YET
      *    MEANS NO LOAN HAS ONE.
           OPEN INPUT  BANKRUPTCY-FILE.
           IF WS-BKRP-STATUS = '00'
              MOVE 'Y' TO WS-BKRP-OPEN
           END-IF.
           OPEN INPUT  AUTOPAY-FILE.
           IF WS-ACHEN-STATUS = '00'
              MOVE 'Y' TO WS-ACHEN-OPEN
           END-IF.
           OPEN INPUT  SUCCESSOR-FILE.
           IF WS-SUCR-STATUS = '00'
              MOVE 'Y' TO WS-SUCR-OPEN
           END-IF.
           OPEN INPUT  BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '00'
              MOVE 'Y' TO WS-BYDNF-OPEN
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO DATE-YYYY.
           MOVE WS-CURR-MM   TO DATE-MM.
           MOVE WS-CURR-DD   TO DATE-DD.

           MOVE SPACES TO WS-RUN-CARD.
           ACCEPT WS-RUN-CARD.
           IF WS-RUN-CARD(1:1) = 'B'
              MOVE 'B' TO WS-RUN-TYPE
              IF WS-RUN-CARD(2:3) IS NUMERIC
                 MOVE WS-RUN-CARD(2:3) TO WS-BOARDING-DAYS
              END-IF
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
              - WS-BOARDING-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-BOARDED-SINCE.

           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           IF BOARDING-RUN
              MOVE WS-BOARDED-SINCE    TO HDB-SINCE
              MOVE WS-BOARDING-HEADING TO RPT-LINE
           ELSE
              MOVE WS-ANNUAL-HEADING   TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES       TO RPT-LINE.
           WRITE RPT-LINE.
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

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

      *    ONLY AN ACTIVE, AMORTIZING LOAN IS CONSIDERED - A
      *    CONSTRUCTION LOAN IS BILLED INTEREST-ONLY ON A DRAWN
      *    BALANCE THAT MOVES EVERY MONTH, AND PICKS UP ITS BOOK ON
      *    THE FIRST ANNUAL RUN AFTER EPSCNCVT CONVERTS IT.
       A200-PROCESS-LOAN.
           IF SRV-LOAN-ACTIVE
              IF BOARDING-RUN
                 AND SRV-BOARDING-DATE < WS-BOARDED-SINCE
                 CONTINUE
              ELSE
                 ADD 1 TO WS-LOAN-COUNT
                 PERFORM A210-CHECK-ELIGIBLE
                 IF BOOK-TO-PRINT
                    PERFORM A300-WRITE-BOOK
                 ELSE
                    PERFORM A290-REPORT-SKIP
                 END-IF
              END-IF
           END-IF.
           PERFORM A150-READ-MASTER
           .

      *    AUTOPAY FIRST - AN ENROLLED LOAN NEVER NEEDS A BOOK AND IS
      *    NOT LISTED. THE HOLDS AFTER IT ARE EACH LISTED FOR THE
      *    MAILROOM.
       A210-CHECK-ELIGIBLE.
           MOVE SPACE TO WS-SKIP-REASON.
           IF AUTOPAY-FILE-OPEN
              MOVE SRV-PAN TO ACHEN-PAN
              READ AUTOPAY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ACHEN-ACTIVE
                       MOVE 'A' TO WS-SKIP-REASON
                       ADD 1 TO WS-AUTOPAY-COUNT
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.
           IF SRV-LOAN-TYPE-IND = 'H'
              MOVE 'H' TO WS-SKIP-REASON
              ADD 1 TO WS-HELOC-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF BANKRUPTCY-FILE-OPEN
              MOVE SRV-PAN TO BKRP-PAN
              READ BANKRUPTCY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BKRP-ACTIVE
                       MOVE 'K' TO WS-SKIP-REASON
                       ADD 1 TO WS-BANKRUPTCY-COUNT
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.
           MOVE 'N' TO WS-BORROWER-FOUND.
           MOVE SRV-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BORROWER-FOUND
                 IF BRWR-BAD-ADDRESS
                    MOVE 'M' TO WS-SKIP-REASON
                    ADD 1 TO WS-BAD-ADDRESS-COUNT
                 END-IF
           END-READ
           .

       A290-REPORT-SKIP.
           IF SKIP-AUTOPAY
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO DTL-PAN.
           EVALUATE TRUE
              WHEN SKIP-BANKRUPTCY
                 MOVE 'ACTIVE BANKRUPTCY (EPSBKRPF)' TO DTL-REASON
              WHEN SKIP-BAD-ADDRESS
                 MOVE 'RETURNED MAIL - BAD ADDRESS' TO DTL-REASON
              WHEN SKIP-HELOC
                 MOVE 'HELOC - MINIMUM PAYMENT VARIES' TO DTL-REASON
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A300-WRITE-BOOK.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE WS-DATE-LINE     TO CPN-LINE.
           WRITE CPN-LINE.
           PERFORM A310-WRITE-ADDRESS-BLOCK.
           MOVE WS-TITLE-LINE    TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE SRV-PAN          TO ACC-PAN.
           MOVE WS-ACCOUNT-LINE  TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE WS-INSTRUCTION-LINE TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE WS-BLANK-LINE    TO CPN-LINE.
           WRITE CPN-LINE.

           PERFORM A330-LOAD-BUYDOWN.
           MOVE SRV-NEXT-DUE-DATE TO WS-COUPON-DUE-8.
           PERFORM A400-WRITE-COUPON
                   VARYING WS-COUPON-IDX FROM 1 BY 1
                   UNTIL WS-COUPON-IDX > 12
                      OR (SRV-BALLOON-LOAN AND SRV-MATURITY-DATE > 0
                          AND WS-COUPON-DUE-8 NOT < SRV-MATURITY-DATE)
           .

      *    THE SAME ADDRESSING AS EPSBILST'S STATEMENT - THE
      *    BORROWER MASTER, OR A CONFIRMED SUCCESSOR ON EPSSUCCR
      *    WHEN THE BORROWER HAS DIED.
       A310-WRITE-ADDRESS-BLOCK.
           PERFORM A320-CHECK-SUCCESSOR.
           IF MAIL-TO-SUCCESSOR
              MOVE SUCR-NAME(WS-SUCR-SLOT)        TO WS-NAME-LINE
              MOVE WS-NAME-LINE     TO CPN-LINE
              WRITE CPN-LINE
              MOVE SUCR-ADDR-LINE-1(WS-SUCR-SLOT) TO WS-ADDRESS-LINE
              MOVE WS-ADDRESS-LINE  TO CPN-LINE
              WRITE CPN-LINE
              MOVE SUCR-CITY(WS-SUCR-SLOT)  TO CSL-CITY
              MOVE SUCR-STATE(WS-SUCR-SLOT) TO CSL-STATE
              MOVE SUCR-ZIP(WS-SUCR-SLOT)   TO CSL-ZIP
              MOVE WS-CITY-STATE-LINE TO CPN-LINE
              WRITE CPN-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-BORROWER-ON-FILE
              MOVE BRWR-NAME        TO WS-NAME-LINE
              MOVE WS-NAME-LINE     TO CPN-LINE
              WRITE CPN-LINE
              MOVE BRWR-ADDR-LINE-1 TO WS-ADDRESS-LINE
              MOVE WS-ADDRESS-LINE  TO CPN-LINE
              WRITE CPN-LINE
              IF BRWR-ADDR-LINE-2 NOT = SPACES
                 MOVE BRWR-ADDR-LINE-2 TO WS-ADDRESS-LINE
                 MOVE WS-ADDRESS-LINE  TO CPN-LINE
                 WRITE CPN-LINE
              END-IF
              MOVE BRWR-CITY        TO CSL-CITY
              MOVE BRWR-STATE       TO CSL-STATE
              MOVE BRWR-ZIP         TO CSL-ZIP
              MOVE WS-CITY-STATE-LINE TO CPN-LINE
              WRITE CPN-LINE
           END-IF
           .

       A320-CHECK-SUCCESSOR.
           MOVE 'N' TO WS-SUCCESSOR-IND.
           MOVE 0   TO WS-SUCR-SLOT.
           IF NOT SUCCESSOR-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO SUCR-PAN.
           READ SUCCESSOR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SUCR-BORROWER-DECEASED
                    PERFORM A325-FIND-CONFIRMED
                            VARYING WS-SUCR-IDX FROM 1 BY 1
                            UNTIL WS-SUCR-IDX > SUCR-SUCCESSOR-COUNT
                               OR WS-SUCR-SLOT > 0
                 END-IF
           END-READ
           .

       A325-FIND-CONFIRMED.
           IF SUCR-CONFIRMED(WS-SUCR-IDX)
              MOVE WS-SUCR-IDX TO WS-SUCR-SLOT
              MOVE 'Y' TO WS-SUCCESSOR-IND
           END-IF
           .

       A330-LOAD-BUYDOWN.
           MOVE 'N' TO WS-BUYDOWN-IND.
           IF NOT BUYDOWN-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO BYDN-PAN.
           READ BUYDOWN-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF BYDN-ACTIVE
              MOVE 'Y' TO WS-BUYDOWN-IND
           END-IF
           .

      *    THE P+I ON ONE COUPON - EPSBILST'S BUYDOWN YEAR RULE (AN
      *    INSTALLMENT DUE ON OR AFTER THE NEXT STEP DATE BILLS THE
      *    NEXT YEAR, THE NOTE-RATE PAYMENT PAST THE LAST YEAR). A
      *    TWELVE-MONTH BOOK CROSSES AT MOST ONE STEP.
       A340-PRICE-COUPON.
           MOVE SRV-PI-PAYMENT TO WS-BILLED-PI.
           IF NOT LOAN-HAS-BUYDOWN
              EXIT PARAGRAPH
           END-IF.
           MOVE BYDN-CURRENT-YEAR TO WS-BILL-YEAR.
           IF WS-COUPON-DUE-8 NOT < BYDN-NEXT-STEP-DATE
              ADD 1 TO WS-BILL-YEAR
           END-IF.
           IF WS-BILL-YEAR > BYDN-YEAR-COUNT OR WS-BILL-YEAR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE BYDN-REDUCED-PAYMENT(WS-BILL-YEAR) TO WS-BILLED-PI
           .

      *    ONE COUPON BETWEEN CUT LINES. A SCAN LINE EPSSCNCD CANNOT
      *    BUILD (A PAN CHARACTER THE LINE CANNOT CARRY) IS LEFT OFF
      *    AND COUNTED - THE LOCKBOX KEYS THAT STUB BY HAND.
       A400-WRITE-COUPON.
           ADD 1 TO WS-COUPON-COUNT.
           PERFORM A340-PRICE-COUPON.
           COMPUTE WS-AMOUNT-DUE =
                   WS-BILLED-PI + SRV-PMI-MONTHLY + SRV-ESCROW-MONTHLY.

           MOVE WS-CUT-LINE       TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE WS-COUPON-IDX     TO CHD-NUMBER.
           MOVE 12                TO CHD-OF.
           MOVE SRV-PAN           TO CHD-PAN.
           MOVE WS-COUPON-HEAD-LINE TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE WS-COUPON-YYYY    TO CDL-YYYY.
           MOVE WS-COUPON-MM      TO CDL-MM.
           MOVE WS-COUPON-DD      TO CDL-DD.
           MOVE WS-AMOUNT-DUE     TO CDL-AMOUNT.
           MOVE WS-COUPON-DUE-LINE TO CPN-LINE.
           WRITE CPN-LINE.
           MOVE WS-ENCLOSED-LINE  TO CPN-LINE.
           WRITE CPN-LINE.

           SET EPSSCNCD-GENERATE  TO TRUE.
           MOVE SRV-PAN           TO EPSSCNCD-PAN.
           MOVE WS-AMOUNT-DUE     TO EPSSCNCD-AMOUNT.
           MOVE 0                 TO EPSSCNCD-CHECK-DIGIT.
           CALL 'EPSSCNCD' USING EPSSCNCD-PARMS.
           IF EPSSCNCD-SUCCESS
              MOVE EPSSCNCD-SCAN-LINE TO SPL-SCAN-LINE
              MOVE WS-SCAN-PRINT-LINE TO CPN-LINE
           ELSE
              ADD 1 TO WS-SCAN-ERROR-COUNT
              MOVE WS-BLANK-LINE      TO CPN-LINE
           END-IF.
           WRITE CPN-LINE.

           ADD 1 TO WS-COUPON-MM.
           IF WS-COUPON-MM > 12
              MOVE 1 TO WS-COUPON-MM
              ADD 1 TO WS-COUPON-YYYY
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-CUT-LINE TO CPN-LINE.
           IF WS-BOOK-COUNT > 0
              WRITE CPN-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOAN-COUNT        TO SUM-LOANS.
           MOVE WS-BOOK-COUNT        TO SUM-BOOKS.
           MOVE WS-COUPON-COUNT      TO SUM-COUPONS.
           MOVE WS-SUMMARY-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AUTOPAY-COUNT     TO SUM-AUTOPAY.
           MOVE WS-BANKRUPTCY-COUNT  TO SUM-BANKRUPTCY.
           MOVE WS-BAD-ADDRESS-COUNT TO SUM-BAD-ADDRESS.
           MOVE WS-HELOC-COUNT       TO SUM-HELOC.
           MOVE WS-SCAN-ERROR-COUNT  TO SUM-SCAN-ERRORS.
           MOVE WS-SUMMARY-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SCAN-ERROR-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE COUPON-FILE.
           CLOSE CONTROL-REPORT.
           CLOSE BORROWER-MASTER-FILE.
           IF BANKRUPTCY-FILE-OPEN
              CLOSE BANKRUPTCY-FILE
           END-IF.
           IF AUTOPAY-FILE-OPEN
              CLOSE AUTOPAY-FILE
           END-IF.
           IF SUCCESSOR-FILE-OPEN
              CLOSE SUCCESSOR-FILE
           END-IF.
           IF BUYDOWN-FILE-OPEN
              CLOSE BUYDOWN-FILE
           END-IF.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSCPNBK'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-LOAN-COUNT        TO EPSRUNWR-IN-COUNT.
           MOVE WS-BOOK-COUNT        TO EPSRUNWR-OUT-COUNT.
           MOVE WS-SCAN-ERROR-COUNT  TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
