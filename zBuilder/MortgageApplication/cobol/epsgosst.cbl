       ID DIVISION.
       PROGRAM-ID. EPSGOSST.
      *    INVESTOR POOL SALE SETTLEMENT AND GAIN-ON-SALE RUN.
      *
      *    WHEN A POOL EPSPOOL DELIVERED SETTLES, THE INVESTOR SENDS A
      *    PURCHASE ADVICE (EPSPADV) - ONE RECORD PER LOAN BOUGHT, WITH
      *    THE PRICE, ANY SERVICING-RELEASED PREMIUM (SRP) AND ANY
      *    HOLDBACK. THIS RUN SETTLES EACH LOAN AGAINST ITS CARRYING
      *    VALUE AND BOOKS THE SALE:
      *
      *       - PROCEEDS: THE PRICE ON THE PRINCIPAL PURCHASED, PLUS
      *         THE SRP. THE HOLDBACK IS STILL PROCEEDS - IT IS BOOKED
      *         AS DUE FROM THE INVESTOR RATHER THAN AS CASH.
      *       - CARRYING VALUE: THE EPSSRVCF PRINCIPAL, PLUS THE
      *         DEFERRED DIRECT ORIGINATION COST (THE STANDARD COST
      *         PER LOAN ON THE SYSIN CARD), LESS THE DEFERRED POINTS
      *         THE BORROWER PAID (EPSHQTST).
      *       - RETAINED SERVICING: ON A SERVICING-RETAINED SALE (NO
      *         SRP) THE LOAN'S LATEST EPSMSRVL VALUE FROM EPSMSRLV IS
      *         CAPITALIZED, SCALED TO THE PRINCIPAL SOLD AND TO THE
      *         FEE STRIP THE POOL RETAINS (EPSPLASN). A RETAINED LOAN
      *         WITH NO VALUATION CAPITALIZES NOTHING AND IS FLAGGED.
      *       - GAIN OR LOSS: PROCEEDS PLUS CAPITALIZED SERVICING LESS
      *         CARRYING VALUE.
      *
      *    EACH SETTLED LOAN GETS AN EPSGOSSL SETTLEMENT RECORD - A
      *    RE-SENT ADVICE CANNOT SETTLE IT TWICE - AND ITS MONEY
      *    MOVEMENTS GO ON THE EPSGOSH HISTORY, WHICH EPSGLPST POSTS
      *    THE SAME NIGHT (GSPR, GSHB, GSCV, GSMS, GSGN/GSLS). A LOAN
      *    NOT ON FILE, NOT ASSIGNED TO THE ADVICE'S POOL, OR WITH NO
      *    PRICE IS REJECTED AND LISTED.
      *
      *    THE REPORT IS LOAN-LEVEL BY POOL (THE ADVICE COMES GROUPED
      *    BY POOL) WITH THE INVESTOR AND THE ORIGINATING OFFICER
      *    (EPSAPPST) ON EVERY LINE, POOL SUBTOTALS, AND A SUMMARY BY
      *    OFFICER FOR SECONDARY MARKETING.
      *
      *    SYSIN CARD: COLS 1-7 DEFERRED ORIGINATION COST PER LOAN
      *    (0085000 = 850.00). BLANK TAKES THE DEFAULT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ADVICE-FILE ASSIGN TO EPSPADV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PADV-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT HOEPA-QM-TEST-FILE ASSIGN TO EPSHQTST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HQT-PAN
                  FILE STATUS IS WS-HQT-STATUS.

           SELECT LOAN-VALUATION-FILE ASSIGN TO EPSMSRLV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSRLV-PAN
                  FILE STATUS IS WS-MSRLV-STATUS.

           SELECT SALE-SETTLEMENT-FILE ASSIGN TO EPSGOSSL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOSSL-PAN
                  FILE STATUS IS WS-GOSSL-STATUS.

           SELECT SALE-HISTORY-FILE ASSIGN TO EPSGOSH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GOSH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO GOSSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ADVICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSPADV.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  HOEPA-QM-TEST-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY EPSHQTST.

       FD  LOAN-VALUATION-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSMSRLV.

       FD  SALE-SETTLEMENT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOSSL.

       FD  SALE-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSGOSH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-PADV-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-HQT-STATUS               PIC XX.
           03 WS-MSRLV-STATUS             PIC XX.
           03 WS-GOSSL-STATUS             PIC XX.
           03 WS-GOSH-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-ADVICE            PIC X VALUE 'N'.
              88 END-OF-ADVICE               VALUE 'Y'.
           03 WS-HQT-OPENED               PIC X VALUE 'N'.
              88 HQT-FILE-OPEN               VALUE 'Y'.
           03 WS-MSRLV-OPENED             PIC X VALUE 'N'.
              88 MSRLV-FILE-OPEN             VALUE 'Y'.
           03 WS-LOAN-REJECTED            PIC X.
              88 LOAN-REJECTED               VALUE 'Y'.

       01 WS-COST-CARD                    PIC X(80).
       01 WS-COST-CARD-RDF REDEFINES WS-COST-CARD.
           03 WS-CARD-DEFERRED-COST       PIC 9(5)V99.
           03 FILLER                      PIC X(73).
      *    DEFERRED DIRECT ORIGINATION COST PER LOAN - THE STANDARD
      *    COST ACCOUNTING CARRIES UNTIL THE LOAN IS SOLD.
       01 WS-DEFERRED-COST-PER-LOAN       PIC 9(5)V99 VALUE 0.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-SETTLED-COUNT            PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-NOT-VALUED-COUNT         PIC 9(7) VALUE 0.

       01 WS-SALE-WORK.
           03 WS-PRICE-PROCEEDS           PIC S9(9)V99 COMP-3.
           03 WS-CASH-PROCEEDS            PIC S9(9)V99 COMP-3.
           03 WS-DEFERRED-FEES            PIC S9(7)V99 COMP-3.
           03 WS-CARRYING-VALUE           PIC S9(9)V99 COMP-3.
           03 WS-MSR-CAPITALIZED          PIC S9(7)V99 COMP-3.
           03 WS-GAIN-LOSS                PIC S9(9)V99 COMP-3.
           03 WS-POOL-FEE-RATE            PIC 9(1)V9(4).
           03 WS-OFFICER                  PIC X(8).
           03 WS-INVESTOR                 PIC X(24).

      *    THE POOL BEING SETTLED - THE ADVICE IS GROUPED BY POOL.
       01 WS-CURRENT-POOL                 PIC X(6) VALUE SPACES.
       01 WS-POOL-TOTALS.
           03 WS-POOL-COUNT               PIC 9(7).
           03 WS-POOL-UPB                 PIC S9(11)V99 COMP-3.
           03 WS-POOL-PROCEEDS            PIC S9(11)V99 COMP-3.
           03 WS-POOL-MSR                 PIC S9(11)V99 COMP-3.
           03 WS-POOL-GAIN                PIC S9(11)V99 COMP-3.
       01 WS-RUN-TOTALS.
           03 WS-RUN-UPB                  PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-RUN-PROCEEDS             PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-RUN-CARRYING             PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-RUN-MSR                  PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-RUN-HOLDBACK             PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-RUN-GAIN                 PIC S9(13)V99 COMP-3
                                          VALUE 0.

      *    GAIN BY ORIGINATING OFFICER ACROSS THE RUN. AN OFFICER PAST
      *    THE TABLE'S END IS SUMMED INTO THE LAST ENTRY.
       01 WS-OFFICER-TABLE.
           03 WS-OFFICER-COUNT            PIC 9(3) COMP VALUE 0.
           03 WS-OFFICER-ENTRY OCCURS 100 TIMES.
              05 OFC-OFFICER              PIC X(8).
              05 OFC-LOAN-COUNT           PIC 9(7).
              05 OFC-UPB                  PIC S9(11)V99 COMP-3.
              05 OFC-GAIN                 PIC S9(11)V99 COMP-3.
       01 WS-OFC-IDX                      PIC 9(3) COMP.
       01 WS-OFC-FOUND-IDX                PIC 9(3) COMP.

      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSGOSST - POOL SALE SETTLEMENT / GAIN ON SALE'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-POOL-HDG.
              05 FILLER                   PIC X(6)  VALUE 'POOL:'.
              05 PLH-POOL-NUMBER          PIC X(6).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'INVESTOR:'.
              05 PLH-INVESTOR             PIC X(24).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(15) VALUE
                 '   UPB SOLD'.
              05 FILLER                   PIC X(10) VALUE '   PRICE'.
              05 FILLER                   PIC X(15) VALUE
                 '   PROCEEDS'.
              05 FILLER                   PIC X(15) VALUE
                 '   CARRYING'.
              05 FILLER                   PIC X(12) VALUE
                 '   MSR CAP'.
              05 FILLER                   PIC X(16) VALUE
                 '   GAIN/LOSS'.
              05 FILLER                   PIC X(20) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-UPB                  PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-PRICE                PIC ZZ9.9999.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-PROCEEDS             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-CARRYING             PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-MSR                  PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-GAIN                 PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(26).
           03 WS-POOL-TOTAL-LINE.
              05 FILLER                   PIC X(12) VALUE
                 'POOL TOTAL'.
              05 PTL-COUNT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 PTL-UPB                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(11) VALUE SPACES.
              05 PTL-PROCEEDS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PTL-MSR                  PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PTL-GAIN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-OFFICER-HDG.
              05 FILLER                   PIC X(40) VALUE
                 'GAIN ON SALE BY ORIGINATING OFFICER'.
           03 WS-OFFICER-LINE.
              05 OFL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'LOANS:'.
              05 OFL-COUNT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'UPB SOLD:'.
              05 OFL-UPB                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'GAIN/LOSS:'.
              05 OFL-GAIN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(14) VALUE
                 'LOANS SETTLED:'.
              05 SUM-SETTLED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'MSR NOT VALUED:'.
              05 SUM-NOT-VALUED           PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'UPB SOLD:'.
              05 SUM-UPB                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'PROCEEDS:'.
              05 SUM-PROCEEDS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CARRYING:'.
              05 SUM-CARRYING             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-SUMMARY-LINE-3.
              05 FILLER                   PIC X(10) VALUE 'MSR CAP:'.
              05 SUM-MSR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'HOLDBACK:'.
              05 SUM-HOLDBACK             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'GAIN/LOSS:'.
              05 SUM-GAIN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-NO-ADVICE-LINE           PIC X(48) VALUE
              'NO EPSPADV PURCHASE ADVICE - NOTHING SETTLED'.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-SETTLE-LOAN UNTIL END-OF-ADVICE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSGOSST' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT CONTROL-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO WS-COST-CARD.
           ACCEPT WS-COST-CARD.
           IF WS-CARD-DEFERRED-COST IS NUMERIC
              MOVE WS-CARD-DEFERRED-COST TO WS-DEFERRED-COST-PER-LOAN
           END-IF.

           OPEN INPUT  PURCHASE-ADVICE-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
      *    NO TEST FILE MEANS NO POINTS RECORDED TO DEFER; NO
      *    VALUATION FILE MEANS NOTHING TO CAPITALIZE FROM.
           OPEN INPUT  HOEPA-QM-TEST-FILE.
           IF WS-HQT-STATUS = '00'
              MOVE 'Y' TO WS-HQT-OPENED
           END-IF.
           OPEN INPUT  LOAN-VALUATION-FILE.
           IF WS-MSRLV-STATUS = '00'
              MOVE 'Y' TO WS-MSRLV-OPENED
           END-IF.
      *    THE FIRST SETTLEMENT EVER CREATES THE SETTLEMENT FILE.
           OPEN I-O    SALE-SETTLEMENT-FILE.
           IF WS-GOSSL-STATUS = '35'
              OPEN OUTPUT SALE-SETTLEMENT-FILE
              CLOSE SALE-SETTLEMENT-FILE
              OPEN I-O SALE-SETTLEMENT-FILE
           END-IF.
           OPEN EXTEND SALE-HISTORY-FILE.
           IF WS-GOSH-STATUS = '05' OR '35'
              OPEN OUTPUT SALE-HISTORY-FILE
           END-IF.

           PERFORM A150-READ-ADVICE.
           IF END-OF-ADVICE
              MOVE WS-NO-ADVICE-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A150-READ-ADVICE.
           READ PURCHASE-ADVICE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVICE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ
           .

       A200-SETTLE-LOAN.
           IF PADV-POOL-NUMBER NOT = WS-CURRENT-POOL
              PERFORM A250-START-POOL
           END-IF.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE PADV-PAN         TO DTL-PAN.
           MOVE PADV-PURCHASED-UPB TO DTL-UPB.
           MOVE PADV-PRICE       TO DTL-PRICE.
           MOVE 'N' TO WS-LOAN-REJECTED.
           PERFORM A300-VALIDATE-LOAN.
           IF LOAN-REJECTED
              ADD 1 TO WS-REJECT-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
           ELSE
              PERFORM A400-COMPUTE-GAIN
              PERFORM A500-RECORD-SETTLEMENT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-ADVICE
           .

      *    A NEW POOL ON THE ADVICE - CLOSE OFF THE LAST ONE'S
      *    SUBTOTAL AND HEAD THE NEXT WITH ITS INVESTOR.
       A250-START-POOL.
           IF WS-CURRENT-POOL NOT = SPACES
              PERFORM A700-WRITE-POOL-TOTAL
           END-IF.
           MOVE PADV-POOL-NUMBER TO WS-CURRENT-POOL.
           MOVE 0 TO WS-POOL-COUNT WS-POOL-UPB WS-POOL-PROCEEDS
                     WS-POOL-MSR WS-POOL-GAIN.
           MOVE SPACES TO WS-INVESTOR.
           MOVE PADV-PAN TO PLASN-PAN.
           READ POOL-ASSIGNMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PLASN-INVESTOR-NAME TO WS-INVESTOR
           END-READ.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CURRENT-POOL TO PLH-POOL-NUMBER.
           MOVE WS-INVESTOR     TO PLH-INVESTOR.
           MOVE WS-POOL-HDG     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2    TO RPT-LINE.
           WRITE RPT-LINE
           .

       A300-VALIDATE-LOAN.
           MOVE PADV-PAN TO GOSSL-PAN.
           READ SALE-SETTLEMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'REJECTED - ALREADY SETTLED' TO DTL-RESULT
                 MOVE 'Y' TO WS-LOAN-REJECTED
                 EXIT PARAGRAPH
           END-READ.
           MOVE PADV-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'REJECTED - NOT ON EPSSRVCF' TO DTL-RESULT
                 MOVE 'Y' TO WS-LOAN-REJECTED
                 EXIT PARAGRAPH
           END-READ.
           MOVE PADV-PAN TO PLASN-PAN.
           READ POOL-ASSIGNMENT-FILE
              INVALID KEY
                 MOVE 'REJECTED - NOT IN THE POOL' TO DTL-RESULT
                 MOVE 'Y' TO WS-LOAN-REJECTED
                 EXIT PARAGRAPH
           END-READ.
           IF PLASN-POOL-NUMBER NOT = PADV-POOL-NUMBER
              MOVE 'REJECTED - NOT IN THE POOL' TO DTL-RESULT
              MOVE 'Y' TO WS-LOAN-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF PADV-PRICE = 0
              MOVE 'REJECTED - NO PRICE' TO DTL-RESULT
              MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
           .

       A400-COMPUTE-GAIN.
           MOVE PLASN-INVESTOR-NAME TO WS-INVESTOR.
           MOVE SPACES TO WS-OFFICER.
           MOVE PADV-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE APPST-LOAN-OFFICER TO WS-OFFICER
           END-READ.
           MOVE WS-OFFICER TO DTL-OFFICER.

           COMPUTE WS-PRICE-PROCEEDS ROUNDED =
                   PADV-PURCHASED-UPB * PADV-PRICE / 100.
           COMPUTE WS-CASH-PROCEEDS =
                   WS-PRICE-PROCEEDS + PADV-SRP-AMOUNT
                 - PADV-HOLDBACK-AMOUNT.

      *    THE POINTS THE BORROWER PAID WERE DEFERRED AGAINST THE LOAN
      *    AND COME OFF ITS CARRYING VALUE WITH IT.
           MOVE 0 TO WS-DEFERRED-FEES.
           IF HQT-FILE-OPEN
              MOVE PADV-PAN TO HQT-PAN
              READ HOEPA-QM-TEST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HQT-POINTS-AMOUNT TO WS-DEFERRED-FEES
              END-READ
           END-IF.
           COMPUTE WS-CARRYING-VALUE =
                   SRV-PRINCIPAL-BALANCE + WS-DEFERRED-COST-PER-LOAN
                 - WS-DEFERRED-FEES.

           MOVE 0   TO WS-MSR-CAPITALIZED.
           MOVE 'Y' TO GOSSL-MSR-VALUED-IND.
           IF PADV-SRP-AMOUNT = 0
              PERFORM A450-CAPITALIZE-SERVICING
           END-IF.

           COMPUTE WS-GAIN-LOSS =
                   WS-PRICE-PROCEEDS + PADV-SRP-AMOUNT
                 + WS-MSR-CAPITALIZED - WS-CARRYING-VALUE
           .

      *    THE LATEST VALUATION IS SCALED TO THE PRINCIPAL ACTUALLY
      *    SOLD AND TO THE POOL'S FEE STRIP - A LOAN VALUED BEFORE IT
      *    WAS POOLED WAS VALUED ON THE RETAINED-STRIP ASSUMPTION.
       A450-CAPITALIZE-SERVICING.
           IF NOT MSRLV-FILE-OPEN
              MOVE 'N' TO GOSSL-MSR-VALUED-IND
              EXIT PARAGRAPH
           END-IF.
           MOVE PADV-PAN TO MSRLV-PAN.
           READ LOAN-VALUATION-FILE
              INVALID KEY
                 MOVE 'N' TO GOSSL-MSR-VALUED-IND
                 EXIT PARAGRAPH
           END-READ.
           IF MSRLV-BALANCE = 0 OR MSRLV-FEE-RATE = 0
              MOVE 'N' TO GOSSL-MSR-VALUED-IND
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POOL-FEE-RATE = PLASN-SERVICE-FEE-RATE / 100.
           COMPUTE WS-MSR-CAPITALIZED ROUNDED =
                   MSRLV-VALUE
                 * (PADV-PURCHASED-UPB / MSRLV-BALANCE)
                 * (WS-POOL-FEE-RATE / MSRLV-FEE-RATE)
           .

       A500-RECORD-SETTLEMENT.
           MOVE PADV-PAN              TO GOSSL-PAN.
           MOVE PADV-POOL-NUMBER      TO GOSSL-POOL-NUMBER.
           MOVE WS-INVESTOR           TO GOSSL-INVESTOR-NAME.
           MOVE WS-OFFICER            TO GOSSL-LOAN-OFFICER.
           MOVE PADV-SETTLEMENT-DATE  TO GOSSL-SETTLEMENT-DATE.
           MOVE PADV-PURCHASED-UPB    TO GOSSL-PURCHASED-UPB.
           MOVE PADV-PRICE            TO GOSSL-PRICE.
           MOVE WS-PRICE-PROCEEDS     TO GOSSL-PRICE-PROCEEDS.
           MOVE PADV-SRP-AMOUNT       TO GOSSL-SRP-AMOUNT.
           MOVE PADV-HOLDBACK-AMOUNT  TO GOSSL-HOLDBACK-AMOUNT.
           MOVE SRV-PRINCIPAL-BALANCE TO GOSSL-BOOK-PRINCIPAL.
           MOVE WS-DEFERRED-FEES      TO GOSSL-DEFERRED-FEES.
           MOVE WS-DEFERRED-COST-PER-LOAN TO GOSSL-DEFERRED-COSTS.
           MOVE WS-CARRYING-VALUE     TO GOSSL-CARRYING-VALUE.
           MOVE WS-MSR-CAPITALIZED    TO GOSSL-MSR-CAPITALIZED.
           MOVE WS-GAIN-LOSS          TO GOSSL-GAIN-LOSS.
           MOVE WS-CURRENT-DATE-8     TO GOSSL-POST-DATE.
           WRITE LOAN-SALE-SETTLEMENT-RECORD
              INVALID KEY
                 MOVE 'REJECTED - ALREADY SETTLED' TO DTL-RESULT
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 4 TO WS-RUN-RETURN-CODE
                 EXIT PARAGRAPH
           END-WRITE.

           PERFORM A550-WRITE-HISTORY.

           ADD 1 TO WS-SETTLED-COUNT.
           ADD 1                     TO WS-POOL-COUNT.
           ADD PADV-PURCHASED-UPB    TO WS-POOL-UPB WS-RUN-UPB.
           ADD WS-PRICE-PROCEEDS     TO WS-POOL-PROCEEDS.
           ADD PADV-SRP-AMOUNT       TO WS-POOL-PROCEEDS.
           ADD WS-PRICE-PROCEEDS     TO WS-RUN-PROCEEDS.
           ADD PADV-SRP-AMOUNT       TO WS-RUN-PROCEEDS.
           ADD WS-CARRYING-VALUE     TO WS-RUN-CARRYING.
           ADD WS-MSR-CAPITALIZED    TO WS-POOL-MSR WS-RUN-MSR.
           ADD PADV-HOLDBACK-AMOUNT  TO WS-RUN-HOLDBACK.
           ADD WS-GAIN-LOSS          TO WS-POOL-GAIN WS-RUN-GAIN.
           PERFORM A600-ACCUMULATE-OFFICER.

           COMPUTE DTL-PROCEEDS =
                   WS-PRICE-PROCEEDS + PADV-SRP-AMOUNT.
           MOVE WS-CARRYING-VALUE  TO DTL-CARRYING.
           MOVE WS-MSR-CAPITALIZED TO DTL-MSR.
           MOVE WS-GAIN-LOSS       TO DTL-GAIN.
           EVALUATE TRUE
              WHEN GOSSL-MSR-NOT-VALUED
                 ADD 1 TO WS-NOT-VALUED-COUNT
                 MOVE 'SETTLED - MSR NOT VALUED' TO DTL-RESULT
              WHEN PADV-SRP-AMOUNT > 0
                 MOVE 'SETTLED - SERVICING REL' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'SETTLED'                  TO DTL-RESULT
           END-EVALUATE
           .

      *    ONE HISTORY RECORD PER NON-ZERO MONEY MOVEMENT. THE SALE
      *    BALANCES BY CONSTRUCTION: PROCEEDS AND HOLDBACK AND
      *    CAPITALIZED SERVICING ON ONE SIDE, CARRYING VALUE AND THE
      *    GAIN (OR LESS THE LOSS) ON THE OTHER.
       A550-WRITE-HISTORY.
           MOVE PADV-PAN              TO GOSH-PAN.
           MOVE PADV-POOL-NUMBER      TO GOSH-POOL-NUMBER.
           MOVE WS-CURRENT-DATE-8     TO GOSH-POST-DATE.
           MOVE 'EPSGOSST'            TO GOSH-SOURCE-PGM.
           IF WS-CASH-PROCEEDS > 0
              MOVE 'P'                TO GOSH-ACTIVITY
              MOVE WS-CASH-PROCEEDS   TO GOSH-AMOUNT
              WRITE GAIN-ON-SALE-HISTORY-RECORD
           END-IF.
           IF PADV-HOLDBACK-AMOUNT > 0
              MOVE 'H'                TO GOSH-ACTIVITY
              MOVE PADV-HOLDBACK-AMOUNT TO GOSH-AMOUNT
              WRITE GAIN-ON-SALE-HISTORY-RECORD
           END-IF.
           IF WS-CARRYING-VALUE > 0
              MOVE 'C'                TO GOSH-ACTIVITY
              MOVE WS-CARRYING-VALUE  TO GOSH-AMOUNT
              WRITE GAIN-ON-SALE-HISTORY-RECORD
           END-IF.
           IF WS-MSR-CAPITALIZED > 0
              MOVE 'M'                TO GOSH-ACTIVITY
              MOVE WS-MSR-CAPITALIZED TO GOSH-AMOUNT
              WRITE GAIN-ON-SALE-HISTORY-RECORD
           END-IF.
           EVALUATE TRUE
              WHEN WS-GAIN-LOSS > 0
                 MOVE 'G'             TO GOSH-ACTIVITY
                 MOVE WS-GAIN-LOSS    TO GOSH-AMOUNT
                 WRITE GAIN-ON-SALE-HISTORY-RECORD
              WHEN WS-GAIN-LOSS < 0
                 MOVE 'L'             TO GOSH-ACTIVITY
                 COMPUTE GOSH-AMOUNT = 0 - WS-GAIN-LOSS
                 WRITE GAIN-ON-SALE-HISTORY-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       A600-ACCUMULATE-OFFICER.
           MOVE 0 TO WS-OFC-FOUND-IDX.
           PERFORM A610-MATCH-OFFICER
                   VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFFICER-COUNT
                      OR WS-OFC-FOUND-IDX > 0.
           IF WS-OFC-FOUND-IDX = 0
              IF WS-OFFICER-COUNT < 100
                 ADD 1 TO WS-OFFICER-COUNT
                 MOVE WS-OFFICER-COUNT TO WS-OFC-FOUND-IDX
                 MOVE WS-OFFICER TO OFC-OFFICER(WS-OFC-FOUND-IDX)
                 MOVE 0 TO OFC-LOAN-COUNT(WS-OFC-FOUND-IDX)
                 MOVE 0 TO OFC-UPB(WS-OFC-FOUND-IDX)
                 MOVE 0 TO OFC-GAIN(WS-OFC-FOUND-IDX)
              ELSE
                 MOVE 100 TO WS-OFC-FOUND-IDX
                 MOVE 'OTHER' TO OFC-OFFICER(WS-OFC-FOUND-IDX)
              END-IF
           END-IF.
           ADD 1                  TO OFC-LOAN-COUNT(WS-OFC-FOUND-IDX).
           ADD PADV-PURCHASED-UPB TO OFC-UPB(WS-OFC-FOUND-IDX).
           ADD WS-GAIN-LOSS       TO OFC-GAIN(WS-OFC-FOUND-IDX)
           .

       A610-MATCH-OFFICER.
           IF OFC-OFFICER(WS-OFC-IDX) = WS-OFFICER
              MOVE WS-OFC-IDX TO WS-OFC-FOUND-IDX
           END-IF
           .

       A700-WRITE-POOL-TOTAL.
           MOVE WS-POOL-COUNT    TO PTL-COUNT.
           MOVE WS-POOL-UPB      TO PTL-UPB.
           MOVE WS-POOL-PROCEEDS TO PTL-PROCEEDS.
           MOVE WS-POOL-MSR      TO PTL-MSR.
           MOVE WS-POOL-GAIN     TO PTL-GAIN.
           MOVE WS-POOL-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A750-WRITE-OFFICER.
           MOVE OFC-OFFICER(WS-OFC-IDX)    TO OFL-OFFICER.
           MOVE OFC-LOAN-COUNT(WS-OFC-IDX) TO OFL-COUNT.
           MOVE OFC-UPB(WS-OFC-IDX)        TO OFL-UPB.
           MOVE OFC-GAIN(WS-OFC-IDX)       TO OFL-GAIN.
           MOVE WS-OFFICER-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           IF WS-CURRENT-POOL NOT = SPACES
              PERFORM A700-WRITE-POOL-TOTAL
           END-IF.
           IF WS-OFFICER-COUNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-OFFICER-HDG TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A750-WRITE-OFFICER
                      VARYING WS-OFC-IDX FROM 1 BY 1
                      UNTIL WS-OFC-IDX > WS-OFFICER-COUNT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SETTLED-COUNT    TO SUM-SETTLED.
           MOVE WS-REJECT-COUNT     TO SUM-REJECTED.
           MOVE WS-NOT-VALUED-COUNT TO SUM-NOT-VALUED.
           MOVE WS-SUMMARY-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RUN-UPB          TO SUM-UPB.
           MOVE WS-RUN-PROCEEDS     TO SUM-PROCEEDS.
           MOVE WS-RUN-CARRYING     TO SUM-CARRYING.
           MOVE WS-SUMMARY-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RUN-MSR          TO SUM-MSR.
           MOVE WS-RUN-HOLDBACK     TO SUM-HOLDBACK.
           MOVE WS-RUN-GAIN         TO SUM-GAIN.
           MOVE WS-SUMMARY-LINE-3   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE PURCHASE-ADVICE-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE POOL-ASSIGNMENT-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           IF HQT-FILE-OPEN
              CLOSE HOEPA-QM-TEST-FILE
           END-IF.
           IF MSRLV-FILE-OPEN
              CLOSE LOAN-VALUATION-FILE
           END-IF.
           CLOSE SALE-SETTLEMENT-FILE.
           CLOSE SALE-HISTORY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSGOSST'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT        TO EPSRUNWR-IN-COUNT.
           MOVE WS-SETTLED-COUNT     TO EPSRUNWR-OUT-COUNT.
           MOVE WS-REJECT-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
