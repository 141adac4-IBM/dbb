       ID DIVISION.
       PROGRAM-ID. EPSRGORP.
      *    QUARTERLY REGULATION O INSIDER LENDING REPORT - THE
      *    EXAMINERS' VIEW OF EVERY EXTENSION OF CREDIT TO AN
      *    EXECUTIVE OFFICER, DIRECTOR OR PRINCIPAL SHAREHOLDER AND
      *    THEIR RELATED INTERESTS.
      *
      *    BROWSES THE EPSRGOIN REGISTRY AND, FOR EACH INSIDER, LISTS
      *    EVERY LINKED PAN WITH CREDIT OUTSTANDING ON EPSSRVCF (OR
      *    BOARD-APPROVED AND NOT YET ON THE BOOKS) AGAINST ITS
      *    EPSRGOAP BOARD APPROVAL:
      *
      *       - PREFERENTIAL TERMS - THE LOAN'S RATE IS HELD AGAINST
      *         THE STANDARD PRICE A NON-INSIDER WOULD HAVE BEEN
      *         QUOTED FOR THE SAME LOAN: THE EPSMORTF RATE OF THE
      *         LENDER THE APPROVAL NAMES, PLUS THE EPSLLPA GRID
      *         ADJUSTMENT FOR THE LOAN'S LTV, PROPERTY TYPE AND
      *         OCCUPANCY. A RATE BELOW THAT IS FLAGGED.
      *       - A LOAN ON THE BOOKS WITH NO BOARD APPROVAL ON FILE IS
      *         FLAGGED.
      *       - EACH ACTIVE INSIDER'S AGGREGATE IS TESTED AGAINST THE
      *         INSIDER'S LENDING LIMIT - THE TEST EPSASMNT MAKES AT
      *         APPROVAL - AND THE TOTAL TO ALL ACTIVE INSIDERS
      *         AGAINST THE AGGREGATE LIMIT ON INSIDER LENDING.
      *
      *    A FORMER INSIDER'S LOANS ARE STILL LISTED BUT COUNT
      *    TOWARD NEITHER LIMIT. RUN AFTER THE LAST BUSINESS DAY OF
      *    EACH CALENDAR QUARTER.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-REGISTRY-FILE ASSIGN TO EPSRGOIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOIN-INSIDER-ID
                  FILE STATUS IS WS-RGOIN-STATUS.

           SELECT INSIDER-APPROVAL-FILE ASSIGN TO EPSRGOAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOAP-PAN
                  FILE STATUS IS WS-RGOAP-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO EPSMORTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MORT-FILE-COMPANY
                  FILE STATUS IS WS-MORTF-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT INSIDER-REPORT ASSIGN TO RGORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSIDER-REGISTRY-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSRGOIN.

       FD  INSIDER-APPROVAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRGOAP.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  MORTGAGE-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY EPSMORTF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  INSIDER-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    REGULATION O LIMITS, AS PERCENTS OF THE BANK'S UNIMPAIRED
      *    CAPITAL AND SURPLUS - ONE INSIDER (UNLESS THE BOARD SET A
      *    LOWER LIMIT ON EPSRGOIN) AND ALL INSIDERS TOGETHER. THE
      *    CAPITAL AND THE INSIDER PERCENT MATCH EPSASMNT'S - CHANGE
      *    THEM TOGETHER AT EACH CALL REPORT.
       01 WS-STATIC-DATA.
           03 STATIC-UNIMPAIRED-CAPITAL   PIC 9(11)V99
                                          VALUE 250000000.00.
           03 STATIC-INSIDER-LIMIT-PCT    PIC 9(3)V99 VALUE 15.00.
           03 STATIC-AGGREGATE-LIMIT-PCT  PIC 9(3)V99 VALUE 100.00.

       01 WS-FILE-STATUSES.
           03 WS-RGOIN-STATUS             PIC XX.
           03 WS-RGOAP-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MORTF-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-REGISTRY          PIC X VALUE 'N'.
              88 END-OF-REGISTRY             VALUE 'Y'.
           03 WS-RGOIN-OPEN               PIC X VALUE 'N'.
              88 RGOIN-FILE-OPEN             VALUE 'Y'.
           03 WS-RGOAP-OPEN               PIC X VALUE 'N'.
              88 RGOAP-FILE-OPEN             VALUE 'Y'.
           03 WS-MORTF-OPEN               PIC X VALUE 'N'.
              88 MORTF-FILE-OPEN             VALUE 'Y'.
           03 WS-PROPF-OPEN               PIC X VALUE 'N'.
              88 PROPF-FILE-OPEN             VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 LOAN-ON-BOOKS               VALUE 'Y'.
           03 WS-APPROVAL-FOUND           PIC X VALUE 'N'.
              88 APPROVAL-ON-FILE            VALUE 'Y'.
           03 WS-STANDARD-FOUND           PIC X VALUE 'N'.
              88 STANDARD-PRICED             VALUE 'Y'.

       01 WS-PRICING-WORK.
           03 WS-PAN-IDX                  PIC 9(2) COMP.
           03 WS-OUTSTANDING              PIC 9(9)V99.
           03 WS-STANDARD-RATE            PIC S9(3)V99.
           03 WS-INSIDER-AGGREGATE        PIC 9(11)V99.
           03 WS-INSIDER-LIMIT            PIC 9(11)V99.
           03 WS-AGGREGATE-LIMIT          PIC 9(11)V99.

       01 WS-COUNTERS.
           03 WS-INSIDER-COUNT            PIC 9(7) VALUE 0.
           03 WS-LOAN-COUNT               PIC 9(7) VALUE 0.
           03 WS-PREFERENTIAL-COUNT       PIC 9(7) VALUE 0.
           03 WS-NO-APPROVAL-COUNT        PIC 9(7) VALUE 0.
           03 WS-OVER-LIMIT-COUNT         PIC 9(7) VALUE 0.
       01 WS-ALL-INSIDER-TOTAL            PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRGORP - REG O INSIDER LENDING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(8)  VALUE 'QUARTER'.
              05 HDG-QUARTER              PIC 9.
              05 FILLER                   PIC X(4)  VALUE ' OF '.
              05 HDG-QTR-YYYY             PIC 9(4).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(32) VALUE
                 'UNIMPAIRED CAPITAL AND SURPLUS:'.
              05 HDG-CAPITAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(10) VALUE 'INSIDER'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(3)  VALUE 'REL'.
              05 FILLER                   PIC X(16) VALUE
                 '   OUTSTANDING'.
              05 FILLER                   PIC X(8)  VALUE '  RATE'.
              05 FILLER                   PIC X(8)  VALUE 'STD RATE'.
              05 FILLER                   PIC X(10) VALUE 'APPROVED'.
              05 FILLER                   PIC X(14) VALUE
                 'BOARD MEETING'.
              05 FILLER                   PIC X(45) VALUE 'RESULT'.
           03 WS-INSIDER-LINE.
              05 FILLER                   PIC X(8)  VALUE 'INSIDER'.
              05 INS-INSIDER-ID           PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 INS-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 INS-RELATIONSHIP         PIC X(22).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 INS-STATUS               PIC X(16).
           03 WS-DETAIL-LINE.
              05 DTL-INSIDER-ID           PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RELATION             PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OUTSTANDING          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RATE                 PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STD-RATE             PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APPROVAL-DATE        PIC 9(8) BLANK WHEN ZERO.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MEETING-REF          PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(45).
           03 WS-INSIDER-TOTAL-LINE.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'AGGREGATE:'.
              05 TOT-AGGREGATE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'LIMIT:'.
              05 TOT-LIMIT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TOT-RESULT               PIC X(40).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(10) VALUE 'INSIDERS:'.
              05 SUM-INSIDERS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'LOANS:'.
              05 SUM-LOANS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'PREFERENTIAL:'.
              05 SUM-PREFERENTIAL         PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'NO APPROVAL:'.
              05 SUM-NO-APPROVAL          PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'OVER LIMIT:'.
              05 SUM-OVER-LIMIT           PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(24) VALUE
                 'CREDIT TO ALL INSIDERS:'.
              05 SUM-ALL-INSIDERS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(17) VALUE
                 'AGGREGATE LIMIT:'.
              05 SUM-AGGREGATE-LIMIT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-RESULT               PIC X(40).

      *    SHARED LLPA GRID LOOKUP - THE SAME STANDARD PRICING THE
      *    QUOTE SIDE GIVES EVERY BORROWER.
           COPY EPSLLPM.

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
           PERFORM A200-START-BROWSE.
           PERFORM A300-REPORT-INSIDER UNTIL END-OF-REGISTRY.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRGORP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    NO REGISTRY YET MEANS NO INSIDERS TO REPORT.
           OPEN INPUT  INSIDER-REGISTRY-FILE.
           IF WS-RGOIN-STATUS = '00'
              MOVE 'Y' TO WS-RGOIN-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-REGISTRY
           END-IF.
           OPEN INPUT  INSIDER-APPROVAL-FILE.
           IF WS-RGOAP-STATUS = '00'
              MOVE 'Y' TO WS-RGOAP-OPEN
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  MORTGAGE-FILE.
           IF WS-MORTF-STATUS = '00'
              MOVE 'Y' TO WS-MORTF-OPEN
           END-IF.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           IF WS-PROPF-STATUS = '00'
              MOVE 'Y' TO WS-PROPF-OPEN
           END-IF.
           OPEN OUTPUT INSIDER-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
      *    THE RUN FALLS JUST AFTER THE QUARTER IT REPORTS - A RUN IN
      *    THE FIRST MONTH OF A QUARTER REPORTS THE ONE BEFORE.
           COMPUTE HDG-QUARTER = (WS-CURR-MM + 2) / 3.
           MOVE WS-CURR-YYYY TO HDG-QTR-YYYY.
           IF WS-CURR-MM = 1 OR 4 OR 7 OR 10
              IF HDG-QUARTER = 1
                 MOVE 4 TO HDG-QUARTER
                 SUBTRACT 1 FROM HDG-QTR-YYYY
              ELSE
                 SUBTRACT 1 FROM HDG-QUARTER
              END-IF
           END-IF.
           MOVE STATIC-UNIMPAIRED-CAPITAL TO HDG-CAPITAL.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.

           COMPUTE WS-AGGREGATE-LIMIT ROUNDED =
                   STATIC-UNIMPAIRED-CAPITAL
                 * STATIC-AGGREGATE-LIMIT-PCT / 100.

       A200-START-BROWSE.
           IF END-OF-REGISTRY
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RGOIN-INSIDER-ID.
           START INSIDER-REGISTRY-FILE
                 KEY IS NOT LESS THAN RGOIN-INSIDER-ID
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-REGISTRY
           END-START.
           IF NOT END-OF-REGISTRY
              PERFORM A250-READ-INSIDER
           END-IF
           .

       A250-READ-INSIDER.
           READ INSIDER-REGISTRY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-REGISTRY
           END-READ
           .

       A300-REPORT-INSIDER.
           ADD 1 TO WS-INSIDER-COUNT.
           MOVE RGOIN-INSIDER-ID   TO INS-INSIDER-ID.
           MOVE RGOIN-INSIDER-NAME TO INS-NAME.
           EVALUATE TRUE
              WHEN RGOIN-EXECUTIVE-OFFICER
                 MOVE 'EXECUTIVE OFFICER' TO INS-RELATIONSHIP
              WHEN RGOIN-DIRECTOR
                 MOVE 'DIRECTOR' TO INS-RELATIONSHIP
              WHEN RGOIN-PRINCIPAL-SHAREHOLDER
                 MOVE 'PRINCIPAL SHAREHOLDER' TO INS-RELATIONSHIP
           END-EVALUATE.
           IF RGOIN-INACTIVE
              MOVE 'FORMER INSIDER' TO INS-STATUS
           ELSE
              MOVE 'ACTIVE' TO INS-STATUS
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INSIDER-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF RGOIN-LENDING-LIMIT > 0
              MOVE RGOIN-LENDING-LIMIT TO WS-INSIDER-LIMIT
           ELSE
              COMPUTE WS-INSIDER-LIMIT ROUNDED =
                      STATIC-UNIMPAIRED-CAPITAL
                    * STATIC-INSIDER-LIMIT-PCT / 100
           END-IF.
           MOVE 0 TO WS-INSIDER-AGGREGATE.
           PERFORM A400-REPORT-PAN
                   VARYING WS-PAN-IDX FROM 1 BY 1
                   UNTIL WS-PAN-IDX > RGOIN-PAN-COUNT.

           MOVE SPACES               TO TOT-RESULT.
           MOVE WS-INSIDER-AGGREGATE TO TOT-AGGREGATE.
           MOVE WS-INSIDER-LIMIT     TO TOT-LIMIT.
           EVALUATE TRUE
              WHEN RGOIN-INACTIVE
                 MOVE 'FORMER INSIDER - NOT TESTED' TO TOT-RESULT
              WHEN WS-INSIDER-AGGREGATE > WS-INSIDER-LIMIT
                 ADD 1 TO WS-OVER-LIMIT-COUNT
                 MOVE '*** OVER INSIDER LENDING LIMIT' TO TOT-RESULT
              WHEN OTHER
                 MOVE 'WITHIN INSIDER LENDING LIMIT' TO TOT-RESULT
           END-EVALUATE.
           IF RGOIN-ACTIVE
              ADD WS-INSIDER-AGGREGATE TO WS-ALL-INSIDER-TOTAL
           END-IF.
           MOVE WS-INSIDER-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A250-READ-INSIDER
           .

      *    A PAN WITH NOTHING OUTSTANDING AND NOTHING APPROVED - AN
      *    APPLICATION THAT NEVER CLOSED, A LOAN PAID OFF - IS NOT
      *    CREDIT EXTENDED AND IS LEFT OFF THE REPORT.
       A400-REPORT-PAN.
           IF RGOIN-PAN(WS-PAN-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE 0   TO WS-OUTSTANDING.
           MOVE RGOIN-PAN(WS-PAN-IDX) TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
                    MOVE 'Y' TO WS-LOAN-FOUND
                    IF SRV-CREDIT-LIMIT > SRV-PRINCIPAL-BALANCE
                       MOVE SRV-CREDIT-LIMIT TO WS-OUTSTANDING
                    ELSE
                       MOVE SRV-PRINCIPAL-BALANCE TO WS-OUTSTANDING
                    END-IF
                 END-IF
           END-READ.

           MOVE 'N' TO WS-APPROVAL-FOUND.
           IF RGOAP-FILE-OPEN
              MOVE RGOIN-PAN(WS-PAN-IDX) TO RGOAP-PAN
              READ INSIDER-APPROVAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RGOAP-APPROVED
                       MOVE 'Y' TO WS-APPROVAL-FOUND
                    END-IF
              END-READ
           END-IF.
           IF NOT LOAN-ON-BOOKS AND NOT APPROVAL-ON-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE RGOIN-INSIDER-ID      TO DTL-INSIDER-ID.
           MOVE RGOIN-PAN(WS-PAN-IDX) TO DTL-PAN.
           MOVE RGOIN-PAN-RELATION(WS-PAN-IDX) TO DTL-RELATION.
           MOVE 0                     TO DTL-APPROVAL-DATE.
           IF APPROVAL-ON-FILE
              MOVE RGOAP-APPROVAL-DATE     TO DTL-APPROVAL-DATE
              MOVE RGOAP-BOARD-MEETING-REF TO DTL-MEETING-REF
           END-IF.

           IF NOT LOAN-ON-BOOKS
              MOVE RGOAP-APPROVED-AMOUNT TO WS-OUTSTANDING
              MOVE WS-OUTSTANDING        TO DTL-OUTSTANDING
              MOVE 'APPROVED - NOT YET ON THE BOOKS' TO DTL-RESULT
              ADD WS-OUTSTANDING TO WS-INSIDER-AGGREGATE
              PERFORM A490-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-OUTSTANDING   TO DTL-OUTSTANDING.
           MOVE SRV-CURRENT-RATE TO DTL-RATE.
           ADD WS-OUTSTANDING TO WS-INSIDER-AGGREGATE.
           IF NOT APPROVAL-ON-FILE
              ADD 1 TO WS-NO-APPROVAL-COUNT
              MOVE '*** NO BOARD APPROVAL ON FILE' TO DTL-RESULT
              PERFORM A490-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A500-PRICE-STANDARD.
           EVALUATE TRUE
              WHEN NOT STANDARD-PRICED
                 MOVE 'APPROVED - NO STANDARD PRICING TO COMPARE'
                      TO DTL-RESULT
              WHEN SRV-CURRENT-RATE < WS-STANDARD-RATE
                 ADD 1 TO WS-PREFERENTIAL-COUNT
                 MOVE WS-STANDARD-RATE TO DTL-STD-RATE
                 MOVE '*** PREFERENTIAL - BELOW STANDARD PRICING'
                      TO DTL-RESULT
              WHEN OTHER
                 MOVE WS-STANDARD-RATE TO DTL-STD-RATE
                 MOVE 'APPROVED - STANDARD TERMS' TO DTL-RESULT
           END-EVALUATE.
           PERFORM A490-WRITE-DETAIL
           .

       A490-WRITE-DETAIL.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE PRICE A NON-INSIDER WOULD HAVE BEEN QUOTED FOR THIS
      *    LOAN - THE RATE SHEET OF THE LENDER THE APPROVAL NAMES,
      *    ADJUSTED THROUGH THE EPSLLPA GRID FOR THE LOAN AS MADE.
      *    NO LENDER, OR ONE NO LONGER ON EPSMORTF, LEAVES NOTHING TO
      *    COMPARE AGAINST; A MISSING GRID PRICES AT THE SHEET RATE.
       A500-PRICE-STANDARD.
           MOVE 'N' TO WS-STANDARD-FOUND.
           MOVE 0   TO WS-STANDARD-RATE.
           IF NOT MORTF-FILE-OPEN OR RGOAP-LENDER-COMPANY = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE RGOAP-LENDER-COMPANY TO MORT-FILE-COMPANY.
           READ MORTGAGE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y'            TO WS-STANDARD-FOUND.
           MOVE MORT-FILE-RATE TO WS-STANDARD-RATE.

           MOVE SPACE TO EPSLLPA-PROPERTY-TYPE.
           IF PROPF-FILE-OPEN
              MOVE SRV-PAN TO PROP-PAN
              READ PROPERTY-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PROP-PROPERTY-TYPE TO EPSLLPA-PROPERTY-TYPE
              END-READ
           END-IF.
           MOVE SRV-ORIGINAL-PRINCIPAL TO EPSLLPA-LOAN-AMOUNT.
           MOVE SRV-APPRAISED-VALUE    TO EPSLLPA-APPRAISED-VALUE.
           MOVE RGOAP-OCCUPANCY-IND    TO EPSLLPA-OCCUPANCY-IND.
           MOVE 0                      TO EPSLLPA-OTHER-LIEN-BALANCE.
           CALL 'EPSLLPA' USING EPSLLPA-PARMS.
           IF EPSLLPA-SUCCESS
              COMPUTE WS-STANDARD-RATE =
                      WS-STANDARD-RATE + (EPSLLPA-ADJUSTMENT-BP / 100)
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-INSIDER-COUNT      TO SUM-INSIDERS.
           MOVE WS-LOAN-COUNT         TO SUM-LOANS.
           MOVE WS-PREFERENTIAL-COUNT TO SUM-PREFERENTIAL.
           MOVE WS-NO-APPROVAL-COUNT  TO SUM-NO-APPROVAL.
           MOVE WS-OVER-LIMIT-COUNT   TO SUM-OVER-LIMIT.
           MOVE WS-ALL-INSIDER-TOTAL  TO SUM-ALL-INSIDERS.
           MOVE WS-AGGREGATE-LIMIT    TO SUM-AGGREGATE-LIMIT.
           IF WS-ALL-INSIDER-TOTAL > WS-AGGREGATE-LIMIT
              MOVE '*** OVER AGGREGATE INSIDER LIMIT' TO SUM-RESULT
           ELSE
              MOVE 'WITHIN AGGREGATE INSIDER LIMIT' TO SUM-RESULT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           IF RGOIN-FILE-OPEN
              CLOSE INSIDER-REGISTRY-FILE
           END-IF.
           IF RGOAP-FILE-OPEN
              CLOSE INSIDER-APPROVAL-FILE
           END-IF.
           CLOSE SERVICING-MASTER-FILE.
           IF MORTF-FILE-OPEN
              CLOSE MORTGAGE-FILE
           END-IF.
           IF PROPF-FILE-OPEN
              CLOSE PROPERTY-MASTER-FILE
           END-IF.
           CLOSE INSIDER-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSRGORP'       TO EPSRUNWR-JOB-NAME.
           MOVE WS-INSIDER-COUNT TO EPSRUNWR-IN-COUNT.
           MOVE WS-LOAN-COUNT    TO EPSRUNWR-OUT-COUNT.
           MOVE 0                TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
