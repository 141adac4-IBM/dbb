       ID DIVISION.
       PROGRAM-ID. EPSCTRDY.
      *    DAILY BSA/AML CASH REVIEW - CURRENCY TRANSACTION REPORTING
      *    AND STRUCTURING DETECTION FOR TELLER PAYMENTS.
      *
      *    READS THE DAY'S EPSTLRTX TELLER PAYMENT DETAIL (THE SAME
      *    DATASET EPSTLRRP EXTRACTS FROM) AND TOTALS THE CASH TENDER
      *    BY BORROWER ACROSS EVERY BRANCH AND TELLER. THE BORROWER IS
      *    THE EPSSSNXR SSN TOKEN WHEN THE PAN HAS ONE, SO CASH PAID
      *    ON TWO LOANS BY THE SAME PERSON AGGREGATES; A PAN WITH NO
      *    TOKEN STANDS ON ITS OWN. THREE SECTIONS:
      *
      *       - CURRENCY TRANSACTION REPORTS. A BORROWER WHOSE CASH FOR
      *         THE BUSINESS DAY COMES TO MORE THAN THE THRESHOLD GETS
      *         AN EPSCTRFD FILING RECORD FOR THE BSA OFFICER, WITH
      *         THE EPSBRWRF NAME AND ADDRESS AND THE CLEAR TIN
      *         EXCHANGED THROUGH EPSSSNTK.
      *       - STRUCTURING REVIEW. EVERY BORROWER'S DAY GOES ON THE
      *         EPSCSHHS CASH HISTORY. A BORROWER WHO PAID A CASH
      *         PAYMENT IN THE JUST-UNDER-THRESHOLD BAND TODAY IS
      *         BROWSED BACK OVER THE ROLLING WINDOW, AND WHEN SUCH
      *         PAYMENTS REPEAT THE BORROWER IS FLAGGED FOR THE BSA
      *         OFFICER'S SUSPICIOUS-ACTIVITY REVIEW - A CASE IS OPENED
      *         ON THE EPSBSACS CASE LOG, OR THE BORROWER'S OPEN CASE
      *         IS REFRESHED WITH THE NEW FIGURES.
      *       - OPEN CASES. EVERY CASE STILL AWAITING A DISPOSITION,
      *         WITH ITS SAR DUE DATE, OVERDUE ONES MARKED. THE
      *         OFFICER'S DISPOSITION IS KEYED THROUGH EPSBSAMT.
      *
      *    RETURN CODE 4 WHEN A FILING RECORD WENT OUT WITHOUT A TIN
      *    AND HAS TO BE COMPLETED BY HAND.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-PAYMENT-FILE ASSIGN TO EPSTLRTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TLRTX-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT CASH-HISTORY-FILE ASSIGN TO EPSCSHHS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSHH-KEY
                  FILE STATUS IS WS-CSHHS-STATUS.

           SELECT BSA-CASE-FILE ASSIGN TO EPSBSACS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BSAC-KEY
                  FILE STATUS IS WS-BSACS-STATUS.

           SELECT CTR-FILING-FILE ASSIGN TO EPSCTRFD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTRFD-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CTRDYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-PAYMENT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY EPSTLRTX.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  CASH-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCSHHS.

       FD  BSA-CASE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY EPSBSACS.

       FD  CTR-FILING-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSCTRFD.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    A BORROWER'S CASH FOR ONE BUSINESS DAY IS REPORTABLE WHEN
      *    IT COMES TO MORE THAN THIS.
           03 STATIC-CTR-THRESHOLD        PIC 9(7)V99 VALUE 10000.00.
      *    A SINGLE CASH PAYMENT FROM THIS FLOOR UP TO THE THRESHOLD
      *    IS JUST UNDER IT.
           03 STATIC-NEAR-FLOOR           PIC 9(7)V99 VALUE 8000.00.
      *    THE ROLLING WINDOW, IN DAYS ENDING WITH THE BUSINESS DAY,
      *    AND HOW MANY JUST-UNDER PAYMENTS INSIDE IT MAKE A PATTERN.
           03 STATIC-WINDOW-DAYS          PIC 9(3) VALUE 30.
           03 STATIC-NEAR-MINIMUM         PIC 9(3) VALUE 2.
      *    A SAR IS DUE THIS MANY DAYS AFTER THE CASE IS OPENED.
           03 STATIC-SAR-DAYS             PIC 9(3) VALUE 30.

       01 WS-FILE-STATUSES.
           03 WS-TLRTX-STATUS             PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-CSHHS-STATUS             PIC XX.
           03 WS-BSACS-STATUS             PIC XX.
           03 WS-CTRFD-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TELLER            PIC X VALUE 'N'.
              88 END-OF-TELLER               VALUE 'Y'.
           03 WS-END-OF-XREF              PIC X VALUE 'N'.
              88 END-OF-XREF                 VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-END-OF-CASES             PIC X VALUE 'N'.
              88 END-OF-CASES                VALUE 'Y'.
           03 WS-SSNXR-OPEN               PIC X VALUE 'N'.
              88 SSNXR-FILE-OPEN             VALUE 'Y'.
           03 WS-BRWR-OPEN                PIC X VALUE 'N'.
              88 BRWR-FILE-OPEN              VALUE 'Y'.
           03 WS-BORROWER-FOUND           PIC X VALUE 'N'.
              88 BORROWER-ON-FILE            VALUE 'Y'.
           03 WS-HISTORY-FOUND            PIC X VALUE 'N'.
              88 HISTORY-ON-FILE             VALUE 'Y'.
           03 WS-OPEN-CASE-FOUND          PIC X VALUE 'N'.
              88 OPEN-CASE-FOUND             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-PAYMENT-COUNT            PIC 9(7) VALUE 0.
           03 WS-CASH-PAYMENT-COUNT       PIC 9(7) VALUE 0.
           03 WS-NEAR-PAYMENT-COUNT       PIC 9(7) VALUE 0.
           03 WS-CTR-COUNT                PIC 9(7) VALUE 0.
           03 WS-TIN-MISSING-COUNT        PIC 9(7) VALUE 0.
           03 WS-FLAGGED-COUNT            PIC 9(7) VALUE 0.
           03 WS-CASE-OPENED-COUNT        PIC 9(7) VALUE 0.
           03 WS-CASE-UPDATED-COUNT       PIC 9(7) VALUE 0.
           03 WS-PENDING-CASE-COUNT       PIC 9(7) VALUE 0.
           03 WS-OVERDUE-CASE-COUNT       PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    PAN-TO-TOKEN MAP, FLATTENED FROM THE EPSSSNXR RECORDS AT
      *    INITIALIZATION - THE EPSSCRDX LOAD.
       01 WS-TOKEN-MAP.
           03 WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-MAP-ENTRY OCCURS 2000 TIMES.
              05 WS-MAP-PAN               PIC X(10).
              05 WS-MAP-TOKEN             PIC X(9).
       01 WS-MAP-IDX                      PIC 9(4) COMP.
       01 WS-MAP-SLOT                     PIC 9(4) COMP.
       01 WS-XREF-IDX                     PIC 9(2) COMP.

      *    THE DAY'S CASH BY BORROWER AND BUSINESS DATE.
       01 WS-CASH-TABLE.
           03 WS-CASH-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-CASH-ENTRY OCCURS 500 TIMES.
              05 CSH-BORROWER-KEY         PIC X(10).
              05 CSH-KEY-TYPE             PIC X.
              05 CSH-BUSINESS-DATE        PIC 9(8).
              05 CSH-CASH-TOTAL           PIC 9(9)V99.
              05 CSH-CASH-COUNT           PIC 9(3).
              05 CSH-NEAR-COUNT           PIC 9(3).
      *       THE LOAN OF THE LAST JUST-UNDER PAYMENT, FOR THE CASE.
              05 CSH-NEAR-PAN             PIC X(10).
              05 CSH-PAN-COUNT            PIC 9(2).
              05 CSH-PAN                  PIC X(10) OCCURS 5 TIMES.
              05 CSH-TELLER-COUNT         PIC 9(2).
              05 CSH-TELLER-ID            PIC X(8) OCCURS 5 TIMES.
       01 WS-CSH-IDX                      PIC 9(4) COMP.
       01 WS-CSH-SLOT                     PIC 9(4) COMP.
       01 WS-LIST-IDX                     PIC 9(2) COMP.
       01 WS-LIST-SLOT                    PIC 9(2) COMP.

       01 WS-BORROWER-WORK.
           03 WS-BORROWER-KEY             PIC X(10).
           03 WS-KEY-TYPE                 PIC X.

       01 WS-WINDOW-WORK.
           03 WS-WINDOW-START-DATE        PIC 9(8).
           03 WS-WINDOW-NEAR-COUNT        PIC 9(5).
           03 WS-WINDOW-CASH-TOTAL        PIC 9(9)V99.
           03 WS-OPEN-CASE-KEY.
              05 WS-OPEN-CASE-BORROWER    PIC X(10).
              05 WS-OPEN-CASE-DATE        PIC 9(8).

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKEN EXCHANGE -
      *    SEE A540-DETOKENIZE.
           COPY EPSTKPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCTRDY - DAILY CTR AND STRUCTURING REVIEW'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-CTR-HEADING              PIC X(60) VALUE
              'CURRENCY TRANSACTION REPORTS - CASH OVER $10,000'.
           03 WS-STRUCT-HEADING           PIC X(60) VALUE
              'STRUCTURING REVIEW - REPEATED JUST-UNDER CASH PAYMENTS'.
           03 WS-CASE-HEADING             PIC X(60) VALUE
              'OPEN BSA CASES AWAITING DISPOSITION'.
           03 WS-CTR-LINE.
              05 CTL-BORROWER             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CTL-DATE                 PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CTL-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CTL-COUNT                PIC ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CTL-RESULT               PIC X(50).
           03 WS-STRUCT-LINE.
              05 STL-BORROWER             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-NEAR-COUNT           PIC ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-WINDOW-CASH          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-CASE-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-RESULT               PIC X(40).
           03 WS-CASE-LINE.
              05 CSL-BORROWER             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSL-OPEN-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSL-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSL-DISPOSITION          PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSL-DUE-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSL-RESULT               PIC X(40).
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
           PERFORM A200-PROCESS-PAYMENT UNTIL END-OF-TELLER.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CTR-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A400-RECORD-ONE-DAY
                   VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CASH-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-STRUCT-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A600-CHECK-STRUCTURING
                   VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CASH-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A800-START-CASES.
           PERFORM A810-LIST-ONE-CASE UNTIL END-OF-CASES.

           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCTRDY' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TELLER-PAYMENT-FILE.
           OPEN INPUT  SSN-XREF-FILE.
           IF WS-SSNXR-STATUS = '00'
              MOVE 'Y' TO WS-SSNXR-OPEN
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
           IF WS-BRWR-STATUS = '00'
              MOVE 'Y' TO WS-BRWR-OPEN
           END-IF.
           OPEN I-O    CASH-HISTORY-FILE.
           IF WS-CSHHS-STATUS = '05' OR '35'
              CLOSE CASH-HISTORY-FILE
              OPEN OUTPUT CASH-HISTORY-FILE
              CLOSE CASH-HISTORY-FILE
              OPEN I-O CASH-HISTORY-FILE
           END-IF.
           OPEN I-O    BSA-CASE-FILE.
           IF WS-BSACS-STATUS = '05' OR '35'
              CLOSE BSA-CASE-FILE
              OPEN OUTPUT BSA-CASE-FILE
              CLOSE BSA-CASE-FILE
              OPEN I-O BSA-CASE-FILE
           END-IF.
           OPEN OUTPUT CTR-FILING-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           IF SSNXR-FILE-OPEN
              PERFORM A120-LOAD-TOKEN-MAP
           END-IF.

           PERFORM A150-READ-TELLER.

       A120-LOAD-TOKEN-MAP.
           MOVE LOW-VALUES TO SSNXR-SSN.
           START SSN-XREF-FILE KEY IS NOT LESS THAN SSNXR-SSN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-XREF
           END-START.
           PERFORM A130-LOAD-ONE-XREF UNTIL END-OF-XREF
           .

       A130-LOAD-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-XREF
              NOT AT END
                 PERFORM A135-MAP-ONE-PAN
                         VARYING WS-XREF-IDX FROM 1 BY 1
                         UNTIL WS-XREF-IDX > SSNXR-PAN-COUNT
           END-READ
           .

       A135-MAP-ONE-PAN.
           IF SSNXR-PAN(WS-XREF-IDX) NOT = SPACES
              AND WS-MAP-COUNT < 2000
              ADD 1 TO WS-MAP-COUNT
              MOVE SSNXR-PAN(WS-XREF-IDX) TO WS-MAP-PAN(WS-MAP-COUNT)
              MOVE SSNXR-SSN              TO WS-MAP-TOKEN(WS-MAP-COUNT)
           END-IF
           .

       A150-READ-TELLER.
           READ TELLER-PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TELLER
           END-READ
           .

      *    CHECKS AND ANYTHING ELSE THAT IS NOT CURRENCY ARE COUNTED
      *    AND PASSED OVER - ONLY CASH IS REPORTABLE.
       A200-PROCESS-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT.
           IF TLRTX-CASH
              ADD 1 TO WS-CASH-PAYMENT-COUNT
              PERFORM A220-FIND-BORROWER-KEY
              PERFORM A250-ACCUMULATE-CASH
           END-IF.
           PERFORM A150-READ-TELLER.

       A220-FIND-BORROWER-KEY.
           MOVE 0 TO WS-MAP-SLOT.
           PERFORM A225-MATCH-ONE-TOKEN
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0.
           IF WS-MAP-SLOT > 0
              MOVE WS-MAP-TOKEN(WS-MAP-SLOT) TO WS-BORROWER-KEY
              MOVE 'T'                       TO WS-KEY-TYPE
           ELSE
              MOVE TLRTX-PAN                 TO WS-BORROWER-KEY
              MOVE 'P'                       TO WS-KEY-TYPE
           END-IF
           .

       A225-MATCH-ONE-TOKEN.
           IF WS-MAP-PAN(WS-MAP-IDX) = TLRTX-PAN
              MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF
           .

       A250-ACCUMULATE-CASH.
           MOVE 0 TO WS-CSH-SLOT.
           PERFORM A255-MATCH-ONE-BORROWER
                   VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CASH-COUNT
                      OR WS-CSH-SLOT > 0.
           IF WS-CSH-SLOT = 0
              IF WS-CASH-COUNT < 500
                 ADD 1 TO WS-CASH-COUNT
                 MOVE WS-CASH-COUNT TO WS-CSH-SLOT
                 INITIALIZE WS-CASH-ENTRY(WS-CSH-SLOT)
                 MOVE WS-BORROWER-KEY
                      TO CSH-BORROWER-KEY(WS-CSH-SLOT)
                 MOVE WS-KEY-TYPE   TO CSH-KEY-TYPE(WS-CSH-SLOT)
                 MOVE TLRTX-PAYMENT-DATE
                      TO CSH-BUSINESS-DATE(WS-CSH-SLOT)
              ELSE
                 DISPLAY 'EPSCTRDY - CASH TABLE FULL AT 500 - '
                         'CTR TOTALS WOULD BE WRONG, RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ADD 1            TO CSH-CASH-COUNT(WS-CSH-SLOT).
           ADD TLRTX-AMOUNT TO CSH-CASH-TOTAL(WS-CSH-SLOT).
           IF TLRTX-AMOUNT NOT < STATIC-NEAR-FLOOR
              AND TLRTX-AMOUNT NOT > STATIC-CTR-THRESHOLD
              ADD 1 TO CSH-NEAR-COUNT(WS-CSH-SLOT)
              ADD 1 TO WS-NEAR-PAYMENT-COUNT
              MOVE TLRTX-PAN TO CSH-NEAR-PAN(WS-CSH-SLOT)
           END-IF.

           MOVE 0 TO WS-LIST-SLOT.
           PERFORM A260-MATCH-ONE-PAN
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > CSH-PAN-COUNT(WS-CSH-SLOT)
                      OR WS-LIST-IDX > 5
                      OR WS-LIST-SLOT > 0.
           IF WS-LIST-SLOT = 0
              ADD 1 TO CSH-PAN-COUNT(WS-CSH-SLOT)
              IF CSH-PAN-COUNT(WS-CSH-SLOT) NOT > 5
                 MOVE TLRTX-PAN TO CSH-PAN(WS-CSH-SLOT,
                                  CSH-PAN-COUNT(WS-CSH-SLOT))
              END-IF
           END-IF.

           MOVE 0 TO WS-LIST-SLOT.
           PERFORM A265-MATCH-ONE-TELLER
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > CSH-TELLER-COUNT(WS-CSH-SLOT)
                      OR WS-LIST-IDX > 5
                      OR WS-LIST-SLOT > 0.
           IF WS-LIST-SLOT = 0
              ADD 1 TO CSH-TELLER-COUNT(WS-CSH-SLOT)
              IF CSH-TELLER-COUNT(WS-CSH-SLOT) NOT > 5
                 MOVE TLRTX-TELLER-ID TO CSH-TELLER-ID(WS-CSH-SLOT,
                                        CSH-TELLER-COUNT(WS-CSH-SLOT))
              END-IF
           END-IF
           .

       A255-MATCH-ONE-BORROWER.
           IF CSH-BORROWER-KEY(WS-CSH-IDX) = WS-BORROWER-KEY
              AND CSH-BUSINESS-DATE(WS-CSH-IDX) = TLRTX-PAYMENT-DATE
              MOVE WS-CSH-IDX TO WS-CSH-SLOT
           END-IF
           .

       A260-MATCH-ONE-PAN.
           IF CSH-PAN(WS-CSH-SLOT, WS-LIST-IDX) = TLRTX-PAN
              MOVE WS-LIST-IDX TO WS-LIST-SLOT
           END-IF
           .

       A265-MATCH-ONE-TELLER.
           IF CSH-TELLER-ID(WS-CSH-SLOT, WS-LIST-IDX) = TLRTX-TELLER-ID
              MOVE WS-LIST-IDX TO WS-LIST-SLOT
           END-IF
           .

      *    THE HISTORY RECORD CARRIES THE WHOLE DAY'S FIGURES, SO A
      *    RERUN OF THE SAME DAY REPLACES RATHER THAN DOUBLES THEM.
       A400-RECORD-ONE-DAY.
           MOVE 'N' TO WS-HISTORY-FOUND.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX)  TO CSHH-BORROWER-KEY.
           MOVE CSH-BUSINESS-DATE(WS-CSH-IDX) TO CSHH-BUSINESS-DATE.
           READ CASH-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-HISTORY-FOUND
           END-READ.
           IF NOT HISTORY-ON-FILE
              MOVE SPACES TO CASH-HISTORY-RECORD
              MOVE CSH-BORROWER-KEY(WS-CSH-IDX)  TO CSHH-BORROWER-KEY
              MOVE CSH-BUSINESS-DATE(WS-CSH-IDX) TO CSHH-BUSINESS-DATE
           END-IF.
           MOVE CSH-KEY-TYPE(WS-CSH-IDX)   TO CSHH-KEY-TYPE.
           MOVE CSH-CASH-TOTAL(WS-CSH-IDX) TO CSHH-CASH-TOTAL.
           MOVE CSH-CASH-COUNT(WS-CSH-IDX) TO CSHH-CASH-COUNT.
           MOVE CSH-NEAR-COUNT(WS-CSH-IDX) TO CSHH-NEAR-COUNT.
           MOVE SPACE                      TO CSHH-CTR-FILED-IND.
           IF CSH-CASH-TOTAL(WS-CSH-IDX) > STATIC-CTR-THRESHOLD
              MOVE 'Y' TO CSHH-CTR-FILED-IND
           END-IF.
           IF HISTORY-ON-FILE
              REWRITE CASH-HISTORY-RECORD
           ELSE
              WRITE CASH-HISTORY-RECORD
           END-IF.

           IF CSH-CASH-TOTAL(WS-CSH-IDX) > STATIC-CTR-THRESHOLD
              PERFORM A500-WRITE-CTR
           END-IF
           .

       A450-READ-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND.
           IF NOT BRWR-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BORROWER-FOUND
           END-READ
           .

       A500-WRITE-CTR.
           MOVE SPACES TO CTR-FILING-RECORD.
           MOVE CSH-BUSINESS-DATE(WS-CSH-IDX) TO CTRF-BUSINESS-DATE.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX)  TO CTRF-BORROWER-KEY.
           MOVE CSH-CASH-TOTAL(WS-CSH-IDX)    TO CTRF-CASH-IN-TOTAL.
           MOVE CSH-CASH-COUNT(WS-CSH-IDX)    TO CTRF-TRANSACTION-COUNT.
           MOVE CSH-PAN-COUNT(WS-CSH-IDX)     TO CTRF-PAN-COUNT.
           MOVE CSH-TELLER-COUNT(WS-CSH-IDX)  TO CTRF-TELLER-COUNT.
           PERFORM A520-MOVE-ONE-LIST-ENTRY
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 5.

           MOVE CSH-PAN(WS-CSH-IDX, 1) TO BRWR-PAN.
           PERFORM A450-READ-BORROWER.
           IF BORROWER-ON-FILE
              MOVE BRWR-NAME        TO CTRF-NAME
              MOVE BRWR-ADDR-LINE-1 TO CTRF-ADDR-LINE-1
              MOVE BRWR-ADDR-LINE-2 TO CTRF-ADDR-LINE-2
              MOVE BRWR-CITY        TO CTRF-CITY
              MOVE BRWR-STATE       TO CTRF-STATE
              MOVE BRWR-ZIP         TO CTRF-ZIP
           END-IF.

           SET CTRF-TIN-MISSING TO TRUE.
           IF CSH-KEY-TYPE(WS-CSH-IDX) = 'T'
              PERFORM A540-DETOKENIZE
              IF EPSSSNTK-SUCCESS
                 MOVE EPSSSNTK-SSN TO CTRF-TIN
                 SET CTRF-TIN-SUPPLIED TO TRUE
              END-IF
           END-IF.
           WRITE CTR-FILING-RECORD.
           ADD 1 TO WS-CTR-COUNT.

           MOVE SPACES                        TO WS-CTR-LINE.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX)  TO CTL-BORROWER.
           MOVE CSH-BUSINESS-DATE(WS-CSH-IDX) TO CTL-DATE.
           MOVE CTRF-NAME                     TO CTL-NAME.
           MOVE CSH-CASH-COUNT(WS-CSH-IDX)    TO CTL-COUNT.
           MOVE CSH-CASH-TOTAL(WS-CSH-IDX)    TO CTL-AMOUNT.
           EVALUATE TRUE
              WHEN CTRF-TIN-MISSING
                 ADD 1 TO WS-TIN-MISSING-COUNT
                 MOVE 4 TO WS-RUN-RETURN-CODE
                 MOVE 'FILING DATA WRITTEN - NO TIN, COMPLETE BY HAND'
                      TO CTL-RESULT
              WHEN NOT BORROWER-ON-FILE
                 MOVE 'FILING DATA WRITTEN - NO NAME OR ADDRESS ON FILE'
                      TO CTL-RESULT
              WHEN OTHER
                 MOVE 'FILING DATA WRITTEN' TO CTL-RESULT
           END-EVALUATE.
           MOVE WS-CTR-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A520-MOVE-ONE-LIST-ENTRY.
           MOVE CSH-PAN(WS-CSH-IDX, WS-LIST-IDX)
                TO CTRF-PAN(WS-LIST-IDX).
           MOVE CSH-TELLER-ID(WS-CSH-IDX, WS-LIST-IDX)
                TO CTRF-TELLER-ID(WS-LIST-IDX)
           .

       A540-DETOKENIZE.
           SET EPSSSNTK-DETOKENIZE TO TRUE.
           MOVE 'EPSCTRDY' TO EPSSSNTK-CALLER-ID.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX)(1:9) TO EPSSSNTK-TOKEN.
           MOVE SPACES TO EPSSSNTK-SSN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS
           .

      *    ONLY A BORROWER WITH A JUST-UNDER PAYMENT TODAY IS BROWSED,
      *    SO A PATTERN IS FLAGGED ON THE DAY IT GROWS AND NOT AGAIN ON
      *    EVERY QUIET DAY AFTER. TODAY'S HISTORY WAS WRITTEN ABOVE,
      *    SO THE BROWSE TAKES IT IN.
       A600-CHECK-STRUCTURING.
           IF CSH-NEAR-COUNT(WS-CSH-IDX) = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (CSH-BUSINESS-DATE(WS-CSH-IDX))
                    - STATIC-WINDOW-DAYS + 1).
           MOVE 0 TO WS-WINDOW-NEAR-COUNT.
           MOVE 0 TO WS-WINDOW-CASH-TOTAL.
           MOVE 'N' TO WS-END-OF-HISTORY.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX) TO CSHH-BORROWER-KEY.
           MOVE WS-WINDOW-START-DATE         TO CSHH-BUSINESS-DATE.
           START CASH-HISTORY-FILE KEY IS NOT LESS THAN CSHH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HISTORY
           END-START.
           PERFORM A620-ADD-ONE-HISTORY-DAY UNTIL END-OF-HISTORY.

           IF WS-WINDOW-NEAR-COUNT < STATIC-NEAR-MINIMUM
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           PERFORM A650-OPEN-OR-UPDATE-CASE
           .

       A620-ADD-ONE-HISTORY-DAY.
           READ CASH-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HISTORY
           END-READ.
           IF END-OF-HISTORY
              EXIT PARAGRAPH
           END-IF.
           IF CSHH-BORROWER-KEY NOT = CSH-BORROWER-KEY(WS-CSH-IDX)
              OR CSHH-BUSINESS-DATE > CSH-BUSINESS-DATE(WS-CSH-IDX)
              MOVE 'Y' TO WS-END-OF-HISTORY
              EXIT PARAGRAPH
           END-IF.
           ADD CSHH-NEAR-COUNT TO WS-WINDOW-NEAR-COUNT.
           ADD CSHH-CASH-TOTAL TO WS-WINDOW-CASH-TOTAL
           .

      *    ONE OPEN CASE PER BORROWER - A PATTERN THAT KEEPS GROWING
      *    WHILE THE OFFICER IS STILL REVIEWING IT REFRESHES THE CASE
      *    ALREADY OPEN.
       A650-OPEN-OR-UPDATE-CASE.
           MOVE CSH-NEAR-PAN(WS-CSH-IDX) TO BRWR-PAN.
           PERFORM A450-READ-BORROWER.

           MOVE 'N'    TO WS-OPEN-CASE-FOUND.
           MOVE 'N'    TO WS-END-OF-CASES.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX) TO BSAC-BORROWER-KEY.
           MOVE 0                            TO BSAC-OPEN-DATE.
           START BSA-CASE-FILE KEY IS NOT LESS THAN BSAC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CASES
           END-START.
           PERFORM A660-FIND-OPEN-CASE
                   UNTIL END-OF-CASES OR OPEN-CASE-FOUND.
           MOVE 'N' TO WS-END-OF-CASES.

           MOVE SPACES                    TO WS-STRUCT-LINE.
           MOVE CSH-BORROWER-KEY(WS-CSH-IDX) TO STL-BORROWER.
           MOVE CSH-NEAR-PAN(WS-CSH-IDX)  TO STL-PAN.
           MOVE WS-WINDOW-NEAR-COUNT      TO STL-NEAR-COUNT.
           MOVE WS-WINDOW-CASH-TOTAL      TO STL-WINDOW-CASH.

           IF OPEN-CASE-FOUND
              MOVE WS-OPEN-CASE-KEY TO BSAC-KEY
              READ BSA-CASE-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              PERFORM A680-MOVE-PATTERN
              REWRITE BSA-CASE-RECORD
              ADD 1 TO WS-CASE-UPDATED-COUNT
              MOVE 'OPEN CASE UPDATED' TO STL-RESULT
           ELSE
              MOVE SPACES TO BSA-CASE-RECORD
              MOVE CSH-BORROWER-KEY(WS-CSH-IDX) TO BSAC-BORROWER-KEY
              MOVE WS-CURRENT-DATE-8            TO BSAC-OPEN-DATE
              MOVE CSH-KEY-TYPE(WS-CSH-IDX)     TO BSAC-KEY-TYPE
              COMPUTE BSAC-SAR-DUE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                       + STATIC-SAR-DAYS)
              SET BSAC-OPEN    TO TRUE
              SET BSAC-PENDING TO TRUE
              MOVE 0 TO BSAC-DISPOSITION-DATE
              PERFORM A680-MOVE-PATTERN
              WRITE BSA-CASE-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              ADD 1 TO WS-CASE-OPENED-COUNT
              MOVE 'NEW CASE OPENED FOR SAR REVIEW' TO STL-RESULT
           END-IF.
           MOVE BSAC-BORROWER-NAME TO STL-NAME.
           MOVE BSAC-OPEN-DATE     TO STL-CASE-DATE.
           MOVE WS-STRUCT-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A660-FIND-OPEN-CASE.
           READ BSA-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CASES
           END-READ.
           IF END-OF-CASES
              EXIT PARAGRAPH
           END-IF.
           IF BSAC-BORROWER-KEY NOT = CSH-BORROWER-KEY(WS-CSH-IDX)
              MOVE 'Y' TO WS-END-OF-CASES
              EXIT PARAGRAPH
           END-IF.
           IF BSAC-OPEN
              MOVE BSAC-KEY TO WS-OPEN-CASE-KEY
              MOVE 'Y'      TO WS-OPEN-CASE-FOUND
           END-IF
           .

       A680-MOVE-PATTERN.
           MOVE CSH-NEAR-PAN(WS-CSH-IDX)      TO BSAC-PAN.
           IF BORROWER-ON-FILE
              MOVE BRWR-NAME                  TO BSAC-BORROWER-NAME
           END-IF.
           MOVE CSH-BUSINESS-DATE(WS-CSH-IDX) TO BSAC-LAST-FLAG-DATE.
           MOVE WS-WINDOW-NEAR-COUNT          TO BSAC-NEAR-COUNT.
           MOVE WS-WINDOW-CASH-TOTAL          TO BSAC-WINDOW-CASH-TOTAL
           .

       A800-START-CASES.
           MOVE 'N' TO WS-END-OF-CASES.
           MOVE LOW-VALUES TO BSAC-KEY.
           START BSA-CASE-FILE KEY IS NOT LESS THAN BSAC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CASES
           END-START
           .

       A810-LIST-ONE-CASE.
           READ BSA-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CASES
           END-READ.
           IF END-OF-CASES
              EXIT PARAGRAPH
           END-IF.
           IF NOT BSAC-OPEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PENDING-CASE-COUNT.
           MOVE SPACES             TO WS-CASE-LINE.
           MOVE BSAC-BORROWER-KEY  TO CSL-BORROWER.
           MOVE BSAC-OPEN-DATE     TO CSL-OPEN-DATE.
           MOVE BSAC-BORROWER-NAME TO CSL-NAME.
           MOVE BSAC-DISPOSITION   TO CSL-DISPOSITION.
           MOVE BSAC-SAR-DUE-DATE  TO CSL-DUE-DATE.
           EVALUATE TRUE
              WHEN BSAC-SAR-DUE-DATE < WS-CURRENT-DATE-8
                 ADD 1 TO WS-OVERDUE-CASE-COUNT
                 MOVE 'SAR DECISION OVERDUE' TO CSL-RESULT
              WHEN BSAC-ESCALATED
                 MOVE 'ESCALATED - UNDER INVESTIGATION' TO CSL-RESULT
              WHEN OTHER
                 MOVE 'AWAITING DISPOSITION' TO CSL-RESULT
           END-EVALUATE.
           MOVE WS-CASE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TELLER PAYMENTS READ:'          TO SUM-LABEL.
           MOVE WS-PAYMENT-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  CASH PAYMENTS:'               TO SUM-LABEL.
           MOVE WS-CASH-PAYMENT-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  JUST UNDER THE CTR THRESHOLD:' TO SUM-LABEL.
           MOVE WS-NEAR-PAYMENT-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'BORROWER CASH DAYS:'            TO SUM-LABEL.
           MOVE WS-CASH-COUNT                    TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'CTR FILING RECORDS WRITTEN:'    TO SUM-LABEL.
           MOVE WS-CTR-COUNT                     TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  WITHOUT A TIN:'               TO SUM-LABEL.
           MOVE WS-TIN-MISSING-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'BORROWERS FLAGGED FOR STRUCTURING:' TO SUM-LABEL.
           MOVE WS-FLAGGED-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  NEW CASES OPENED:'            TO SUM-LABEL.
           MOVE WS-CASE-OPENED-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OPEN CASES UPDATED:'          TO SUM-LABEL.
           MOVE WS-CASE-UPDATED-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'CASES AWAITING DISPOSITION:'    TO SUM-LABEL.
           MOVE WS-PENDING-CASE-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  PAST SAR DUE DATE:'           TO SUM-LABEL.
           MOVE WS-OVERDUE-CASE-COUNT            TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.

           CLOSE TELLER-PAYMENT-FILE.
           IF SSNXR-FILE-OPEN
              CLOSE SSN-XREF-FILE
           END-IF.
           IF BRWR-FILE-OPEN
              CLOSE BORROWER-MASTER-FILE
           END-IF.
           CLOSE CASH-HISTORY-FILE.
           CLOSE BSA-CASE-FILE.
           CLOSE CTR-FILING-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSCTRDY'            TO EPSRUNWR-JOB-NAME.
           MOVE WS-PAYMENT-COUNT      TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-CTR-COUNT
                 + WS-CASE-OPENED-COUNT + WS-CASE-UPDATED-COUNT.
           MOVE WS-TIN-MISSING-COUNT  TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE    TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE    TO RETURN-CODE
           .

       A950-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .
