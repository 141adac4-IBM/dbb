       ID DIVISION.
       PROGRAM-ID. EPSRGOMT.
      *    REGULATION O INSIDER REGISTRY MAINTENANCE RUN.
      *
      *    APPLIES EPSRGOTX TRANSACTIONS TO THE INSIDER FILES - THE
      *    EPSOLMNT TRANSACTION SHAPE:
      *
      *       - ADDS OR CHANGES AN EXECUTIVE OFFICER, DIRECTOR OR
      *         PRINCIPAL SHAREHOLDER ON THE EPSRGOIN REGISTRY. AN
      *         INSIDER IS NEVER DELETED - ONE WHO LEAVES IS CHANGED
      *         TO INACTIVE AND STAYS ON FILE FOR THE EXAMINERS.
      *       - LINKS A PAN TO AN INSIDER, AS THE INSIDER'S OWN
      *         BORROWING OR A RELATED INTEREST'S, AND UNLINKS ONE
      *         THAT IS NO LONGER RELATED. THE EPSRGOPX PAN-TO-
      *         INSIDER CROSS-REFERENCE IS WRITTEN AND DELETED IN THE
      *         SAME STEP, SO IT NEVER DISAGREES WITH THE REGISTRY.
      *         A PAN IS AGGREGATED UNDER ONE INSIDER ONLY.
      *       - RECORDS THE BOARD'S PRIOR APPROVAL OF A LINKED PAN
      *         ON EPSRGOAP, OR RESCINDS IT. AN APPROVAL IS ONLY
      *         TAKEN WHEN THE MINUTES SHOW THE INTERESTED INSIDER
      *         ABSTAINED FROM THE VOTE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSRGOTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RGOTX-STATUS.

           SELECT INSIDER-REGISTRY-FILE ASSIGN TO EPSRGOIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOIN-INSIDER-ID
                  FILE STATUS IS WS-RGOIN-STATUS.

           SELECT INSIDER-XREF-FILE ASSIGN TO EPSRGOPX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOPX-PAN
                  FILE STATUS IS WS-RGOPX-STATUS.

           SELECT INSIDER-APPROVAL-FILE ASSIGN TO EPSRGOAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOAP-PAN
                  FILE STATUS IS WS-RGOAP-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO RGOMTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY EPSRGOTX.

       FD  INSIDER-REGISTRY-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSRGOIN.

       FD  INSIDER-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY EPSRGOPX.

       FD  INSIDER-APPROVAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRGOAP.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT I, L, U, B OR R'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - INSIDER ID MISSING'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'INSIDER FAILED - NO NAME OR BAD RELATIONSHIP CODE'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'INSIDER FAILED - STATUS NOT A OR I'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - INSIDER NOT ON FILE'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'LINK FAILED - PAN MISSING OR RELATION NOT I OR R'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'LINK FAILED - PAN ALREADY LINKED TO AN INSIDER'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'LINK FAILED - INSIDER PAN TABLE IS FULL'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - PAN NOT LINKED TO THIS INSIDER'.
              05 FILLER                  PIC 99 VALUE 10.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL FAILED - DATE, MEETING OR AMOUNT MISSING'.
              05 FILLER                  PIC 99 VALUE 11.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL FAILED - INSIDER DID NOT ABSTAIN'.
              05 FILLER                  PIC 99 VALUE 12.
              05 FILLER                  PIC X(80)
              VALUE 'RESCIND FAILED - NO APPROVAL ON FILE FOR INSIDER'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 12 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-RGOTX-STATUS             PIC XX.
           03 WS-RGOIN-STATUS             PIC XX.
           03 WS-RGOPX-STATUS             PIC XX.
           03 WS-RGOAP-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-INSIDER-FOUND            PIC X VALUE 'N'.
              88 INSIDER-ON-FILE             VALUE 'Y'.
           03 WS-APPROVAL-FOUND           PIC X VALUE 'N'.
              88 APPROVAL-ON-FILE            VALUE 'Y'.

      *    WHERE THE TRANSACTION'S PAN SITS IN THE INSIDER'S PAN
      *    TABLE - ZERO WHEN IT IS NOT THERE.
       01 WS-PAN-IDX                      PIC 9(2) COMP.
       01 WS-PAN-SLOT                     PIC 9(2) COMP.

       01 WS-COUNTERS.
           03 WS-INSIDER-ADD-COUNT        PIC 9(7) VALUE 0.
           03 WS-INSIDER-CHANGE-COUNT     PIC 9(7) VALUE 0.
           03 WS-LINK-COUNT               PIC 9(7) VALUE 0.
           03 WS-UNLINK-COUNT             PIC 9(7) VALUE 0.
           03 WS-APPROVAL-COUNT           PIC 9(7) VALUE 0.
           03 WS-RESCIND-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRGOMT - REG O INSIDER MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INSIDER-ID           PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(15) VALUE
                 'INSIDERS ADDED:'.
              05 SUM-INSIDER-ADDS         PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'CHANGED:'.
              05 SUM-INSIDER-CHANGES      PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'LINKED:'.
              05 SUM-LINKS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'UNLINKED:'.
              05 SUM-UNLINKS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'APPROVALS:'.
              05 SUM-APPROVALS            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'RESCINDED:'.
              05 SUM-RESCINDS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRGOMT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    INSIDER-REGISTRY-FILE.
           IF WS-RGOIN-STATUS = '05' OR '35'
              CLOSE INSIDER-REGISTRY-FILE
              OPEN OUTPUT INSIDER-REGISTRY-FILE
              CLOSE INSIDER-REGISTRY-FILE
              OPEN I-O INSIDER-REGISTRY-FILE
           END-IF.
           OPEN I-O    INSIDER-XREF-FILE.
           IF WS-RGOPX-STATUS = '05' OR '35'
              CLOSE INSIDER-XREF-FILE
              OPEN OUTPUT INSIDER-XREF-FILE
              CLOSE INSIDER-XREF-FILE
              OPEN I-O INSIDER-XREF-FILE
           END-IF.
           OPEN I-O    INSIDER-APPROVAL-FILE.
           IF WS-RGOAP-STATUS = '05' OR '35'
              CLOSE INSIDER-APPROVAL-FILE
              OPEN OUTPUT INSIDER-APPROVAL-FILE
              CLOSE INSIDER-APPROVAL-FILE
              OPEN I-O INSIDER-APPROVAL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0                    TO WS-VALIDATION-INDICATOR.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE RGOTX-ACTION         TO DTL-ACTION.
           MOVE RGOTX-INSIDER-ID     TO DTL-INSIDER-ID.
           MOVE RGOTX-PAN            TO DTL-PAN.

           IF NOT RGOTX-INSIDER AND NOT RGOTX-LINK-PAN
              AND NOT RGOTX-UNLINK-PAN AND NOT RGOTX-BOARD-APPROVAL
              AND NOT RGOTX-RESCIND-APPROVAL
              MOVE 1 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND RGOTX-INSIDER-ID = SPACES
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-INSIDER
              EVALUATE TRUE
                 WHEN RGOTX-INSIDER
                    PERFORM A300-MAINTAIN-INSIDER
                 WHEN NOT INSIDER-ON-FILE
                    MOVE 5 TO WS-VALIDATION-INDICATOR
                 WHEN RGOTX-LINK-PAN
                    PERFORM A400-LINK-PAN
                 WHEN RGOTX-UNLINK-PAN
                    PERFORM A500-UNLINK-PAN
                 WHEN RGOTX-BOARD-APPROVAL
                    PERFORM A600-RECORD-APPROVAL
                 WHEN RGOTX-RESCIND-APPROVAL
                    PERFORM A700-RESCIND-APPROVAL
              END-EVALUATE
           END-IF
           .
           IF NOT WS-TRANSACTION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

       A250-READ-INSIDER.
           MOVE 'N' TO WS-INSIDER-FOUND.
           MOVE RGOTX-INSIDER-ID TO RGOIN-INSIDER-ID.
           READ INSIDER-REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-INSIDER-FOUND
           END-READ
           .

      *    LOCATE RGOTX-PAN IN THE INSIDER'S PAN TABLE.
       A260-FIND-PAN.
           MOVE 0 TO WS-PAN-SLOT.
           PERFORM A265-TEST-ONE-PAN
                   VARYING WS-PAN-IDX FROM 1 BY 1
                   UNTIL WS-PAN-IDX > RGOIN-PAN-COUNT
                      OR WS-PAN-SLOT > 0
           .

       A265-TEST-ONE-PAN.
           IF RGOIN-PAN(WS-PAN-IDX) = RGOTX-PAN
              MOVE WS-PAN-IDX TO WS-PAN-SLOT
           END-IF
           .

      *    A NEW INSIDER STARTS ACTIVE WITH AN EMPTY PAN TABLE; A
      *    CHANGE LEAVES THE PAN TABLE ALONE.
       A300-MAINTAIN-INSIDER.
           IF RGOTX-INSIDER-NAME = SPACES
              OR (RGOTX-RELATIONSHIP NOT = 'E' AND NOT = 'D'
                  AND NOT = 'P')
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF RGOTX-STATUS-IND = SPACE
              MOVE 'A' TO RGOTX-STATUS-IND
           END-IF.
           IF RGOTX-STATUS-IND NOT = 'A' AND NOT = 'I'
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT INSIDER-ON-FILE
              MOVE SPACES           TO INSIDER-REGISTRY-RECORD
              MOVE RGOTX-INSIDER-ID TO RGOIN-INSIDER-ID
              MOVE 0                TO RGOIN-PAN-COUNT
              PERFORM A310-CLEAR-PAN-ENTRY
                      VARYING WS-PAN-IDX FROM 1 BY 1
                      UNTIL WS-PAN-IDX > 10
           END-IF.
           MOVE RGOTX-INSIDER-NAME TO RGOIN-INSIDER-NAME.
           MOVE RGOTX-RELATIONSHIP TO RGOIN-RELATIONSHIP.
           MOVE RGOTX-STATUS-IND   TO RGOIN-STATUS-IND.
           MOVE 0                  TO RGOIN-LENDING-LIMIT.
           IF RGOTX-LENDING-LIMIT IS NUMERIC
              MOVE RGOTX-LENDING-LIMIT TO RGOIN-LENDING-LIMIT
           END-IF.
           MOVE RGOTX-USER-ID      TO RGOIN-USER-ID.
           MOVE WS-CURRENT-DATE-8  TO RGOIN-LAST-MAINT-DATE.
           IF INSIDER-ON-FILE
              REWRITE INSIDER-REGISTRY-RECORD
              ADD 1 TO WS-INSIDER-CHANGE-COUNT
              MOVE 'INSIDER CHANGED' TO DTL-RESULT
           ELSE
              WRITE INSIDER-REGISTRY-RECORD
              ADD 1 TO WS-INSIDER-ADD-COUNT
              MOVE 'INSIDER ADDED' TO DTL-RESULT
           END-IF.
           IF RGOIN-INACTIVE
              MOVE ' - INACTIVE, HISTORY KEPT' TO DTL-RESULT(16:25)
           END-IF
           .

       A310-CLEAR-PAN-ENTRY.
           MOVE SPACES TO RGOIN-PAN(WS-PAN-IDX).
           MOVE SPACE  TO RGOIN-PAN-RELATION(WS-PAN-IDX).
           MOVE 0      TO RGOIN-PAN-ADD-DATE(WS-PAN-IDX)
           .

      *    THE PAN MAY BE LINKED BEFORE THE APPLICATION EXISTS - THE
      *    COMPLIANCE DESK LINKS IT AS SOON AS IT KNOWS AN INSIDER IS
      *    BEHIND THE BORROWER.
       A400-LINK-PAN.
           IF RGOTX-PAN = SPACES
              OR (RGOTX-PAN-RELATION NOT = 'I' AND NOT = 'R')
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE RGOTX-PAN TO RGOPX-PAN.
           READ INSIDER-XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 7 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF RGOIN-PAN-COUNT NOT < 10
              MOVE 8 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RGOIN-PAN-COUNT.
           MOVE RGOTX-PAN          TO RGOIN-PAN(RGOIN-PAN-COUNT).
           MOVE RGOTX-PAN-RELATION
                TO RGOIN-PAN-RELATION(RGOIN-PAN-COUNT).
           MOVE WS-CURRENT-DATE-8
                TO RGOIN-PAN-ADD-DATE(RGOIN-PAN-COUNT).
           MOVE RGOTX-USER-ID      TO RGOIN-USER-ID.
           MOVE WS-CURRENT-DATE-8  TO RGOIN-LAST-MAINT-DATE.
           REWRITE INSIDER-REGISTRY-RECORD.

           MOVE SPACES             TO INSIDER-PAN-XREF-RECORD.
           MOVE RGOTX-PAN          TO RGOPX-PAN.
           MOVE RGOTX-INSIDER-ID   TO RGOPX-INSIDER-ID.
           MOVE RGOTX-PAN-RELATION TO RGOPX-PAN-RELATION.
           MOVE WS-CURRENT-DATE-8  TO RGOPX-ADD-DATE.
           WRITE INSIDER-PAN-XREF-RECORD.

           ADD 1 TO WS-LINK-COUNT.
           IF RGOTX-PAN-RELATION = 'R'
              MOVE 'PAN LINKED - RELATED INTEREST' TO DTL-RESULT
           ELSE
              MOVE 'PAN LINKED - INSIDER' TO DTL-RESULT
           END-IF
           .

      *    THE ENTRIES BEHIND THE UNLINKED ONE CLOSE UP SO THE TABLE
      *    STAYS DENSE. ANY BOARD APPROVAL STAYS ON EPSRGOAP - IT IS
      *    PART OF THE RECORD OF CREDIT EXTENDED TO AN INSIDER.
       A500-UNLINK-PAN.
           PERFORM A260-FIND-PAN.
           IF WS-PAN-SLOT = 0
              MOVE 9 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A510-CLOSE-UP-ENTRY
                   VARYING WS-PAN-IDX FROM WS-PAN-SLOT BY 1
                   UNTIL WS-PAN-IDX NOT < RGOIN-PAN-COUNT.
           MOVE RGOIN-PAN-COUNT TO WS-PAN-IDX.
           PERFORM A310-CLEAR-PAN-ENTRY.
           SUBTRACT 1 FROM RGOIN-PAN-COUNT.
           MOVE RGOTX-USER-ID      TO RGOIN-USER-ID.
           MOVE WS-CURRENT-DATE-8  TO RGOIN-LAST-MAINT-DATE.
           REWRITE INSIDER-REGISTRY-RECORD.

           MOVE RGOTX-PAN TO RGOPX-PAN.
           DELETE INSIDER-XREF-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.

           ADD 1 TO WS-UNLINK-COUNT.
           MOVE 'PAN UNLINKED' TO DTL-RESULT
           .

       A510-CLOSE-UP-ENTRY.
           MOVE RGOIN-PAN-ENTRY(WS-PAN-IDX + 1)
                TO RGOIN-PAN-ENTRY(WS-PAN-IDX)
           .

      *    THE BOARD APPROVES A PAN ALREADY LINKED TO THE INSIDER,
      *    SO THE APPROVAL AND THE AGGREGATE IT COUNTS TOWARD ALWAYS
      *    NAME THE SAME PERSON. A SECOND APPROVAL OF THE SAME PAN -
      *    AN INCREASE VOTED AT A LATER MEETING - REPLACES THE FIRST.
       A600-RECORD-APPROVAL.
           PERFORM A260-FIND-PAN.
           IF WS-PAN-SLOT = 0
              MOVE 9 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF RGOTX-APPROVAL-DATE IS NOT NUMERIC
              OR RGOTX-APPROVAL-DATE = 0
              OR RGOTX-BOARD-MEETING-REF = SPACES
              OR RGOTX-APPROVED-AMOUNT IS NOT NUMERIC
              OR RGOTX-APPROVED-AMOUNT = 0
              MOVE 10 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF RGOTX-ABSTAIN-IND NOT = 'Y'
              MOVE 11 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A650-READ-APPROVAL.

           MOVE SPACES                  TO INSIDER-APPROVAL-RECORD.
           MOVE RGOTX-PAN               TO RGOAP-PAN.
           MOVE RGOTX-INSIDER-ID        TO RGOAP-INSIDER-ID.
           MOVE RGOTX-APPROVAL-DATE     TO RGOAP-APPROVAL-DATE.
           MOVE RGOTX-BOARD-MEETING-REF TO RGOAP-BOARD-MEETING-REF.
           MOVE RGOTX-APPROVED-AMOUNT   TO RGOAP-APPROVED-AMOUNT.
           MOVE 0                       TO RGOAP-APPROVED-RATE.
           IF RGOTX-APPROVED-RATE IS NUMERIC
              MOVE RGOTX-APPROVED-RATE  TO RGOAP-APPROVED-RATE
           END-IF.
           MOVE RGOTX-LENDER-COMPANY    TO RGOAP-LENDER-COMPANY.
           MOVE RGOTX-OCCUPANCY-IND     TO RGOAP-OCCUPANCY-IND.
           MOVE RGOTX-ABSTAIN-IND       TO RGOAP-ABSTAIN-IND.
           MOVE 'A'                     TO RGOAP-STATUS-IND.
           MOVE RGOTX-USER-ID           TO RGOAP-USER-ID.
           MOVE WS-CURRENT-DATE-8       TO RGOAP-LAST-MAINT-DATE.
           IF APPROVAL-ON-FILE
              REWRITE INSIDER-APPROVAL-RECORD
              MOVE 'BOARD APPROVAL REPLACED' TO DTL-RESULT
           ELSE
              WRITE INSIDER-APPROVAL-RECORD
              MOVE 'BOARD APPROVAL RECORDED' TO DTL-RESULT
           END-IF.
           ADD 1 TO WS-APPROVAL-COUNT
           .

       A650-READ-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-FOUND.
           MOVE RGOTX-PAN TO RGOAP-PAN.
           READ INSIDER-APPROVAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-APPROVAL-FOUND
           END-READ
           .

       A700-RESCIND-APPROVAL.
           PERFORM A650-READ-APPROVAL.
           IF NOT APPROVAL-ON-FILE
              OR RGOAP-INSIDER-ID NOT = RGOTX-INSIDER-ID
              MOVE 12 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R'               TO RGOAP-STATUS-IND.
           MOVE RGOTX-USER-ID     TO RGOAP-USER-ID.
           MOVE WS-CURRENT-DATE-8 TO RGOAP-LAST-MAINT-DATE.
           REWRITE INSIDER-APPROVAL-RECORD.
           ADD 1 TO WS-RESCIND-COUNT.
           MOVE 'BOARD APPROVAL RESCINDED' TO DTL-RESULT
           .

       A900-FINALIZE.
           MOVE WS-INSIDER-ADD-COUNT    TO SUM-INSIDER-ADDS.
           MOVE WS-INSIDER-CHANGE-COUNT TO SUM-INSIDER-CHANGES.
           MOVE WS-LINK-COUNT           TO SUM-LINKS.
           MOVE WS-UNLINK-COUNT         TO SUM-UNLINKS.
           MOVE WS-APPROVAL-COUNT       TO SUM-APPROVALS.
           MOVE WS-RESCIND-COUNT        TO SUM-RESCINDS.
           MOVE WS-ERROR-COUNT          TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE INSIDER-REGISTRY-FILE.
           CLOSE INSIDER-XREF-FILE.
           CLOSE INSIDER-APPROVAL-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .

           MOVE 'EPSRGOMT' TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-INSIDER-ADD-COUNT
              + WS-INSIDER-CHANGE-COUNT + WS-LINK-COUNT
              + WS-UNLINK-COUNT + WS-APPROVAL-COUNT
              + WS-RESCIND-COUNT.
           COMPUTE EPSRUNWR-IN-COUNT = EPSRUNWR-OUT-COUNT
              + WS-ERROR-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT = WS-ERROR-COUNT.
           MOVE 0 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
