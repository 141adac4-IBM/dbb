       ID DIVISION.
       PROGRAM-ID. EPSTDMNT.
      *    TRAILING-DOCUMENT RECEIPT RUN.
      *
      *    POST-CLOSING KEYS ONE EPSTDTXN RECEIPT FOR EACH TRAILING
      *    DOCUMENT THAT COMES BACK - THE RECORDED MORTGAGE FROM THE
      *    COUNTY, THE FINAL TITLE POLICY FROM THE TITLE COMPANY.
      *    EACH RECEIPT STAMPS THE RECEIVED DATE AND RECORDING OR
      *    POLICY REFERENCE ON THE LOAN'S EPSTRDOC ITEM. WHEN THE LAST
      *    ITEM IS IN AND THE CUSTODIAN HAS CERTIFIED THE COLLATERAL
      *    FILE (EPSTDCRT), THE RECORD'S COMPLETE DATE IS STAMPED AND
      *    THE LOAN DROPS OFF THE EPSTDAGE AGING REPORT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSTDTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TDTXN-STATUS.

           SELECT TRAILING-DOC-FILE ASSIGN TO EPSTRDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDOC-PAN
                  FILE STATUS IS WS-TRDOC-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO TDMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSTDTXN.

       FD  TRAILING-DOC-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSTRDOC.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'RECEIPT FAILED - NO TRAILING-DOCUMENT RECORD FOR
      -       'PAN'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'RECEIPT FAILED - ITEM CODE NOT ON THE LOAN LIST'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'RECEIPT FAILED - RECEIVED DATE NOT NUMERIC'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 3 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-TDTXN-STATUS             PIC XX.
           03 WS-TRDOC-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-TDOC-FOUND               PIC X VALUE 'N'.
              88 TDOC-ON-FILE                VALUE 'Y'.
           03 WS-FILE-STATE               PIC X.
              88 FILE-COMPLETE               VALUE 'C'.

       01 WS-COUNTERS.
           03 WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
           03 WS-COMPLETED-COUNT          PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-ITEM-IDX                     PIC 9(2).
       01 WS-ITEM-SLOT                    PIC 9(2).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSTDMNT - TRAILING DOCUMENT RECEIPTS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ITEM-CODE            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'APPLIED:'.
              05 SUM-APPLIED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'COMPLETED:'.
              05 SUM-COMPLETED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           MOVE 'EPSTDMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    TRAILING-DOC-FILE.
           IF WS-TRDOC-STATUS = '05' OR '35'
              CLOSE TRAILING-DOC-FILE
              OPEN OUTPUT TRAILING-DOC-FILE
              CLOSE TRAILING-DOC-FILE
              OPEN I-O TRAILING-DOC-FILE
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
           MOVE 0               TO WS-VALIDATION-INDICATOR.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE TDTXN-PAN       TO DTL-PAN.
           MOVE TDTXN-ITEM-CODE TO DTL-ITEM-CODE.

           IF TDTXN-RECEIVED-DATE IS NOT NUMERIC
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-TRAILING-DOCS
              PERFORM A300-RECORD-RECEIPT
           END-IF
           .
           IF WS-TRANSACTION-VALID
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

       A250-READ-TRAILING-DOCS.
           MOVE 'N' TO WS-TDOC-FOUND.
           MOVE TDTXN-PAN TO TDOC-PAN.
           READ TRAILING-DOC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TDOC-FOUND
           END-READ
           .

      *    A SECOND RECEIPT FOR THE SAME ITEM - A RE-RECORDED
      *    MORTGAGE, A CORRECTED POLICY - SIMPLY REPLACES THE FIRST.
       A300-RECORD-RECEIPT.
           IF NOT TDOC-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ITEM-SLOT.
           PERFORM A310-FIND-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > TDOC-ITEM-COUNT
                      OR WS-ITEM-SLOT > 0.
           IF WS-ITEM-SLOT = 0
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE TDTXN-RECEIVED-DATE
                TO TDOC-RECEIVED-DATE(WS-ITEM-SLOT).
           MOVE TDTXN-REFERENCE
                TO TDOC-ITEM-REFERENCE(WS-ITEM-SLOT).
           PERFORM A400-TEST-FILE-COMPLETE.
           MOVE WS-CURRENT-DATE-8 TO TDOC-LAST-MAINT-DATE.
           REWRITE TRAILING-DOCUMENT-RECORD.
           IF FILE-COMPLETE AND TDOC-COMPLETE-DATE
                 = WS-CURRENT-DATE-8
              ADD 1 TO WS-COMPLETED-COUNT
              MOVE 'ITEM RECEIVED - TRAILING DOCUMENTS COMPLETE'
                   TO DTL-RESULT
           ELSE
              MOVE 'ITEM RECEIVED' TO DTL-RESULT
           END-IF
           .

       A310-FIND-ITEM.
           IF TDOC-ITEM-CODE(WS-ITEM-IDX) = TDTXN-ITEM-CODE
              MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
           END-IF
           .

      *    COMPLETE MEANS EVERY ITEM IN HAND AND THE CUSTODIAN'S
      *    CERTIFICATION CLEAN. THE DATE IS STAMPED ONCE; THE SAME
      *    TEST RUNS IN EPSTDCRT WHEN THE CERTIFICATION IS THE LAST
      *    THING TO ARRIVE.
       A400-TEST-FILE-COMPLETE.
           MOVE 'C' TO WS-FILE-STATE.
           IF NOT TDOC-CERTIFIED
              MOVE 'I' TO WS-FILE-STATE
           END-IF.
           PERFORM A410-TEST-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > TDOC-ITEM-COUNT.
           IF FILE-COMPLETE AND TDOC-COMPLETE-DATE = 0
              MOVE WS-CURRENT-DATE-8 TO TDOC-COMPLETE-DATE
           END-IF
           .

       A410-TEST-ONE-ITEM.
           IF TDOC-RECEIVED-DATE(WS-ITEM-IDX) = 0
              MOVE 'I' TO WS-FILE-STATE
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-APPLIED-COUNT   TO SUM-APPLIED.
           MOVE WS-COMPLETED-COUNT TO SUM-COMPLETED.
           MOVE WS-ERROR-COUNT     TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE TRAILING-DOC-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
