       ID DIVISION.
       PROGRAM-ID. EPSFCMNT.
      *    FORWARD COMMITMENT MAINTENANCE RUN.
      *
      *    APPLIES EPSFCTX ADD/CHANGE/CANCEL/MARK TRANSACTIONS TO THE
      *    EPSFCMT FORWARD COMMITMENT MASTER - THE EPSBKMNT
      *    TRANSACTION SHAPE. AN ADD OPENS A COMMITMENT THE SECONDARY
      *    DESK HAS SIGNED; A CHANGE CORRECTS ITS TERMS WHILE IT IS
      *    OPEN BUT NEVER BELOW THE PRINCIPAL ALREADY DELIVERED; A
      *    CANCEL IS ONLY FOR A COMMITMENT NOTHING HAS BEEN DELIVERED
      *    AGAINST (ONE WITH DELIVERIES RUNS TO EXPIRATION AND PAIRS
      *    OFF); A MARK RECORDS THE DESK'S CURRENT MARKET PRICE,
      *    WHICH EPSFCPOS PRICES THE PAIR-OFF WITH AT EXPIRATION.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSFCTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FCTX-STATUS.

           SELECT COMMITMENT-MASTER-FILE ASSIGN TO EPSFCMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCMT-COMMITMENT-ID
                  FILE STATUS IS WS-FCMT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO FCMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSFCTX.

       FD  COMMITMENT-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSFCMT.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - COMMITMENT ID ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO COMMITMENT ON FILE FOR ID'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A, C, X OR M'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - INVESTOR, AMOUNT OR PRICE MISSING'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - EXPIRATION NOT AFTER TRADE DATE'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - COMMITMENT NO LONGER OPEN'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'CHANGE FAILED - AMOUNT BELOW PRINCIPAL DELIVERED'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'CANCEL FAILED - LOANS DELIVERED, MUST PAIR OFF'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(80)
              VALUE 'MARK FAILED - MARKET PRICE MISSING'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 9 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-FCTX-STATUS              PIC XX.
           03 WS-FCMT-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 COMMITMENT-ON-FILE          VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-TRANS-COUNT              PIC 9(7) VALUE 0.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-CANCEL-COUNT             PIC 9(7) VALUE 0.
           03 WS-MARK-COUNT               PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

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
                 'EPSFCMNT - FORWARD COMMITMENT MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-COMMITMENT-ID        PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INVESTOR             PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PRICE                PIC ZZ9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(65).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'CANCELS:'.
              05 SUM-CANCELS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'MARKS:'.
              05 SUM-MARKS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
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
           MOVE 'EPSFCMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    COMMITMENT-MASTER-FILE.
           IF WS-FCMT-STATUS = '05' OR '35'
              CLOSE COMMITMENT-MASTER-FILE
              OPEN OUTPUT COMMITMENT-MASTER-FILE
              CLOSE COMMITMENT-MASTER-FILE
              OPEN I-O COMMITMENT-MASTER-FILE
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
              NOT AT END
                 ADD 1 TO WS-TRANS-COUNT
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0                  TO WS-VALIDATION-INDICATOR.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE FCTX-ACTION        TO DTL-ACTION.
           MOVE FCTX-COMMITMENT-ID TO DTL-COMMITMENT-ID.
           MOVE FCTX-INVESTOR-NAME TO DTL-INVESTOR.
           MOVE FCTX-COMMITTED-AMOUNT TO DTL-AMOUNT.
           MOVE FCTX-PRICE         TO DTL-PRICE.

           IF NOT FCTX-ADD AND NOT FCTX-CHANGE
              AND NOT FCTX-CANCEL AND NOT FCTX-MARK
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              EVALUATE TRUE
                 WHEN FCTX-ADD
                    PERFORM A300-ADD-RECORD
                 WHEN FCTX-CHANGE
                    PERFORM A400-CHANGE-RECORD
                 WHEN FCTX-CANCEL
                    PERFORM A500-CANCEL-RECORD
                 WHEN OTHER
                    PERFORM A600-MARK-RECORD
              END-EVALUATE
           END-IF
           .
           IF NOT WS-TRANSACTION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
           PERFORM A150-READ-TRANSACTION.

       A250-READ-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE FCTX-COMMITMENT-ID TO FCMT-COMMITMENT-ID.
           READ COMMITMENT-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

      *    INVESTOR, AMOUNT AND PRICE ALWAYS; THE EXPIRATION MUST FALL
      *    AFTER THE TRADE DATE.
       A260-EDIT-DETAIL.
           IF FCTX-ADD AND FCTX-TRADE-DATE = 0
              MOVE WS-CURRENT-DATE-8 TO FCTX-TRADE-DATE
           END-IF.
           IF FCTX-INVESTOR-NAME = SPACES
              OR FCTX-COMMITTED-AMOUNT IS NOT NUMERIC
              OR FCTX-COMMITTED-AMOUNT = 0
              OR FCTX-PRICE IS NOT NUMERIC
              OR FCTX-PRICE = 0
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF FCTX-TRADE-DATE IS NOT NUMERIC
              OR FCTX-EXPIRATION-DATE IS NOT NUMERIC
              OR FCTX-EXPIRATION-DATE NOT > FCTX-TRADE-DATE
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A280-MOVE-DETAIL.
           MOVE FCTX-INVESTOR-NAME    TO FCMT-INVESTOR-NAME.
           MOVE FCTX-TRADE-DATE       TO FCMT-TRADE-DATE.
           MOVE FCTX-EXPIRATION-DATE  TO FCMT-EXPIRATION-DATE.
           MOVE FCTX-COMMITTED-AMOUNT TO FCMT-COMMITTED-AMOUNT.
           MOVE FCTX-PRICE            TO FCMT-COMMIT-PRICE.
           MOVE WS-CURRENT-DATE-8     TO FCMT-LAST-MAINT-DATE.
           MOVE FCTX-USER-ID          TO FCMT-USER-ID
           .

       A300-ADD-RECORD.
           IF COMMITMENT-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A260-EDIT-DETAIL.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES             TO FORWARD-COMMITMENT-RECORD.
           MOVE FCTX-COMMITMENT-ID TO FCMT-COMMITMENT-ID.
           PERFORM A280-MOVE-DETAIL.
           MOVE 'O'                TO FCMT-STATUS-IND.
           MOVE 0                  TO FCMT-DELIVERED-AMOUNT.
           MOVE 0                  TO FCMT-LAST-DELIVERY-DATE.
           MOVE 0                  TO FCMT-MARKET-PRICE.
           MOVE 0                  TO FCMT-MARKET-PRICE-DATE.
           MOVE 0                  TO FCMT-PAIROFF-AMOUNT.
           MOVE 0                  TO FCMT-CLOSED-DATE.
           WRITE FORWARD-COMMITMENT-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'COMMITMENT ADDED - OPEN' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE DELIVERED PRINCIPAL IS EPSPOOL'S AND IS NEVER TOUCHED
      *    HERE.
       A400-CHANGE-RECORD.
           IF NOT COMMITMENT-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT FCMT-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A260-EDIT-DETAIL.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF FCTX-COMMITTED-AMOUNT < FCMT-DELIVERED-AMOUNT
              MOVE 7 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A280-MOVE-DETAIL.
           REWRITE FORWARD-COMMITMENT-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'COMMITMENT TERMS CHANGED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A500-CANCEL-RECORD.
           IF NOT COMMITMENT-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT FCMT-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF FCMT-DELIVERED-AMOUNT > 0
              MOVE 8 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'C'                   TO FCMT-STATUS-IND.
           MOVE WS-CURRENT-DATE-8     TO FCMT-CLOSED-DATE.
           MOVE WS-CURRENT-DATE-8     TO FCMT-LAST-MAINT-DATE.
           MOVE FCTX-USER-ID          TO FCMT-USER-ID.
           REWRITE FORWARD-COMMITMENT-RECORD.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE FCMT-INVESTOR-NAME    TO DTL-INVESTOR.
           MOVE FCMT-COMMITTED-AMOUNT TO DTL-AMOUNT.
           MOVE FCMT-COMMIT-PRICE     TO DTL-PRICE.
           MOVE 'COMMITMENT CANCELLED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A600-MARK-RECORD.
           IF NOT COMMITMENT-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT FCMT-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF FCTX-PRICE IS NOT NUMERIC OR FCTX-PRICE = 0
              MOVE 9 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE FCTX-PRICE            TO FCMT-MARKET-PRICE.
           MOVE WS-CURRENT-DATE-8     TO FCMT-MARKET-PRICE-DATE.
           MOVE WS-CURRENT-DATE-8     TO FCMT-LAST-MAINT-DATE.
           MOVE FCTX-USER-ID          TO FCMT-USER-ID.
           REWRITE FORWARD-COMMITMENT-RECORD.
           ADD 1 TO WS-MARK-COUNT.
           MOVE FCMT-INVESTOR-NAME    TO DTL-INVESTOR.
           MOVE FCMT-COMMITTED-AMOUNT TO DTL-AMOUNT.
           MOVE 'MARKET PRICE RECORDED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT    TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGES.
           MOVE WS-CANCEL-COUNT TO SUM-CANCELS.
           MOVE WS-MARK-COUNT   TO SUM-MARKS.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE TRANSACTION-FILE.
           CLOSE COMMITMENT-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSFCMNT'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-TRANS-COUNT       TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
                                      + WS-CANCEL-COUNT + WS-MARK-COUNT.
           MOVE WS-ERROR-COUNT       TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
