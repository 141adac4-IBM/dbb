       ID DIVISION.
       PROGRAM-ID. EPSLBXIN.
      *    LOCKBOX PAYMENT INTAKE AND SCAN-LINE EXCEPTIONS LIST.
      *
      *    READS THE DAY'S EPSLBXTX LOCKBOX CAPTURE RECORDS AND
      *    WRITES ONE SOURCE-'C' EPSPYTXN RECORD PER GOOD CHECK FOR
      *    THE NIGHT'S EPSPYPST POSTING RUN, THE SAME WAY EPSTLRRP
      *    FEEDS IT THE TELLER PAYMENTS.
      *
      *    A CHECK THAT CAME WITH AN EPSCPNBK COUPON POSTS TO THE PAN
      *    ON ITS SCAN LINE - BUT ONLY WHEN EPSSCNCD AGREES WITH THE
      *    LINE'S CHECK DIGIT. A LINE THAT FAILS THE DIGIT, OR WILL
      *    NOT READ AT ALL, IS NOT POSTED: IT GOES ON THE LBXEXRPT
      *    EXCEPTIONS LIST FOR THE LOCKBOX TO RESEARCH AGAINST THE
      *    STUB AND RE-KEY, SO A MISREAD PAN CAN NEVER POST A
      *    BORROWER'S CHECK TO SOMEBODY ELSE'S LOAN. A CHECK WITHOUT
      *    A COUPON POSTS TO THE PAN THE LOCKBOX KEYED, AS BEFORE.
      *
      *    THE LIST ENDS WITH THE ITEM COUNTS AND DOLLARS POSTED AND
      *    REJECTED, WHICH TOGETHER PROVE BACK TO THE DEPOSIT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-CAPTURE-FILE ASSIGN TO EPSLBXTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LBXTX-STATUS.

      *    SOURCE-'C' PAYMENT TRANSACTIONS - CONCATENATED ONTO
      *    EPSPYPST'S EPSPYTXN INPUT BY THE NIGHTLY STREAM.
           SELECT PAYMENT-TRANSACTION-FILE ASSIGN TO LBXPYTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYTXN-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO LBXEXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-CAPTURE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSLBXTX.

       FD  PAYMENT-TRANSACTION-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY EPSPYTXN.

       FD  EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-LBXTX-STATUS             PIC XX.
           03 WS-PYTXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CAPTURE           PIC X VALUE 'N'.
              88 END-OF-CAPTURE              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ITEM-COUNT               PIC 9(7) VALUE 0.
           03 WS-POSTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-KEYED-COUNT              PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-POSTED-AMOUNT            PIC 9(9)V99 VALUE 0.
           03 WS-REJECT-AMOUNT            PIC 9(9)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-ITEM-WORK.
           03 WS-POST-PAN                 PIC X(10).
           03 WS-REJECT-REASON            PIC X(34).

      *    THE SCAN LINE'S CHECK DIGIT - SEE EPSSCNPM.cpy.
           COPY EPSSCNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSLBXIN - LOCKBOX SCAN-LINE EXCEPTIONS'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(8)  VALUE 'BATCH'.
              05 FILLER                   PIC X(6)  VALUE 'ITEM'.
              05 FILLER                   PIC X(10) VALUE 'DEPOSITED'.
              05 FILLER                   PIC X(22) VALUE
                 'SCAN LINE'.
              05 FILLER                   PIC X(12) VALUE 'KEYED PAN'.
              05 FILLER                   PIC X(16) VALUE
                 '    CHECK AMOUNT'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(34) VALUE 'REASON'.
           03 WS-DETAIL-LINE.
              05 DTL-BATCH                PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ITEM                 PIC 9(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DEPOSIT-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCAN-LINE            PIC X(20).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-KEYED-PAN            PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-REASON               PIC X(34).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(8)  VALUE 'ITEMS:'.
              05 SUM-ITEMS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'SCANNED:'.
              05 SUM-SCANNED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'KEYED:'.
              05 SUM-KEYED                PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'POSTED:'.
              05 SUM-POSTED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-POSTED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-REJECT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

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
           PERFORM A200-PROCESS-ITEM UNTIL END-OF-CAPTURE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSLBXIN' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  LOCKBOX-CAPTURE-FILE.
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-CAPTURE
           .

       A150-READ-CAPTURE.
           READ LOCKBOX-CAPTURE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CAPTURE
           END-READ
           .

       A200-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-POST-PAN.

           IF LBXTX-CHECK-AMOUNT IS NOT NUMERIC
              OR LBXTX-CHECK-AMOUNT = 0
              MOVE 'NO CHECK AMOUNT CAPTURED' TO WS-REJECT-REASON
           ELSE
              IF LBXTX-SCAN-LINE = SPACES
                 PERFORM A210-TAKE-KEYED-PAN
              ELSE
                 PERFORM A220-VERIFY-SCAN-LINE
              END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM A300-WRITE-PAYMENT
           ELSE
              PERFORM A400-WRITE-EXCEPTION
           END-IF.

           PERFORM A150-READ-CAPTURE
           .

       A210-TAKE-KEYED-PAN.
           ADD 1 TO WS-KEYED-COUNT.
           IF LBXTX-KEYED-PAN = SPACES
              MOVE 'NO SCAN LINE AND NO PAN KEYED'
                   TO WS-REJECT-REASON
           ELSE
              MOVE LBXTX-KEYED-PAN TO WS-POST-PAN
           END-IF
           .

      *    THE SCAN LINE DECIDES THE LOAN ONLY WHEN ITS CHECK DIGIT
      *    HOLDS - A KEYED PAN BESIDE A BAD LINE IS NOT TRUSTED
      *    EITHER, SINCE THE TWO DISAGREEING IS ITSELF THE QUESTION.
       A220-VERIFY-SCAN-LINE.
           ADD 1 TO WS-SCANNED-COUNT.
           SET EPSSCNCD-VERIFY    TO TRUE.
           MOVE LBXTX-SCAN-LINE   TO EPSSCNCD-SCAN-LINE.
           CALL 'EPSSCNCD' USING EPSSCNCD-PARMS.
           EVALUATE TRUE
              WHEN EPSSCNCD-SUCCESS
                 MOVE EPSSCNCD-PAN TO WS-POST-PAN
              WHEN EPSSCNCD-CHECK-FAILED
                 MOVE 'SCAN LINE FAILED CHECK DIGIT'
                      TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SCAN LINE UNREADABLE' TO WS-REJECT-REASON
           END-EVALUATE
           .

       A300-WRITE-PAYMENT.
           ADD 1                  TO WS-POSTED-COUNT.
           ADD LBXTX-CHECK-AMOUNT TO WS-POSTED-AMOUNT.
           MOVE WS-POST-PAN        TO PYTXN-PAN.
           MOVE LBXTX-DEPOSIT-DATE TO PYTXN-PAYMENT-DATE.
           MOVE LBXTX-CHECK-AMOUNT TO PYTXN-PAYMENT-AMOUNT.
           MOVE 'C'                TO PYTXN-SOURCE-IND.
           WRITE PAYMENT-TRANSACTION
           .

       A400-WRITE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           IF LBXTX-CHECK-AMOUNT IS NUMERIC
              ADD LBXTX-CHECK-AMOUNT TO WS-REJECT-AMOUNT
              MOVE LBXTX-CHECK-AMOUNT TO DTL-AMOUNT
           ELSE
              MOVE 0                  TO DTL-AMOUNT
           END-IF.
           MOVE LBXTX-BATCH-NUMBER TO DTL-BATCH.
           MOVE LBXTX-ITEM-NUMBER  TO DTL-ITEM.
           MOVE LBXTX-DEPOSIT-DATE TO DTL-DEPOSIT-DATE.
           MOVE LBXTX-SCAN-LINE    TO DTL-SCAN-LINE.
           MOVE LBXTX-KEYED-PAN    TO DTL-KEYED-PAN.
           MOVE WS-REJECT-REASON   TO DTL-REASON.
           MOVE WS-DETAIL-LINE     TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ITEM-COUNT     TO SUM-ITEMS.
           MOVE WS-SCANNED-COUNT  TO SUM-SCANNED.
           MOVE WS-KEYED-COUNT    TO SUM-KEYED.
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-POSTED-COUNT   TO SUM-POSTED.
           MOVE WS-POSTED-AMOUNT  TO SUM-POSTED-AMOUNT.
           MOVE WS-REJECT-COUNT   TO SUM-REJECTED.
           MOVE WS-REJECT-AMOUNT  TO SUM-REJECT-AMOUNT.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE LOCKBOX-CAPTURE-FILE.
           CLOSE PAYMENT-TRANSACTION-FILE.
           CLOSE EXCEPTION-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSLBXIN'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-ITEM-COUNT        TO EPSRUNWR-IN-COUNT.
           MOVE WS-POSTED-COUNT      TO EPSRUNWR-OUT-COUNT.
           MOVE WS-REJECT-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
