      *       R - REISSUE. THE OLD CHECK IS VOIDED THE SAME WAY AND A
      *           REPLACEMENT IS CUT UNDER THE NEXT EPSCKCTL NUMBER,
      *           LINKED BACK THROUGH CKREG-REISSUED-FROM.
      *       L - RELEASE. A CHECK EPSCKISS HELD BECAUSE THE BORROWER'S
      *           ADDRESS WAS CHANGED ONLINE IN THE LAST 30 DAYS GOES
      *           ON THE POSITIVE-PAY EXTRACT WITH TODAY'S ISSUE DATE
      *           ONCE SERVICING HAS CONFIRMED THE CHANGE. A HELD
      *           CHECK THAT TURNS OUT TO BE FRAUD IS VOIDED INSTEAD -
      *           IT NEVER WENT TO THE BANK, SO NO VOID LINE IS SENT.
      *
      *    A CLEARED, VOID OR UNKNOWN CHECK CANNOT BE ACTED ON -
      *    THOSE TRANSACTIONS GO TO THE CONTROL REPORT INSTEAD.
              VALUE 'ACTION FAILED - CHECK NOT OUTSTANDING'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT V, R OR L'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - CHECK NOT HELD FOR ADDRESS REVIEW'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-COUNTERS.
           03 WS-VOIDED-COUNT             PIC 9(7) VALUE 0.
           03 WS-REISSUED-COUNT           PIC 9(7) VALUE 0.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-MAINT-WORK.
              05 FILLER                   PIC X(12) VALUE 'REISSUED:'.
              05 SUM-REISSUED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

           MOVE CKMTX-USER-ID      TO DTL-USER.

           IF NOT CKMTX-VOID AND NOT CKMTX-REISSUE
              AND NOT CKMTX-RELEASE
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
              END-READ
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CKMTX-RELEASE
              AND NOT CKREG-ADDRESS-HOLD
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CKMTX-VOID
              AND NOT CKREG-OUTSTANDING AND NOT CKREG-ADDRESS-HOLD
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CKMTX-REISSUE
              AND NOT CKREG-OUTSTANDING
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CKMTX-RELEASE
              PERFORM A500-RELEASE-CHECK
              ADD 1 TO WS-RELEASED-COUNT
              MOVE 'RELEASED TO POSITIVE PAY' TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-TRANSACTION
              EXIT PARAGRAPH
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A300-VOID-CHECK
              IF CKMTX-REISSUE
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    A CHECK HELD FOR ADDRESS REVIEW WAS NEVER ON THE BANK'S
      *    POSITIVE-PAY FILE, SO IT IS VOIDED ON THE REGISTER ONLY.
       A300-VOID-CHECK.
           IF CKREG-ADDRESS-HOLD
              MOVE 'V'               TO CKREG-STATUS-IND
              MOVE WS-CURRENT-DATE-8 TO CKREG-LAST-MAINT-DATE
              REWRITE CHECK-REGISTER-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 'V'               TO CKREG-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO CKREG-LAST-MAINT-DATE.
           MOVE CKREG-CHECK-NUMBER TO WS-OLD-CHECK.
           ADD 1 TO WS-NEXT-CHECK
           .

      *    THE SAME RELEASE EPSCKISS GIVES A CHECK WHOSE OFAC MATCH
      *    HAS BEEN CLEARED - OUTSTANDING FROM TODAY, ONTO POSITIVE PAY.
       A500-RELEASE-CHECK.
           MOVE 'I'               TO CKREG-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO CKREG-ISSUE-DATE.
           MOVE WS-CURRENT-DATE-8 TO CKREG-LAST-MAINT-DATE.
           REWRITE CHECK-REGISTER-RECORD.

           MOVE 'I'                TO CKPPX-RECORD-TYPE.
           MOVE CKREG-CHECK-NUMBER TO CKPPX-CHECK-NUMBER.
           MOVE WS-CURRENT-DATE-8  TO CKPPX-ISSUE-DATE.
           MOVE CKREG-AMOUNT       TO CKPPX-AMOUNT.
           MOVE CKREG-PAYEE-NAME   TO CKPPX-PAYEE-NAME.
           WRITE POSITIVE-PAY-EXTRACT-RECORD
           .

       A900-FINALIZE.
           MOVE WS-NEXT-CHECK TO CKCTL-NEXT-CHECK-NUMBER.
           REWRITE CHECK-CONTROL-RECORD.

           MOVE WS-VOIDED-COUNT   TO SUM-VOIDED.
           MOVE WS-REISSUED-COUNT TO SUM-REISSUED.
           MOVE WS-RELEASED-COUNT TO SUM-RELEASED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
