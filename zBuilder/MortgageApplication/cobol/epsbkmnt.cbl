      *    NEXT RUN. RELEASE LIFTS THE SUPPRESSION AFTER DISCHARGE OR
      *    DISMISSAL BUT KEEPS THE RECORD FOR THE HISTORY.
      *
      *    AN ADD OR CHANGE ALSO SETS OR LIFTS THE BORROWER'S WRITTEN
      *    CEASE-COMMUNICATION REQUEST. RELEASE LEAVES IT ALONE - THE
      *    REQUEST OUTLIVES THE CASE UNTIL A CHANGE LIFTS IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY EPSBKTXN.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  CONTROL-REPORT
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A, C OR R'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - CEASE-COMMUNICATION CODE NOT Y, N O
      -       'R SPACE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND NOT BKTX-CEASE-SET AND NOT BKTX-CEASE-LIFT
              AND NOT BKTX-CEASE-UNCHANGED
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              EVALUATE TRUE
           MOVE BKTX-ATTORNEY-NAME  TO BKRP-ATTORNEY-NAME.
           MOVE BKTX-ATTORNEY-PHONE TO BKRP-ATTORNEY-PHONE.
           MOVE WS-CURRENT-DATE-8   TO BKRP-LAST-MAINT-DATE.
           IF NOT BANKRUPTCY-ON-FILE
              MOVE SPACE TO BKRP-CEASE-COMM-IND
              MOVE 0     TO BKRP-CEASE-COMM-DATE
           END-IF.
           PERFORM A600-APPLY-CEASE.
           IF BANKRUPTCY-ON-FILE
              REWRITE BANKRUPTCY-STATUS-RECORD
           ELSE
           MOVE BKTX-ATTORNEY-NAME  TO BKRP-ATTORNEY-NAME.
           MOVE BKTX-ATTORNEY-PHONE TO BKRP-ATTORNEY-PHONE.
           MOVE WS-CURRENT-DATE-8   TO BKRP-LAST-MAINT-DATE.
           PERFORM A600-APPLY-CEASE.
           REWRITE BANKRUPTCY-STATUS-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'BANKRUPTCY DETAIL CHANGED' TO DTL-RESULT.
           WRITE RPT-LINE
           .

      *    THE DATE IS THE DAY THE REQUEST WAS KEYED; A LIFT CLEARS IT.
       A600-APPLY-CEASE.
           EVALUATE TRUE
              WHEN BKTX-CEASE-SET
                 IF NOT BKRP-CEASE-COMMUNICATION
                    MOVE 'Y'               TO BKRP-CEASE-COMM-IND
                    MOVE WS-CURRENT-DATE-8 TO BKRP-CEASE-COMM-DATE
                 END-IF
              WHEN BKTX-CEASE-LIFT
                 MOVE SPACE TO BKRP-CEASE-COMM-IND
                 MOVE 0     TO BKRP-CEASE-COMM-DATE
           END-EVALUATE
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT     TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT  TO SUM-CHANGES.
