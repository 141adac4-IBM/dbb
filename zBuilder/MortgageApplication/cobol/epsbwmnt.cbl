      *    THEM. A CHANGE CLEARS THE RETURNED-MAIL BAD-ADDRESS FLAG -
      *    A FRESH ADDRESS IS EXACTLY WHAT THE FLAG WAS WAITING FOR.
      *
      *    EVERY ADD AND CHANGE IS SCREENED AGAINST THE OFAC SDN LIST
      *    THROUGH EPSSDNSC. A POTENTIAL MATCH IS STILL APPLIED - THE
      *    BORROWER EXISTS EITHER WAY - BUT CARRIES THE OFAC HOLD
      *    UNTIL COMPLIANCE WORKS THE HIT IN EPSSDNAP. A HOLD OR BLOCK
      *    ALREADY ON THE RECORD IS NEVER LIFTED HERE, WHATEVER THE
      *    NEW NAME SCORES.
      *
      *    THE EMPLOYEE / INSIDER FLAG RIDES ON EVERY ADD AND CHANGE
      *    - A CHANGE CARD CARRIES THE FLAG AS IT SHOULD NOW STAND.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EPSBRWRF.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY EPSBWTXN.

       FD  CONTROL-REPORT
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'INVALID TRANSACTION ACTION CODE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'INSIDER FLAG MUST BE SPACE, E OR I'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-OFAC-RESULT              PIC X VALUE SPACE.
              88 OFAC-HELD                   VALUE 'H'.
              88 OFAC-NOT-SCREENED           VALUE 'U'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(5) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
           03 WS-DELETE-COUNT             PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           03 WS-OFAC-HOLD-COUNT          PIC 9(5) VALUE 0.

      *    PARAMETER AREA FOR THE SHARED EPSSDNSC OFAC SCREENING
      *    SERVICE - SEE A350-SCREEN-BORROWER.
           COPY EPSSDNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OFAC HOLDS:'.
              05 SUM-OFAC-HOLDS           PIC ZZZZ9.

       LINKAGE SECTION.
      *

       A200-PROCESS-TRANSACTIONS.
           MOVE 0      TO WS-VALIDATION-INDICATOR.
           MOVE SPACE  TO WS-OFAC-RESULT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE BWTXN-PAN  TO DTL-PAN.
           MOVE BWTXN-NAME TO DTL-NAME.
                 WHEN BWTXN-DELETE
                    ADD 1 TO WS-DELETE-COUNT
              END-EVALUATE
              EVALUATE TRUE
                 WHEN OFAC-HELD
                    ADD 1 TO WS-OFAC-HOLD-COUNT
                    MOVE 'APPLIED - OFAC HOLD, COMPLIANCE REVIEW'
                         TO DTL-RESULT
                 WHEN OFAC-NOT-SCREENED
                    MOVE 'APPLIED - OFAC LIST DOWN, NOT SCREENED'
                         TO DTL-RESULT
                 WHEN OTHER
                    MOVE 'APPLIED' TO DTL-RESULT
              END-EVALUATE
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           MOVE BWTXN-ZIP           TO BRWR-ZIP.
           MOVE BWTXN-PHONE-NUM     TO BRWR-PHONE-NUM.
           MOVE BWTXN-LANGUAGE-CODE TO BRWR-LANGUAGE-CODE.
           MOVE BWTXN-INSIDER-IND   TO BRWR-INSIDER-IND.
           MOVE WS-CURRENT-DATE-8   TO BRWR-LAST-MAINT-DATE.
      *    A FRESH ADDRESS LIFTS THE RETURNED-MAIL SUPPRESSION.
           MOVE SPACE               TO BRWR-BAD-ADDRESS-IND.
           MOVE 0                   TO BRWR-BAD-ADDRESS-DATE
           .

      *    THE SAME EPSSDNHT HIT RECORDS THE NIGHTLY RESCREEN USES -
      *    THE BORROWER'S PAN IS THE REFERENCE.
       A350-SCREEN-BORROWER.
           SET EPSSDNSC-SCREEN TO TRUE.
           MOVE 'EPSBWMNT' TO EPSSDNSC-CALLER-ID.
           MOVE 'B'        TO EPSSDNSC-SOURCE.
           MOVE BRWR-PAN   TO EPSSDNSC-REFERENCE.
           MOVE BRWR-PAN   TO EPSSDNSC-PAN.
           MOVE BRWR-NAME  TO EPSSDNSC-NAME.
           CALL 'EPSSDNSC' USING EPSSDNSC-PARMS.
           EVALUATE TRUE
              WHEN BRWR-OFAC-BLOCKED
                 MOVE 'H' TO WS-OFAC-RESULT
              WHEN NOT EPSSDNSC-SUCCESS
                 IF NOT BRWR-OFAC-HOLD
                    MOVE 'U' TO BRWR-OFAC-IND
                 END-IF
                 MOVE 'U' TO WS-OFAC-RESULT
              WHEN EPSSDNSC-BLOCKED
                 MOVE 'B' TO BRWR-OFAC-IND
                 MOVE 'H' TO WS-OFAC-RESULT
              WHEN EPSSDNSC-HOLD OR BRWR-OFAC-HOLD
                 MOVE 'H' TO BRWR-OFAC-IND
                 MOVE 'H' TO WS-OFAC-RESULT
              WHEN OTHER
                 MOVE SPACE TO BRWR-OFAC-IND
           END-EVALUATE
           .

       A400-ADD-BORROWER.
           IF BWTXN-NAME = SPACES OR BWTXN-ADDR-LINE-1 = SPACES
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT BWTXN-INSIDER-VALID
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE SPACES TO BORROWER-MASTER-RECORD
              PERFORM A300-MOVE-FIELDS
              PERFORM A350-SCREEN-BORROWER
              WRITE BORROWER-MASTER-RECORD
                 INVALID KEY
                    MOVE 1 TO WS-VALIDATION-INDICATOR
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT BWTXN-INSIDER-VALID
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE BWTXN-PAN TO BRWR-PAN
              READ BORROWER-MASTER-FILE
           .
           IF WS-TRANSACTION-VALID
              PERFORM A300-MOVE-FIELDS
              PERFORM A350-SCREEN-BORROWER
              REWRITE BORROWER-MASTER-RECORD
                 INVALID KEY
                    MOVE 2 TO WS-VALIDATION-INDICATOR
           MOVE WS-CHANGE-COUNT TO SUM-CHANGES.
           MOVE WS-DELETE-COUNT TO SUM-DELETES.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE WS-OFAC-HOLD-COUNT TO SUM-OFAC-HOLDS.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

