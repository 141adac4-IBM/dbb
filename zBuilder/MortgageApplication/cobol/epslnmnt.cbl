       ID DIVISION.
       PROGRAM-ID. EPSLNMNT.
      *    LIEN LINKAGE MAINTENANCE RUN.
      *
      *    APPLIES EPSLNTXN TRANSACTIONS FROM THE COLLATERAL DESK TO
      *    THE EPSLIENL LINKAGE FILE - THE EPSLHMNT TRANSACTION SHAPE.
      *    EVERY LIEN ON A PROPERTY HANGS OFF THE PAN WHOSE EPSPROPF
      *    RECORD DESCRIBES IT:
      *       L - LINK A LIEN (OURS BY PAN, OR A THIRD PARTY'S BY
      *           HOLDER NAME) AT ITS POSITION; THE PROPERTY RECORD
      *           IS BUILT ON THE FIRST LINK AND HANDS OUT THE
      *           SEQUENCE. A PAN CAN HOLD ONE ACTIVE LIEN, AND A
      *           POSITION ONE ACTIVE LIEN PER PROPERTY;
      *       C - CHANGE THE HOLDER NAME, CREDIT LIMIT OR A THIRD
      *           PARTY'S REPORTED BALANCE;
      *       R - RELEASE A SATISFIED LIEN (KEPT FOR THE HISTORY);
      *       V - KEY THE PROPERTY VALUE THE COMBINED LTV IS TAKEN
      *           AGAINST;
      *       S - RECORD AN EXECUTED SUBORDINATION TO THE NEW FIRST,
      *           WHICH MOVES THE LIEN UP BEHIND IT;
      *       D - RECORD THE HOLDER'S REFUSAL TO SUBORDINATE.
      *    A SERVICED LIEN'S BALANCE IS NEVER KEYED HERE - EPSCLTRP
      *    REFRESHES IT FROM EPSSRVCF.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSLNTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LNTX-STATUS.

           SELECT LIEN-LINKAGE-FILE ASSIGN TO EPSLIENL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIEN-KEY
                  ALTERNATE RECORD KEY IS LIEN-PAN WITH DUPLICATES
                  FILE STATUS IS WS-LIEN-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO LNMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSLNTXN.

       FD  LIEN-LINKAGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSLIENL.

       FD  PROPERTY-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - POSITION NOT 1-4 OR HOLDER NOT S/T'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(60)
              VALUE 'ACTION FAILED - PROPERTY PAN NOT ON EPSPROPF'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - PAN OR HOLDER NAME BLANK'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - PAN ALREADY ON AN ACTIVE LIEN'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - AN ACTIVE LIEN HOLDS THAT POSITION'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(60)
              VALUE 'ACTION FAILED - NO ACTIVE LIEN AT THAT SEQUENCE'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(60)
              VALUE 'ACTION FAILED - NO SUBORDINATION PENDING'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(60)
              VALUE 'VALUE FAILED - PROPERTY VALUE ZERO'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(60)
              VALUE 'ACTION FAILED - ACTION CODE NOT L C R V S OR D'.
              05 FILLER                  PIC 99 VALUE 10.
              05 FILLER                  PIC X(60)
              VALUE 'ACTION FAILED - PROPERTY PAN OR USER ID BLANK'.
              05 FILLER                  PIC 99 VALUE 11.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - PROPERTY HAS NO LIEN SEQUENCE LEFT'.
              05 FILLER                  PIC 99 VALUE 12.
              05 FILLER                  PIC X(60)
              VALUE 'SUBORDINATION FAILED - NEW FIRST LIEN PAN BLANK'.
              05 FILLER                  PIC 99 VALUE 13.
              05 FILLER                  PIC X(60)
              VALUE 'LINK FAILED - PRODUCT NOT M OR H (HELOC)'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 13 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(60).

       01 WS-FILE-STATUSES.
           03 WS-LNTX-STATUS              PIC XX.
           03 WS-LIEN-STATUS              PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 LIEN-ON-FILE                VALUE 'Y'.
           03 WS-PROPERTY-FOUND           PIC X VALUE 'N'.
              88 PROPERTY-ON-FILE            VALUE 'Y'.
           03 WS-BROWSE-IND               PIC X.
              88 BROWSE-DONE                 VALUE 'Y'.

       01 WS-NEXT-SEQ-NUM                 PIC 9(2).

       01 WS-COUNTERS.
           03 WS-IN-COUNT                 PIC 9(7) VALUE 0.
           03 WS-LINK-COUNT               PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-RELEASE-COUNT            PIC 9(7) VALUE 0.
           03 WS-VALUE-COUNT              PIC 9(7) VALUE 0.
           03 WS-SUBORD-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSLNMNT - LIEN LINKAGE MAINTENANCE'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PROPERTY-PAN         PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SEQ-NUM              PIC 9(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LIEN-PAN             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-POSITION             PIC 9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'LINKED:'.
              05 SUM-LINKED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'CHANGED:'.
              05 SUM-CHANGED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'VALUED:'.
              05 SUM-VALUED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'SUBORD:'.
              05 SUM-SUBORD               PIC ZZZZZZ9.
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
           MOVE 'EPSLNMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    LIEN-LINKAGE-FILE.
           IF WS-LIEN-STATUS = '05' OR '35'
              CLOSE LIEN-LINKAGE-FILE
              OPEN OUTPUT LIEN-LINKAGE-FILE
              CLOSE LIEN-LINKAGE-FILE
              OPEN I-O LIEN-LINKAGE-FILE
           END-IF.
           OPEN INPUT  PROPERTY-FILE.
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
                 ADD 1 TO WS-IN-COUNT
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0                 TO WS-VALIDATION-INDICATOR.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE LNTX-ACTION       TO DTL-ACTION.
           MOVE LNTX-PROPERTY-PAN TO DTL-PROPERTY-PAN.
           MOVE LNTX-SEQ-NUM      TO DTL-SEQ-NUM.
           MOVE LNTX-LIEN-PAN     TO DTL-LIEN-PAN.
           MOVE LNTX-POSITION     TO DTL-POSITION.

           PERFORM A210-VALIDATE-TRANSACTION.
           IF WS-TRANSACTION-VALID
              EVALUATE TRUE
                 WHEN LNTX-LINK
                    PERFORM A300-LINK-LIEN
                 WHEN LNTX-VALUE
                    PERFORM A500-SET-PROPERTY-VALUE
                 WHEN OTHER
                    PERFORM A250-READ-LIEN
                    EVALUATE TRUE
                       WHEN LNTX-CHANGE
                          PERFORM A400-CHANGE-LIEN
                       WHEN LNTX-RELEASE
                          PERFORM A450-RELEASE-LIEN
                       WHEN OTHER
                          PERFORM A600-CLOSE-SUBORDINATION
                    END-EVALUATE
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

       A210-VALIDATE-TRANSACTION.
           IF NOT LNTX-VALID-ACTION
              MOVE 9 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF LNTX-PROPERTY-PAN = SPACES OR LNTX-USER-ID = SPACES
              MOVE 10 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF LNTX-LINK
              PERFORM A220-VALIDATE-LINK
           END-IF.
           IF LNTX-VALUE AND LNTX-AMOUNT = 0
              MOVE 8 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF LNTX-SUBORDINATED AND LNTX-SUBORD-TO-PAN = SPACES
              MOVE 12 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A220-VALIDATE-LINK.
           IF LNTX-POSITION < 1 OR LNTX-POSITION > 4
              OR (NOT LNTX-SERVICED AND NOT LNTX-THIRD-PARTY)
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT LNTX-VALID-PRODUCT
              MOVE 13 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF (LNTX-SERVICED AND LNTX-LIEN-PAN = SPACES)
              OR (LNTX-THIRD-PARTY AND LNTX-HOLDER-NAME = SPACES)
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A250-READ-LIEN.
           MOVE 'N' TO WS-RECORD-FOUND.
           IF LNTX-SEQ-NUM = 0
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE LNTX-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE LNTX-SEQ-NUM      TO LIEN-SEQ-NUM.
           READ LIEN-LINKAGE-FILE KEY IS LIEN-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'      TO WS-RECORD-FOUND
                 MOVE LIEN-PAN TO DTL-LIEN-PAN
                 MOVE LIEN-POSITION TO DTL-POSITION
           END-READ.
           IF NOT LIEN-ON-FILE OR NOT LIEN-ACTIVE
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    THE PROPERTY RECORD IS READ LAST, ONCE BOTH BROWSES OF
      *    THE SAME FILE HAVE CLEARED THE LINK.
       A300-LINK-LIEN.
           IF LNTX-SERVICED
              PERFORM A310-CHECK-PAN-FREE
              IF NOT WS-TRANSACTION-VALID
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM A320-CHECK-POSITION-FREE.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM A350-READ-PROPERTY.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF LPRP-LAST-SEQ-NUM = 99
              MOVE 11 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEXT-SEQ-NUM = LPRP-LAST-SEQ-NUM + 1.
           MOVE WS-NEXT-SEQ-NUM   TO LPRP-LAST-SEQ-NUM.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           IF PROPERTY-ON-FILE
              REWRITE LIEN-LINKAGE-RECORD
           ELSE
              WRITE LIEN-LINKAGE-RECORD
           END-IF.

           MOVE SPACES            TO LIEN-LINKAGE-RECORD.
           MOVE LNTX-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE WS-NEXT-SEQ-NUM   TO LIEN-SEQ-NUM.
           IF LNTX-SERVICED
              MOVE LNTX-LIEN-PAN  TO LIEN-PAN
           END-IF.
           MOVE LNTX-POSITION     TO LIEN-POSITION.
           MOVE LNTX-HOLDER-TYPE  TO LIEN-HOLDER-TYPE.
           MOVE LNTX-PRODUCT      TO LIEN-PRODUCT.
           MOVE 'A'               TO LIEN-STATUS.
           MOVE LNTX-HOLDER-NAME  TO LIEN-HOLDER-NAME.
           MOVE LNTX-AMOUNT       TO LIEN-ORIGINAL-AMOUNT.
           MOVE LNTX-CREDIT-LIMIT TO LIEN-CREDIT-LIMIT.
      *    UNTIL THE FIRST EPSCLTRP REFRESH A NEW LOAN OF OURS OWES
      *    ITS ORIGINAL AMOUNT.
           IF LNTX-SERVICED AND LNTX-BALANCE = 0
              MOVE LNTX-AMOUNT    TO LIEN-CURRENT-BALANCE
           ELSE
              MOVE LNTX-BALANCE   TO LIEN-CURRENT-BALANCE
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO LIEN-BALANCE-DATE.
           MOVE LNTX-RECORDED-DATE TO LIEN-RECORDED-DATE.
           MOVE 0                 TO LIEN-SUBORD-DATE
                                     LIEN-RELEASED-DATE.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           WRITE LIEN-LINKAGE-RECORD.
           ADD 1 TO WS-LINK-COUNT.
           MOVE WS-NEXT-SEQ-NUM   TO DTL-SEQ-NUM.
           MOVE 'LIEN LINKED'     TO DTL-RESULT.
           MOVE WS-DETAIL-LINE    TO RPT-LINE.
           WRITE RPT-LINE
           .

       A310-CHECK-PAN-FREE.
           MOVE LNTX-LIEN-PAN TO LIEN-PAN.
           MOVE 'N' TO WS-BROWSE-IND.
           START LIEN-LINKAGE-FILE KEY IS EQUAL TO LIEN-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-IND
           END-START.
           PERFORM A315-READ-NEXT-PAN UNTIL BROWSE-DONE
           .

       A315-READ-NEXT-PAN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-IND
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PAN NOT = LNTX-LIEN-PAN
              MOVE 'Y' TO WS-BROWSE-IND
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-ACTIVE
              MOVE 4   TO WS-VALIDATION-INDICATOR
              MOVE 'Y' TO WS-BROWSE-IND
           END-IF
           .

       A320-CHECK-POSITION-FREE.
           MOVE LNTX-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                 TO LIEN-SEQ-NUM.
           MOVE 'N' TO WS-BROWSE-IND.
           START LIEN-LINKAGE-FILE KEY IS GREATER THAN LIEN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-IND
           END-START.
           PERFORM A325-READ-NEXT-LIEN UNTIL BROWSE-DONE
           .

       A325-READ-NEXT-LIEN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-IND
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PROPERTY-PAN NOT = LNTX-PROPERTY-PAN
              MOVE 'Y' TO WS-BROWSE-IND
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-ACTIVE AND LIEN-POSITION = LNTX-POSITION
              MOVE 5   TO WS-VALIDATION-INDICATOR
              MOVE 'Y' TO WS-BROWSE-IND
           END-IF
           .

      *    A PROPERTY NOT YET LINKED GETS ITS RECORD BUILT HERE, ONCE
      *    EPSPROPF CONFIRMS THERE IS SUCH A PROPERTY. IT CARRIES NO
      *    VALUE UNTIL ONE IS KEYED OR EPSCLTRP TAKES THE ORIGINATION
      *    APPRAISAL.
       A350-READ-PROPERTY.
           MOVE 'N' TO WS-PROPERTY-FOUND.
           MOVE LNTX-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                 TO LIEN-SEQ-NUM.
           READ LIEN-LINKAGE-FILE KEY IS LIEN-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PROPERTY-FOUND
           END-READ.
           IF PROPERTY-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE LNTX-PROPERTY-PAN TO PROP-PAN.
           READ PROPERTY-FILE
              INVALID KEY
                 MOVE 2 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES            TO LIEN-LINKAGE-RECORD.
           MOVE LNTX-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                 TO LIEN-SEQ-NUM
                                     LPRP-PROPERTY-VALUE
                                     LPRP-VALUE-DATE
                                     LPRP-LAST-SEQ-NUM
                                     LPRP-ACTIVE-LIEN-COUNT
                                     LPRP-TOTAL-BALANCE
                                     LPRP-CLTV-PCT
                                     LPRP-CLTV-DATE
           .

       A400-CHANGE-LIEN.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF LNTX-HOLDER-NAME NOT = SPACES
              MOVE LNTX-HOLDER-NAME  TO LIEN-HOLDER-NAME
           END-IF.
           IF LNTX-CREDIT-LIMIT > 0
              MOVE LNTX-CREDIT-LIMIT TO LIEN-CREDIT-LIMIT
           END-IF.
           IF LIEN-THIRD-PARTY
              MOVE LNTX-BALANCE      TO LIEN-CURRENT-BALANCE
              MOVE WS-CURRENT-DATE-8 TO LIEN-BALANCE-DATE
           END-IF.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'LIEN CHANGED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A450-RELEASE-LIEN.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R'               TO LIEN-STATUS.
           MOVE 0                 TO LIEN-CURRENT-BALANCE.
           MOVE WS-CURRENT-DATE-8 TO LIEN-RELEASED-DATE
                                     LIEN-BALANCE-DATE.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE 'LIEN RELEASED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE  TO RPT-LINE.
           WRITE RPT-LINE
           .

       A500-SET-PROPERTY-VALUE.
           PERFORM A350-READ-PROPERTY.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           MOVE LNTX-AMOUNT       TO LPRP-PROPERTY-VALUE.
           MOVE 'M'               TO LPRP-VALUE-SOURCE.
           MOVE WS-CURRENT-DATE-8 TO LPRP-VALUE-DATE.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           IF PROPERTY-ON-FILE
              REWRITE LIEN-LINKAGE-RECORD
           ELSE
              WRITE LIEN-LINKAGE-RECORD
           END-IF.
           ADD 1 TO WS-VALUE-COUNT.
           MOVE 'PROPERTY VALUE SET' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE       TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    AN EXECUTED AGREEMENT PUTS THE LIEN BACK BEHIND THE NEW
      *    FIRST AT THE POSITION IT HELD BEFORE THE PAYOFF; A REFUSAL
      *    LEAVES THE POSITION FOR THE CLOSING DESK TO RESOLVE.
       A600-CLOSE-SUBORDINATION.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF NOT LIEN-SUBORD-PENDING
              MOVE 7 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO LIEN-SUBORD-DATE.
           IF LNTX-SUBORDINATED
              MOVE 'S'                TO LIEN-SUBORD-STATUS
              MOVE LNTX-SUBORD-TO-PAN TO LIEN-SUBORD-TO-PAN
              MOVE 'SUBORDINATION RECORDED' TO DTL-RESULT
           ELSE
              MOVE 'D'                TO LIEN-SUBORD-STATUS
              MOVE 'SUBORDINATION DECLINED BY HOLDER' TO DTL-RESULT
           END-IF.
           MOVE LNTX-USER-ID      TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD.
           ADD 1 TO WS-SUBORD-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-LINK-COUNT    TO SUM-LINKED.
           MOVE WS-CHANGE-COUNT  TO SUM-CHANGED.
           MOVE WS-RELEASE-COUNT TO SUM-RELEASED.
           MOVE WS-VALUE-COUNT   TO SUM-VALUED.
           MOVE WS-SUBORD-COUNT  TO SUM-SUBORD.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE LIEN-LINKAGE-FILE.
           CLOSE PROPERTY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSLNMNT'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-IN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-LINK-COUNT + WS-CHANGE-COUNT + WS-RELEASE-COUNT
                 + WS-VALUE-COUNT + WS-SUBORD-COUNT.
           MOVE WS-ERROR-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
