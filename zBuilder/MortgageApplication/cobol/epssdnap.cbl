       ID DIVISION.
       PROGRAM-ID. EPSSDNAP.
      *    OFAC POTENTIAL-MATCH DECISION RUN.
      *
      *    APPLIES COMPLIANCE'S EPSSDNDC DECISIONS TO THE EPSSDNHT HIT
      *    FILE - THE EPSWIRAP SHAPE. EACH DECISION CLEARS A HIT AS A
      *    FALSE POSITIVE OR CONFIRMS IT AS A TRUE SDN MATCH, AND IS
      *    STAMPED WITH WHO DECIDED, WHEN AND WHY. ONLY AN ACTIVE
      *    SUPERVISOR ON EPSUSRPF MAY DECIDE, AND A REASON IS ALWAYS
      *    REQUIRED.
      *
      *    ONCE THE DECISION IS ON FILE THE HELD ITEM'S OTHER HITS ARE
      *    LOOKED AT. WHILE ANY IS STILL PENDING THE ITEM STAYS HELD.
      *    A CONFIRMED MATCH REJECTS A HELD WIRE AND MARKS A BORROWER
      *    BLOCKED; A HELD CHECK STAYS HELD FOR EPSCKMNT TO VOID. WITH
      *    EVERY MATCH CLEARED A HELD WIRE GOES BACK TO PENDING
      *    APPROVAL AND A BORROWER'S HOLD IS LIFTED; A HELD CHECK IS
      *    RELEASED ONTO POSITIVE PAY BY THE NEXT EPSCKISS RUN.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO EPSSDNDC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SDNDC-STATUS.

           SELECT SDN-HIT-FILE ASSIGN TO EPSSDNHT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNHT-KEY
                  FILE STATUS IS WS-SDNHT-STATUS.

           SELECT PENDING-WIRE-FILE ASSIGN TO EPSWIREP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WIREP-SEQ-NUM
                  FILE STATUS IS WS-WIREP-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO EPSUSRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USRP-USER-ID
                  FILE STATUS IS WS-USRP-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SDNAPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSSDNDC.

       FD  SDN-HIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNHT.

       FD  PENDING-WIRE-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY EPSWIREP.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  USER-PROFILE-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY EPSUSRPF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'DECISION FAILED - HIT NOT ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'DECISION FAILED - HIT ALREADY DECIDED'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'DECISION FAILED - DECISION CODE NOT C OR B'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'DECISION FAILED - REASON IS REQUIRED'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'DECISION FAILED - DECIDER NOT AN ACTIVE SUPERVISO
      -            'R'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-SDNDC-STATUS             PIC XX.
           03 WS-SDNHT-STATUS             PIC XX.
           03 WS-WIREP-STATUS             PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-USRP-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-DECISIONS         PIC X VALUE 'N'.
              88 END-OF-DECISIONS            VALUE 'Y'.
           03 WS-END-OF-HITS              PIC X VALUE 'N'.
              88 END-OF-HITS                 VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-DECISION-VALID           VALUE 0.
           03 WS-PENDING-IN-GROUP         PIC X VALUE 'N'.
              88 PENDING-IN-GROUP            VALUE 'Y'.
           03 WS-BLOCKED-IN-GROUP         PIC X VALUE 'N'.
              88 BLOCKED-IN-GROUP            VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-CLEARED-COUNT            PIC 9(7) VALUE 0.
           03 WS-BLOCKED-COUNT            PIC 9(7) VALUE 0.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    THE HELD ITEM THE DECISION BELONGS TO. A WIRE'S REFERENCE
      *    IS ITS PENDING SEQUENCE, ZERO-FILLED.
       01 WS-GROUP-SOURCE                 PIC X.
       01 WS-GROUP-REFERENCE              PIC X(10).
       01 WS-GROUP-NUMBER REDEFINES WS-GROUP-REFERENCE
                                          PIC 9(10).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSDNAP - OFAC MATCH DECISION CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-SOURCE               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REFERENCE            PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ENTRY                PIC 9(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DECISION             PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-USER                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'CLEARED:'.
              05 SUM-CLEARED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'BLOCKED:'.
              05 SUM-BLOCKED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
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
           PERFORM A200-APPLY-DECISION UNTIL END-OF-DECISIONS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSDNAP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  DECISION-FILE.
           OPEN I-O    SDN-HIT-FILE.
           OPEN I-O    PENDING-WIRE-FILE.
           OPEN I-O    BORROWER-MASTER-FILE.
           OPEN INPUT  USER-PROFILE-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-DECISION.

       A150-READ-DECISION.
           READ DECISION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-DECISIONS
           END-READ
           .

       A200-APPLY-DECISION.
           MOVE 0               TO WS-VALIDATION-INDICATOR.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE SDNDC-SOURCE    TO DTL-SOURCE.
           MOVE SDNDC-REFERENCE TO DTL-REFERENCE.
           MOVE SDNDC-ENTRY-NUM TO DTL-ENTRY.
           MOVE SDNDC-DECISION  TO DTL-DECISION.
           MOVE SDNDC-USER-ID   TO DTL-USER.

           IF NOT SDNDC-CLEAR AND NOT SDNDC-BLOCK
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-DECISION-VALID AND SDNDC-REASON = SPACES
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-DECISION-VALID
              MOVE SDNDC-SOURCE    TO SDNHT-SOURCE
              MOVE SDNDC-REFERENCE TO SDNHT-REFERENCE
              MOVE SDNDC-ENTRY-NUM TO SDNHT-ENTRY-NUM
              MOVE SDNDC-ALT-NUM   TO SDNHT-ALT-NUM
              READ SDN-HIT-FILE
                 INVALID KEY
                    MOVE 1 TO WS-VALIDATION-INDICATOR
              END-READ
           END-IF
           .
           IF WS-DECISION-VALID AND NOT SDNHT-PENDING
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-DECISION-VALID
              PERFORM A300-CHECK-DECIDER-ROLE
           END-IF
           .
           IF WS-DECISION-VALID
              PERFORM A400-STAMP-DECISION
              PERFORM A500-SETTLE-HELD-ITEM
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-DECISION.

      *    THE SAME EPSUSRPF ROLE MODEL EPSWIRAP ENFORCES FOR THE
      *    SECOND WIRE SIGNATURE.
       A300-CHECK-DECIDER-ROLE.
           MOVE SDNDC-USER-ID TO USRP-USER-ID.
           READ USER-PROFILE-FILE
              INVALID KEY
                 MOVE 5 TO WS-VALIDATION-INDICATOR
              NOT INVALID KEY
                 IF NOT USRP-SUPERVISOR OR NOT USRP-ACTIVE
                    MOVE 5 TO WS-VALIDATION-INDICATOR
                 END-IF
           END-READ
           .

       A400-STAMP-DECISION.
           IF SDNDC-CLEAR
              MOVE 'C' TO SDNHT-STATUS-IND
              ADD 1 TO WS-CLEARED-COUNT
           ELSE
              MOVE 'B' TO SDNHT-STATUS-IND
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF.
           MOVE SDNDC-USER-ID     TO SDNHT-DECIDED-BY.
           MOVE WS-CURRENT-DATE-8 TO SDNHT-DECISION-DATE.
           MOVE SDNDC-REASON      TO SDNHT-DECISION-REASON.
           REWRITE SDN-HIT-RECORD
           .

      *    WHAT THE DECISION MEANS FOR THE HELD ITEM DEPENDS ON EVERY
      *    HIT AGAINST IT, NOT JUST THIS ONE.
       A500-SETTLE-HELD-ITEM.
           MOVE SDNDC-SOURCE    TO WS-GROUP-SOURCE.
           MOVE SDNDC-REFERENCE TO WS-GROUP-REFERENCE.
           MOVE 'N' TO WS-PENDING-IN-GROUP.
           MOVE 'N' TO WS-BLOCKED-IN-GROUP.
           PERFORM A510-START-GROUP.
           PERFORM A520-SCAN-GROUP-HIT UNTIL END-OF-HITS.

           EVALUATE TRUE
              WHEN PENDING-IN-GROUP
                 MOVE 'DECIDED - STILL HELD, OTHER MATCHES OPEN'
                      TO DTL-RESULT
              WHEN BLOCKED-IN-GROUP
                 PERFORM A600-BLOCK-HELD-ITEM
              WHEN OTHER
                 PERFORM A700-RELEASE-HELD-ITEM
           END-EVALUATE
           .

       A510-START-GROUP.
           MOVE 'N'                TO WS-END-OF-HITS.
           MOVE WS-GROUP-SOURCE    TO SDNHT-SOURCE.
           MOVE WS-GROUP-REFERENCE TO SDNHT-REFERENCE.
           MOVE 0 TO SDNHT-ENTRY-NUM SDNHT-ALT-NUM.
           START SDN-HIT-FILE KEY IS NOT LESS THAN SDNHT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HITS
           END-START
           .

       A520-SCAN-GROUP-HIT.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
                 EXIT PARAGRAPH
           END-READ.
           IF SDNHT-SOURCE NOT = WS-GROUP-SOURCE OR
              SDNHT-REFERENCE NOT = WS-GROUP-REFERENCE
              MOVE 'Y' TO WS-END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-PENDING
              MOVE 'Y' TO WS-PENDING-IN-GROUP
           END-IF.
           IF SDNHT-BLOCKED
              MOVE 'Y' TO WS-BLOCKED-IN-GROUP
           END-IF
           .

      *    A CONFIRMED MATCH. THE REJECTED WIRE AND THE BLOCKED
      *    BORROWER ARE WHAT THE BLOCKING REPORT TO TREASURY IS
      *    WRITTEN FROM.
       A600-BLOCK-HELD-ITEM.
           EVALUATE WS-GROUP-SOURCE
              WHEN 'W'
                 MOVE WS-GROUP-NUMBER TO WIREP-SEQ-NUM
                 READ PENDING-WIRE-FILE
                    INVALID KEY
                       MOVE 'BLOCKED - WIRE NOT ON PENDING FILE'
                            TO DTL-RESULT
                       EXIT PARAGRAPH
                 END-READ
                 IF WIREP-SENT
                    MOVE 'BLOCKED - WIRE ALREADY SENT, ESCALATE'
                         TO DTL-RESULT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 'R'               TO WIREP-STATUS-IND
                 MOVE 'OFAC - CONFIRMED SDN MATCH'
                                        TO WIREP-REJECT-REASON
                 MOVE SDNDC-USER-ID     TO WIREP-REVIEWED-BY
                 MOVE WS-CURRENT-DATE-8 TO WIREP-REVIEW-DATE
                 REWRITE PENDING-WIRE-RECORD
                 MOVE 'BLOCKED - WIRE REJECTED' TO DTL-RESULT
              WHEN 'B'
                 MOVE WS-GROUP-REFERENCE TO BRWR-PAN
                 READ BORROWER-MASTER-FILE
                    INVALID KEY
                       MOVE 'BLOCKED - BORROWER NOT ON FILE'
                            TO DTL-RESULT
                       EXIT PARAGRAPH
                 END-READ
                 MOVE 'B'               TO BRWR-OFAC-IND
                 MOVE WS-CURRENT-DATE-8 TO BRWR-LAST-MAINT-DATE
                 REWRITE BORROWER-MASTER-RECORD
                 MOVE 'BLOCKED - BORROWER MARKED BLOCKED'
                      TO DTL-RESULT
              WHEN OTHER
                 MOVE 'BLOCKED - CHECK STAYS HELD, VOID VIA EPSCKMNT'
                      TO DTL-RESULT
           END-EVALUATE
           .

      *    EVERY MATCH CLEARED. THE CHECK IS LEFT FOR EPSCKISS, WHICH
      *    OWNS THE POSITIVE-PAY FILE AND STAMPS ITS OWN RELEASE.
       A700-RELEASE-HELD-ITEM.
           EVALUATE WS-GROUP-SOURCE
              WHEN 'W'
                 MOVE WS-GROUP-NUMBER TO WIREP-SEQ-NUM
                 READ PENDING-WIRE-FILE
                    INVALID KEY
                       MOVE 'CLEARED - WIRE NOT ON PENDING FILE'
                            TO DTL-RESULT
                       EXIT PARAGRAPH
                 END-READ
                 IF NOT WIREP-OFAC-HOLD
                    MOVE 'CLEARED - WIRE NOT ON OFAC HOLD'
                         TO DTL-RESULT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 'P' TO WIREP-STATUS-IND
                 REWRITE PENDING-WIRE-RECORD
                 MOVE 'CLEARED - WIRE BACK TO PENDING APPROVAL'
                      TO DTL-RESULT
              WHEN 'B'
                 MOVE WS-GROUP-REFERENCE TO BRWR-PAN
                 READ BORROWER-MASTER-FILE
                    INVALID KEY
                       MOVE 'CLEARED - BORROWER NOT ON FILE'
                            TO DTL-RESULT
                       EXIT PARAGRAPH
                 END-READ
                 IF NOT BRWR-OFAC-HOLD
                    MOVE 'CLEARED - BORROWER NOT ON OFAC HOLD'
                         TO DTL-RESULT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACE             TO BRWR-OFAC-IND
                 MOVE WS-CURRENT-DATE-8 TO BRWR-LAST-MAINT-DATE
                 REWRITE BORROWER-MASTER-RECORD
                 MOVE 'CLEARED - BORROWER HOLD LIFTED' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'CLEARED - CHECK RELEASES ON NEXT EPSCKISS RUN'
                      TO DTL-RESULT
                 EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM A510-START-GROUP.
           PERFORM A710-STAMP-RELEASED UNTIL END-OF-HITS
           .

       A710-STAMP-RELEASED.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
                 EXIT PARAGRAPH
           END-READ.
           IF SDNHT-SOURCE NOT = WS-GROUP-SOURCE OR
              SDNHT-REFERENCE NOT = WS-GROUP-REFERENCE
              MOVE 'Y' TO WS-END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-RELEASED-DATE = 0
              MOVE WS-CURRENT-DATE-8 TO SDNHT-RELEASED-DATE
              REWRITE SDN-HIT-RECORD
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-CLEARED-COUNT  TO SUM-CLEARED.
           MOVE WS-BLOCKED-COUNT  TO SUM-BLOCKED.
           MOVE WS-RELEASED-COUNT TO SUM-RELEASED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE DECISION-FILE.
           CLOSE SDN-HIT-FILE.
           CLOSE PENDING-WIRE-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE USER-PROFILE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
