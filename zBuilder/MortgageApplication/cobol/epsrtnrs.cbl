       ID DIVISION.
       PROGRAM-ID. EPSRTNRS.
      *    WEEKLY REFINANCE RETENTION CAMPAIGN RESULTS.
      *
      *    FOLLOWS EVERY LEAD ON THE EPSRTLDM LEAD MASTER EPSRTNLD
      *    BUILDS, IN TWO PASSES:
      *
      *       - RESPONSES. A REFINANCE COMES BACK AS A NEW APPLICATION
      *         UNDER A NEW PAN, SO IT IS FOUND THROUGH THE BORROWER'S
      *         EPSSSNXR TOKEN: AN OPEN LEAD WHOSE TOKEN LISTS ANOTHER
      *         PAN ADDED ON OR AFTER THE LEAD DATE CAME BACK AS THAT
      *         APPLICATION. (A LOAN WHOSE ORIGINAL APPLICATION CARRIED
      *         NO SSN HAS NO TOKEN AND CANNOT BE MATCHED.)
      *       - OUTCOMES. AN APPLIED LEAD FOLLOWS ITS APPLICATION'S
      *         EPSAPPST STATUS - CLOSED IS A RETAINED LOAN, DENIED OR
      *         WITHDRAWN FELL THROUGH. AN OPEN LEAD WHOSE LOAN HAS
      *         PAID OFF ON EPSSRVCF WAS LOST TO A COMPETITOR; ONE
      *         UNANSWERED PAST THE EPSRTNCT RESPONSE WINDOW EXPIRES.
      *
      *    THE REPORT LISTS EVERY LEAD STILL IN PLAY AND EVERY LEAD
      *    THAT CHANGED THIS RUN, THEN THE CAMPAIGN TOTALS AND THE
      *    RESPONSE, RETENTION AND LOSS RATES ACROSS ALL LEADS EVER
      *    ISSUED. RUNS BEFORE EPSRTNLD IN THE WEEKLY CAMPAIGN.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAD-MASTER-FILE ASSIGN TO EPSRTLDM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RTLDM-PAN
                  FILE STATUS IS WS-RTLDM-STATUS.

           SELECT CAMPAIGN-CONTROL-FILE ASSIGN TO EPSRTNCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTCTL-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT RESULTS-REPORT ASSIGN TO RTNRSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAD-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRTLDM.

       FD  CAMPAIGN-CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSRTNCT.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  RESULTS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    USED WHEN THE EPSRTNCT CONTROL RECORD IS MISSING.
           03 STATIC-DEFAULT-RESPONSE-DAYS
                                          PIC 9(3) VALUE 90.

       01 WS-FILE-STATUSES.
           03 WS-RTLDM-STATUS             PIC XX.
           03 WS-RTCTL-STATUS             PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-XREF              PIC X VALUE 'N'.
              88 END-OF-XREF                 VALUE 'Y'.
           03 WS-END-OF-LEADS             PIC X VALUE 'N'.
              88 END-OF-LEADS                VALUE 'Y'.
           03 WS-LEAD-FILE-OPEN           PIC X VALUE 'N'.
              88 LEAD-FILE-OPEN              VALUE 'Y'.
           03 WS-LEAD-CHANGED             PIC X VALUE 'N'.
              88 LEAD-CHANGED                VALUE 'Y'.

       01 WS-RESPONSE-DAYS                PIC 9(3) VALUE 0.

       01 WS-XREF-WORK.
           03 WS-XREF-IDX                 PIC 9(2) COMP.
           03 WS-APP-IDX                  PIC 9(2) COMP.
           03 WS-MATCH-IDX                PIC 9(2) COMP.

       01 WS-COUNTERS.
           03 WS-LEAD-TOTAL               PIC 9(7) VALUE 0.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.
           03 WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
           03 WS-REFINANCED-COUNT         PIC 9(7) VALUE 0.
           03 WS-FELL-THROUGH-COUNT       PIC 9(7) VALUE 0.
           03 WS-PAID-OFF-COUNT           PIC 9(7) VALUE 0.
           03 WS-EXPIRED-COUNT            PIC 9(7) VALUE 0.
           03 WS-RESPONDED-COUNT          PIC 9(7) VALUE 0.
           03 WS-NEW-RESPONSE-COUNT       PIC 9(7) VALUE 0.
           03 WS-CHANGED-COUNT            PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-LEAD-AGE-DAYS                PIC S9(7) COMP.
       01 WS-RATE-PCT                     PIC 9(3)V9 VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRTNRS - REFINANCE RETENTION CAMPAIGN RESULTS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'LEAD DATE'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(6)  VALUE 'BRCH'.
              05 FILLER                   PIC X(14) VALUE 'MO. SAVINGS'.
              05 FILLER                   PIC X(12) VALUE 'APPL PAN'.
              05 FILLER                   PIC X(10) VALUE 'APPL DATE'.
              05 FILLER                   PIC X(4)  VALUE 'ST'.
              05 FILLER                   PIC X(30) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LEAD-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BRANCH               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SAVINGS              PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APP-PAN              PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APP-DATE             PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APP-STATUS           PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(40).
           03 WS-NO-LEADS-LINE            PIC X(60) VALUE
              'NO EPSRTLDM LEAD MASTER YET - NO CAMPAIGN HAS RUN'.
           03 WS-SUMMARY-LINE.
              05 SUM-LABEL                PIC X(40).
              05 SUM-COUNT                PIC ZZZZZZ9.
           03 WS-RATE-LINE.
              05 RATE-LABEL               PIC X(40).
              05 RATE-PCT                 PIC ZZ9.9.
              05 FILLER                   PIC X VALUE '%'.

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
           IF LEAD-FILE-OPEN
              PERFORM A200-MATCH-ONE-XREF UNTIL END-OF-XREF
              PERFORM A300-START-LEADS
              PERFORM A310-REVIEW-ONE-LEAD UNTIL END-OF-LEADS
           END-IF.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRTNRS' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT RESULTS-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

      *    NO LEAD MASTER UNTIL EPSRTNLD HAS RUN ONCE.
           OPEN I-O    LEAD-MASTER-FILE.
           IF WS-RTLDM-STATUS NOT = '00'
              MOVE WS-NO-LEADS-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LEAD-FILE-OPEN.

           OPEN INPUT  CAMPAIGN-CONTROL-FILE.
           READ CAMPAIGN-CONTROL-FILE
              AT END
                 MOVE STATIC-DEFAULT-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                 MOVE 'EPSRTNCT CONTROL RECORD MISSING - DEFAULT RESPO
      -               'NSE WINDOW' TO RPT-LINE
                 WRITE RPT-LINE
              NOT AT END
                 MOVE RTCTL-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-READ.
           CLOSE CAMPAIGN-CONTROL-FILE.

           OPEN INPUT  SSN-XREF-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO SSNXR-SSN.
           START SSN-XREF-FILE KEY IS NOT LESS THAN SSNXR-SSN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-XREF
           END-START
           .

      *    A TOKEN WITH ONE PAN HAS NOTHING TO MATCH. OTHERWISE EACH
      *    OF ITS PANS THAT IS AN OPEN LEAD IS LOOKED FOR AMONG THE
      *    OTHERS.
       A200-MATCH-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-XREF
                 EXIT PARAGRAPH
           END-READ.
           IF SSNXR-PAN-COUNT < 2
              EXIT PARAGRAPH
           END-IF.
           PERFORM A210-MATCH-ONE-PAN
                   VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > SSNXR-PAN-COUNT
                      OR WS-XREF-IDX > 5
           .

       A210-MATCH-ONE-PAN.
           IF SSNXR-PAN(WS-XREF-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SSNXR-PAN(WS-XREF-IDX) TO RTLDM-PAN.
           READ LEAD-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT RTLDM-OPEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM A220-CHECK-ONE-APPLICATION
                   VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > SSNXR-PAN-COUNT
                      OR WS-APP-IDX > 5
                      OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
              EXIT PARAGRAPH
           END-IF.

           MOVE 'A'                       TO RTLDM-STATUS-IND.
           MOVE SSNXR-PAN(WS-MATCH-IDX)   TO RTLDM-APP-PAN.
           MOVE SSNXR-ADD-DATE(WS-MATCH-IDX)
                                          TO RTLDM-APP-DATE.
           MOVE WS-CURRENT-DATE-8         TO RTLDM-STATUS-DATE.
           REWRITE RETENTION-LEAD-MASTER
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           ADD 1 TO WS-NEW-RESPONSE-COUNT
           .

      *    THE FIRST APPLICATION TAKEN ON OR AFTER THE LEAD DATE IS
      *    THE ONE THE LEAD CAME BACK AS.
       A220-CHECK-ONE-APPLICATION.
           IF WS-APP-IDX NOT = WS-XREF-IDX
              AND SSNXR-PAN(WS-APP-IDX) NOT = SPACES
              AND SSNXR-ADD-DATE(WS-APP-IDX) >= RTLDM-LEAD-DATE
              MOVE WS-APP-IDX TO WS-MATCH-IDX
           END-IF
           .

       A300-START-LEADS.
           MOVE LOW-VALUES TO RTLDM-PAN.
           START LEAD-MASTER-FILE KEY IS NOT LESS THAN RTLDM-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-LEADS
           END-START
           .

       A310-REVIEW-ONE-LEAD.
           READ LEAD-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LEADS
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-LEAD-CHANGED.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN RTLDM-OPEN
                 PERFORM A320-CHECK-OPEN-LEAD
              WHEN RTLDM-APPLIED
                 PERFORM A330-CHECK-APPLICATION
           END-EVALUATE.
           IF LEAD-CHANGED
              MOVE WS-CURRENT-DATE-8 TO RTLDM-STATUS-DATE
              REWRITE RETENTION-LEAD-MASTER
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           PERFORM A340-TALLY-LEAD.
           IF RTLDM-OPEN OR RTLDM-APPLIED OR LEAD-CHANGED
              OR RTLDM-STATUS-DATE = WS-CURRENT-DATE-8
              PERFORM A350-PRINT-LEAD
           END-IF
           .

      *    A PAID-OFF LOAN NEVER CAME BACK TO US - LOST. A LOAN NO
      *    LONGER ON THE MASTER AT ALL IS TREATED THE SAME WAY.
       A320-CHECK-OPEN-LEAD.
           MOVE RTLDM-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'P' TO RTLDM-STATUS-IND
                 MOVE 'Y' TO WS-LEAD-CHANGED
                 EXIT PARAGRAPH
           END-READ.
           IF SRV-LOAN-PAID-OFF
              MOVE 'P' TO RTLDM-STATUS-IND
              MOVE 'Y' TO WS-LEAD-CHANGED
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LEAD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 - FUNCTION INTEGER-OF-DATE(RTLDM-LEAD-DATE).
           IF WS-LEAD-AGE-DAYS > WS-RESPONSE-DAYS
              MOVE 'X' TO RTLDM-STATUS-IND
              MOVE 'Y' TO WS-LEAD-CHANGED
           END-IF
           .

       A330-CHECK-APPLICATION.
           MOVE RTLDM-APP-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF APPST-STATUS-CODE NOT = RTLDM-APP-STATUS-CODE
              MOVE APPST-STATUS-CODE TO RTLDM-APP-STATUS-CODE
              MOVE 'Y' TO WS-LEAD-CHANGED
           END-IF.
           EVALUATE TRUE
              WHEN APPST-CLOSED
                 MOVE 'C' TO RTLDM-STATUS-IND
                 MOVE 'Y' TO WS-LEAD-CHANGED
              WHEN APPST-DENIED OR APPST-WITHDRAWN
                 MOVE 'W' TO RTLDM-STATUS-IND
                 MOVE 'Y' TO WS-LEAD-CHANGED
           END-EVALUATE
           .

       A340-TALLY-LEAD.
           ADD 1 TO WS-LEAD-TOTAL.
           EVALUATE TRUE
              WHEN RTLDM-OPEN
                 ADD 1 TO WS-OPEN-COUNT
              WHEN RTLDM-APPLIED
                 ADD 1 TO WS-APPLIED-COUNT
              WHEN RTLDM-REFINANCED
                 ADD 1 TO WS-REFINANCED-COUNT
              WHEN RTLDM-APP-FELL-THROUGH
                 ADD 1 TO WS-FELL-THROUGH-COUNT
              WHEN RTLDM-PAID-OFF-ELSEWHERE
                 ADD 1 TO WS-PAID-OFF-COUNT
              WHEN RTLDM-EXPIRED
                 ADD 1 TO WS-EXPIRED-COUNT
           END-EVALUATE
           .

       A350-PRINT-LEAD.
           MOVE RTLDM-PAN             TO DTL-PAN.
           MOVE RTLDM-LEAD-DATE       TO DTL-LEAD-DATE.
           MOVE RTLDM-LOAN-OFFICER    TO DTL-OFFICER.
           MOVE RTLDM-BRANCH-CODE     TO DTL-BRANCH.
           MOVE RTLDM-MONTHLY-SAVINGS TO DTL-SAVINGS.
           MOVE RTLDM-APP-PAN         TO DTL-APP-PAN.
           IF RTLDM-APP-DATE > 0
              MOVE RTLDM-APP-DATE     TO DTL-APP-DATE
           END-IF.
           MOVE RTLDM-APP-STATUS-CODE TO DTL-APP-STATUS.
           EVALUATE TRUE
              WHEN RTLDM-OPEN
                 MOVE 'OPEN - NO APPLICATION YET' TO DTL-RESULT
              WHEN RTLDM-APPLIED
                 MOVE 'APPLIED - IN PROCESS' TO DTL-RESULT
              WHEN RTLDM-REFINANCED
                 MOVE 'RETAINED - REFINANCE CLOSED' TO DTL-RESULT
              WHEN RTLDM-APP-FELL-THROUGH
                 MOVE 'APPLICATION DENIED/WITHDRAWN' TO DTL-RESULT
              WHEN RTLDM-PAID-OFF-ELSEWHERE
                 MOVE 'LOST - PAID OFF, NO APPLICATION' TO DTL-RESULT
              WHEN RTLDM-EXPIRED
                 MOVE 'EXPIRED - NO RESPONSE' TO DTL-RESULT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           IF LEAD-FILE-OPEN
              PERFORM A910-WRITE-TOTALS
              CLOSE LEAD-MASTER-FILE
              CLOSE SSN-XREF-FILE
              CLOSE APPLICATION-STATUS-FILE
              CLOSE SERVICING-MASTER-FILE
           END-IF.
           CLOSE RESULTS-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSRTNRS'            TO EPSRUNWR-JOB-NAME.
           MOVE WS-LEAD-TOTAL         TO EPSRUNWR-IN-COUNT.
           MOVE WS-CHANGED-COUNT      TO EPSRUNWR-OUT-COUNT.
           MOVE 0                     TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE    TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE    TO RETURN-CODE
           .

      *    RESPONDED IS EVERY LEAD THAT CAME BACK AS AN APPLICATION,
      *    WHATEVER BECAME OF IT.
       A910-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'NEW RESPONSES THIS RUN:'     TO SUM-LABEL.
           MOVE WS-NEW-RESPONSE-COUNT         TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'LEADS CHANGED THIS RUN:'     TO SUM-LABEL.
           MOVE WS-CHANGED-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'LEADS ISSUED (ALL CAMPAIGNS):' TO SUM-LABEL.
           MOVE WS-LEAD-TOTAL                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OPEN:'                     TO SUM-LABEL.
           MOVE WS-OPEN-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  APPLIED, IN PROCESS:'      TO SUM-LABEL.
           MOVE WS-APPLIED-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  RETAINED (REFINANCE CLOSED):' TO SUM-LABEL.
           MOVE WS-REFINANCED-COUNT           TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  APPLICATION DENIED/WITHDRAWN:' TO SUM-LABEL.
           MOVE WS-FELL-THROUGH-COUNT         TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  LOST - PAID OFF ELSEWHERE:' TO SUM-LABEL.
           MOVE WS-PAID-OFF-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  EXPIRED - NO RESPONSE:'    TO SUM-LABEL.
           MOVE WS-EXPIRED-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.

           IF WS-LEAD-TOTAL = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RESPONDED-COUNT =
                   WS-APPLIED-COUNT + WS-REFINANCED-COUNT
                 + WS-FELL-THROUGH-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-RATE-PCT ROUNDED =
                   WS-RESPONDED-COUNT * 100 / WS-LEAD-TOTAL.
           MOVE 'RESPONSE RATE:'              TO RATE-LABEL.
           PERFORM A960-WRITE-RATE.
           COMPUTE WS-RATE-PCT ROUNDED =
                   WS-REFINANCED-COUNT * 100 / WS-LEAD-TOTAL.
           MOVE 'RETENTION RATE:'             TO RATE-LABEL.
           PERFORM A960-WRITE-RATE.
           COMPUTE WS-RATE-PCT ROUNDED =
                   WS-PAID-OFF-COUNT * 100 / WS-LEAD-TOTAL.
           MOVE 'LOST TO COMPETITORS:'        TO RATE-LABEL.
           PERFORM A960-WRITE-RATE
           .

       A950-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A960-WRITE-RATE.
           MOVE WS-RATE-PCT  TO RATE-PCT.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .
