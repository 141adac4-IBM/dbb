       ID DIVISION.
       PROGRAM-ID. EPSBSAMT.
      *    BSA CASE DISPOSITION RUN.
      *
      *    APPLIES THE BSA OFFICER'S EPSBSATX DISPOSITIONS TO THE
      *    EPSBSACS SUSPICIOUS-ACTIVITY CASE LOG THAT EPSCTRDY OPENS -
      *    THE EPSOLMNT TRANSACTION SHAPE. A SAR FILED (S) OR A NO-SAR
      *    DECISION (N) CLOSES THE CASE; AN ESCALATION (E) RECORDS THE
      *    DECISION AND LEAVES THE CASE OPEN ON EPSCTRDY'S OPEN-CASE
      *    LIST UNTIL A FINAL S OR N IS KEYED. A NO-SAR DECISION MUST
      *    CARRY THE OFFICER'S REASON IN THE NOTES - THE EXAMINERS ASK
      *    WHY A FLAGGED PATTERN WAS NOT FILED ON. A CLOSED CASE IS
      *    NEVER REOPENED HERE; FRESH ACTIVITY OPENS A NEW ONE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSBSATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BSATX-STATUS.

           SELECT BSA-CASE-FILE ASSIGN TO EPSBSACS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BSAC-KEY
                  FILE STATUS IS WS-BSACS-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO BSAMTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSBSATX.

       FD  BSA-CASE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY EPSBSACS.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'DISPOSITION FAILED - NO CASE ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'DISPOSITION FAILED - CASE ALREADY CLOSED'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'DISPOSITION FAILED - DISPOSITION NOT S, N OR E'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'DISPOSITION FAILED - OFFICER ID MISSING'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'DISPOSITION FAILED - NO-SAR DECISION NEEDS NOTES'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-BSATX-STATUS             PIC XX.
           03 WS-BSACS-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 CASE-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
           03 WS-ESCALATED-COUNT          PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBSAMT - BSA CASE DISPOSITION REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-BORROWER             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OPEN-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DISPOSITION          PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'CLOSED:'.
              05 SUM-CLOSED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ESCALATED:'.
              05 SUM-ESCALATED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
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
           MOVE 'EPSBSAMT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    BSA-CASE-FILE.
           IF WS-BSACS-STATUS = '05' OR '35'
              CLOSE BSA-CASE-FILE
              OPEN OUTPUT BSA-CASE-FILE
              CLOSE BSA-CASE-FILE
              OPEN I-O BSA-CASE-FILE
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
           MOVE BSATX-BORROWER-KEY   TO DTL-BORROWER.
           MOVE 0                    TO DTL-OPEN-DATE.
           IF BSATX-OPEN-DATE IS NUMERIC
              MOVE BSATX-OPEN-DATE   TO DTL-OPEN-DATE
           END-IF.
           MOVE BSATX-DISPOSITION    TO DTL-DISPOSITION.
           MOVE BSATX-OFFICER-ID     TO DTL-OFFICER.

           PERFORM A260-EDIT-DETAIL
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              PERFORM A400-APPLY-DISPOSITION
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
           MOVE BSATX-BORROWER-KEY TO BSAC-BORROWER-KEY.
           MOVE BSATX-OPEN-DATE    TO BSAC-OPEN-DATE.
           READ BSA-CASE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

       A260-EDIT-DETAIL.
           IF NOT BSATX-SAR-FILED AND NOT BSATX-NO-SAR
              AND NOT BSATX-ESCALATED
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF BSATX-OFFICER-ID = SPACES
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF BSATX-NO-SAR AND BSATX-NOTES = SPACES
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF BSATX-OPEN-DATE IS NOT NUMERIC
              MOVE 1 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A400-APPLY-DISPOSITION.
           IF NOT CASE-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF BSAC-CLOSED
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE BSATX-DISPOSITION    TO BSAC-DISPOSITION.
           MOVE WS-CURRENT-DATE-8    TO BSAC-DISPOSITION-DATE.
           MOVE BSATX-OFFICER-ID     TO BSAC-OFFICER-ID.
           IF BSATX-NOTES NOT = SPACES
              MOVE BSATX-NOTES       TO BSAC-NOTES
           END-IF.
           EVALUATE TRUE
              WHEN BSATX-SAR-FILED
                 SET BSAC-CLOSED TO TRUE
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE 'CASE CLOSED - SAR FILED' TO DTL-RESULT
              WHEN BSATX-NO-SAR
                 SET BSAC-CLOSED TO TRUE
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE 'CASE CLOSED - NO SAR' TO DTL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-ESCALATED-COUNT
                 MOVE 'CASE ESCALATED - REMAINS OPEN' TO DTL-RESULT
           END-EVALUATE.
           IF BSAC-CLOSED
              AND WS-CURRENT-DATE-8 > BSAC-SAR-DUE-DATE
              MOVE ' - DECIDED AFTER THE SAR DUE DATE'
                   TO DTL-RESULT(24:40)
           END-IF.
           REWRITE BSA-CASE-RECORD.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-CLOSED-COUNT    TO SUM-CLOSED.
           MOVE WS-ESCALATED-COUNT TO SUM-ESCALATED.
           MOVE WS-ERROR-COUNT     TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE BSA-CASE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSBSAMT' TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT = WS-CLOSED-COUNT
              + WS-ESCALATED-COUNT + WS-ERROR-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-CLOSED-COUNT
              + WS-ESCALATED-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT = WS-ERROR-COUNT.
           MOVE 0 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
