       ID DIVISION.
       PROGRAM-ID. EPSOLMNT.
      *    LOAN-OFFICER LICENSE MAINTENANCE RUN.
      *
      *    APPLIES EPSOLTX ADD/CHANGE TRANSACTIONS TO THE EPSOLIC
      *    OFFICER LICENSE FILE - THE EPSVNMNT TRANSACTION SHAPE. A
      *    STATE LICENSE IS KEYED BY OFFICER AND STATE; A FEDERAL
      *    REGISTRATION IS KEYED BY OFFICER AND 'US' AND COVERS EVERY
      *    STATE. A LICENSE IS NEVER DELETED - A LAPSED, SUSPENDED OR
      *    SURRENDERED LICENSE IS CHANGED TO ITS NEW STATUS AND STAYS
      *    ON FILE, SO EPSOLEXP CAN STILL NAME THE PIPELINE IT LEFT
      *    EXPOSED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSOLTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLTX-STATUS.

           SELECT OFFICER-LICENSE-FILE ASSIGN TO EPSOLIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLIC-KEY
                  FILE STATUS IS WS-OLIC-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO OLMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSOLTX.

       FD  OFFICER-LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSOLIC.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - LICENSE ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CHANGE FAILED - NO LICENSE ON FILE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A OR C'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - OFFICER, STATE OR NMLS ID MISSING'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - LICENSE TYPE NOT L OR R'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ONLY TYPE R IS KEYED TO STATE US'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - STATUS NOT A, I OR S'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - EXPIRATION DATE MISSING'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 8 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-OLTX-STATUS              PIC XX.
           03 WS-OLIC-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 LICENSE-ON-FILE             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSOLMNT - OFFICER LICENSE MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATE                PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NMLS-ID              PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EXPIRATION           PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
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
           MOVE 'EPSOLMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    OFFICER-LICENSE-FILE.
           IF WS-OLIC-STATUS = '05' OR '35'
              CLOSE OFFICER-LICENSE-FILE
              OPEN OUTPUT OFFICER-LICENSE-FILE
              CLOSE OFFICER-LICENSE-FILE
              OPEN I-O OFFICER-LICENSE-FILE
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
           MOVE OLTX-ACTION          TO DTL-ACTION.
           MOVE OLTX-LOAN-OFFICER    TO DTL-OFFICER.
           MOVE OLTX-STATE           TO DTL-STATE.
           MOVE OLTX-NMLS-ID         TO DTL-NMLS-ID.
           MOVE OLTX-STATUS-IND      TO DTL-STATUS.
           MOVE 0                    TO DTL-EXPIRATION.
           IF OLTX-EXPIRATION-DATE IS NUMERIC
              MOVE OLTX-EXPIRATION-DATE TO DTL-EXPIRATION
           END-IF.

           IF NOT OLTX-ADD AND NOT OLTX-CHANGE
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A260-EDIT-DETAIL
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              IF OLTX-ADD
                 PERFORM A300-ADD-RECORD
              ELSE
                 PERFORM A400-CHANGE-RECORD
              END-IF
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
           MOVE OLTX-LOAN-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE OLTX-STATE        TO OLIC-STATE.
           READ OFFICER-LICENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

      *    A REGISTRATION IS ALWAYS STATE 'US' AND A STATE LICENSE
      *    NEVER IS - THE CHECKS IN EPSCLNTK AND EPSASMNT READ THE
      *    PROPERTY STATE FIRST AND 'US' SECOND, AND A MIS-KEYED TYPE
      *    WOULD LET ONE STATE'S LICENSE PASS FOR ALL OF THEM.
       A260-EDIT-DETAIL.
           IF OLTX-LOAN-OFFICER = SPACES OR OLTX-STATE = SPACES
              OR OLTX-NMLS-ID = SPACES
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF OLTX-LICENSE-TYPE NOT = 'L' AND NOT = 'R'
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF (OLTX-LICENSE-TYPE = 'R' AND OLTX-STATE NOT = 'US')
              OR (OLTX-LICENSE-TYPE = 'L' AND OLTX-STATE = 'US')
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF OLTX-STATUS-IND NOT = 'A' AND NOT = 'I'
              AND NOT = 'S'
              MOVE 7 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF OLTX-EXPIRATION-DATE IS NOT NUMERIC
              OR OLTX-EXPIRATION-DATE = 0
              MOVE 8 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A280-MOVE-DETAIL.
           MOVE OLTX-NMLS-ID         TO OLIC-NMLS-ID.
           MOVE OLTX-LICENSE-TYPE    TO OLIC-LICENSE-TYPE.
           MOVE OLTX-STATUS-IND      TO OLIC-STATUS-IND.
           MOVE OLTX-EXPIRATION-DATE TO OLIC-EXPIRATION-DATE.
           MOVE OLTX-USER-ID         TO OLIC-USER-ID.
           MOVE WS-CURRENT-DATE-8    TO OLIC-LAST-MAINT-DATE
           .

       A300-ADD-RECORD.
           IF LICENSE-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO OFFICER-LICENSE-RECORD.
           MOVE OLTX-LOAN-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE OLTX-STATE        TO OLIC-STATE.
           PERFORM A280-MOVE-DETAIL.
           WRITE OFFICER-LICENSE-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           IF OLTX-LICENSE-TYPE = 'R'
              MOVE 'REGISTRATION ADDED - COVERS ALL STATES'
                   TO DTL-RESULT
           ELSE
              MOVE 'LICENSE ADDED' TO DTL-RESULT
           END-IF.
           PERFORM A500-NOTE-NOT-CURRENT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A400-CHANGE-RECORD.
           IF NOT LICENSE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN OLTX-STATUS-IND NOT = OLIC-STATUS-IND
                 MOVE 'LICENSE STATUS CHANGED' TO DTL-RESULT
              WHEN OLTX-EXPIRATION-DATE > OLIC-EXPIRATION-DATE
                 MOVE 'LICENSE RENEWED' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'LICENSE DETAIL CHANGED' TO DTL-RESULT
           END-EVALUATE.
           PERFORM A280-MOVE-DETAIL.
           REWRITE OFFICER-LICENSE-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM A500-NOTE-NOT-CURRENT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE RECORD IS APPLIED EITHER WAY, BUT A LICENSE THAT LEAVES
      *    THIS RUN UNABLE TO SUPPORT AN ORIGINATION SAYS SO ON ITS
      *    LINE.
       A500-NOTE-NOT-CURRENT.
           IF NOT OLIC-ACTIVE
              MOVE ' - NOT ACTIVE, ORIGINATIONS REFUSED'
                   TO DTL-RESULT(39:42)
           ELSE
              IF OLIC-EXPIRATION-DATE < WS-CURRENT-DATE-8
                 MOVE ' - ALREADY EXPIRED, ORIGINATIONS REFUSED'
                      TO DTL-RESULT(39:42)
              END-IF
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT    TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGES.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE OFFICER-LICENSE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .

           MOVE 'EPSOLMNT' TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT = WS-ADD-COUNT
              + WS-CHANGE-COUNT + WS-ERROR-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-ADD-COUNT
              + WS-CHANGE-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT = WS-ERROR-COUNT.
           MOVE 0 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
