       ID DIVISION.
       PROGRAM-ID. EPSLHMNT.
      *    LITIGATION HOLD REGISTRY MAINTENANCE RUN.
      *
      *    APPLIES EPSLHTXN PLACE/RELEASE TRANSACTIONS FROM LEGAL TO
      *    THE EPSLHOLD REGISTRY - THE EPSCPMNT TRANSACTION SHAPE. A
      *    HOLD IS ON A LOAN (TYPE 'P', BY PAN) OR A LENDER COMPANY
      *    (TYPE 'C', AS KEYED ON EPSMORTF) FOR ONE MATTER NUMBER.
      *    PLACE STAMPS WHO PLACED IT AND WHEN; A RELEASED MATTER
      *    PLACED AGAIN IS RE-ACTIVATED UNDER THE NEW PLACEMENT.
      *    RELEASE STAMPS WHO RELEASED IT AND WHEN BUT KEEPS THE
      *    RECORD FOR THE HISTORY, AND LIFTS ONLY THAT MATTER - THE
      *    LOAN OR LENDER STAYS HELD WHILE ANY OTHER MATTER STANDS.
      *    THE NEXT PURGE, CYCLE CLOSE OR RETENTION RUN HONORS THE
      *    CHANGE THROUGH EPSLHCHK.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSLHTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LHTX-STATUS.

           SELECT LITIGATION-HOLD-FILE ASSIGN TO EPSLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LHLD-KEY
                  FILE STATUS IS WS-LHLD-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO LHMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSLHTXN.

       FD  LITIGATION-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSLHOLD.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'PLACE FAILED - HOLD ALREADY ACTIVE FOR MATTER'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'RELEASE FAILED - NO ACTIVE HOLD FOR THIS MATTER'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT P OR R'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - HOLD TYPE NOT P (LOAN) OR C (LENDER
      -       ')'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - PAN/COMPANY OR MATTER BLANK'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO USER ID KEYED'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 6 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-LHTX-STATUS              PIC XX.
           03 WS-LHLD-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 HOLD-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-IN-COUNT                 PIC 9(7) VALUE 0.
           03 WS-PLACE-COUNT              PIC 9(7) VALUE 0.
           03 WS-RELEASE-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSLHMNT - LITIGATION HOLD MAINTENANCE'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOLD-TYPE            PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOLD-ID              PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MATTER-NUM           PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'PLACED:'.
              05 SUM-PLACED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
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
           MOVE 'EPSLHMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    LITIGATION-HOLD-FILE.
           IF WS-LHLD-STATUS = '05' OR '35'
              CLOSE LITIGATION-HOLD-FILE
              OPEN OUTPUT LITIGATION-HOLD-FILE
              CLOSE LITIGATION-HOLD-FILE
              OPEN I-O LITIGATION-HOLD-FILE
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
                 ADD 1 TO WS-IN-COUNT
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0               TO WS-VALIDATION-INDICATOR.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE LHTX-ACTION     TO DTL-ACTION.
           MOVE LHTX-HOLD-TYPE  TO DTL-HOLD-TYPE.
           MOVE LHTX-HOLD-ID    TO DTL-HOLD-ID.
           MOVE LHTX-MATTER-NUM TO DTL-MATTER-NUM.

           PERFORM A210-VALIDATE-TRANSACTION.
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              EVALUATE TRUE
                 WHEN LHTX-PLACE
                    PERFORM A300-PLACE-HOLD
                 WHEN LHTX-RELEASE
                    PERFORM A400-RELEASE-HOLD
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

      *    A HOLD HAS TO SAY WHAT IT HOLDS, FOR WHICH MATTER, AND
      *    WHO ASKED - LEGAL WILL BE ASKED ALL THREE.
       A210-VALIDATE-TRANSACTION.
           IF NOT LHTX-PLACE AND NOT LHTX-RELEASE
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT LHTX-LOAN-HOLD AND NOT LHTX-LENDER-HOLD
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF LHTX-HOLD-ID = SPACES OR LHTX-MATTER-NUM = SPACES
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF LHTX-USER-ID = SPACES
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A250-READ-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE LHTX-HOLD-TYPE  TO LHLD-HOLD-TYPE.
           MOVE LHTX-HOLD-ID    TO LHLD-HOLD-ID.
           MOVE LHTX-MATTER-NUM TO LHLD-MATTER-NUM.
           READ LITIGATION-HOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

       A300-PLACE-HOLD.
           IF HOLD-ON-FILE AND LHLD-ACTIVE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT HOLD-ON-FILE
              MOVE SPACES          TO LITIGATION-HOLD-RECORD
              MOVE LHTX-HOLD-TYPE  TO LHLD-HOLD-TYPE
              MOVE LHTX-HOLD-ID    TO LHLD-HOLD-ID
              MOVE LHTX-MATTER-NUM TO LHLD-MATTER-NUM
           END-IF.
           MOVE 'A'               TO LHLD-STATUS.
           MOVE LHTX-USER-ID      TO LHLD-PLACED-BY.
           MOVE WS-CURRENT-DATE-8 TO LHLD-PLACED-DATE.
           MOVE SPACES            TO LHLD-RELEASED-BY.
           MOVE 0                 TO LHLD-RELEASED-DATE.
           MOVE LHTX-DESCRIPTION  TO LHLD-DESCRIPTION.
           MOVE WS-CURRENT-DATE-8 TO LHLD-LAST-MAINT-DATE.
           IF HOLD-ON-FILE
              REWRITE LITIGATION-HOLD-RECORD
              MOVE 'HOLD RE-PLACED' TO DTL-RESULT
           ELSE
              WRITE LITIGATION-HOLD-RECORD
              MOVE 'HOLD PLACED'    TO DTL-RESULT
           END-IF.
           ADD 1 TO WS-PLACE-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A400-RELEASE-HOLD.
           IF NOT HOLD-ON-FILE OR NOT LHLD-ACTIVE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R'               TO LHLD-STATUS.
           MOVE LHTX-USER-ID      TO LHLD-RELEASED-BY.
           MOVE WS-CURRENT-DATE-8 TO LHLD-RELEASED-DATE.
           MOVE WS-CURRENT-DATE-8 TO LHLD-LAST-MAINT-DATE.
           REWRITE LITIGATION-HOLD-RECORD.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE 'HOLD RELEASED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-PLACE-COUNT   TO SUM-PLACED.
           MOVE WS-RELEASE-COUNT TO SUM-RELEASED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE LITIGATION-HOLD-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSLHMNT'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-IN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-PLACE-COUNT + WS-RELEASE-COUNT.
           MOVE WS-ERROR-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
