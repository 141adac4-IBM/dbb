       ID DIVISION.
       PROGRAM-ID. EPSGMMNT.
      *    BATCH MAINTENANCE PROGRAM FOR THE HMDA GOVERNMENT
      *    MONITORING FILE (EPSHMGMI) - THE APPLICANT'S ETHNICITY,
      *    RACE AND SEX AS TAKEN ON THE APPLICATION. APPLIES ADD/
      *    CHANGE/DELETE TRANSACTIONS IN THE SAME STYLE EPSBRMNT
      *    MAINTAINS THE BRANCH FILE. A RECORD MAY ONLY BE ADDED FOR
      *    A PAN THAT IS ACTUALLY ON EPSAPPST, AND EVERY CODE MUST BE
      *    ONE HMDA DEFINES.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOVT-MONITORING-FILE ASSIGN TO EPSHMGMI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GMI-PAN
                  FILE STATUS IS WS-GMI-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO GMITRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRANF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO GMMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOVT-MONITORING-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSHMGMI.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EPSGMTXN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - RECORD ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CHANGE/DELETE FAILED - RECORD NOT ON FILE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ADD REJECTED - PAN NOT ON APPLICATION FILE'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'INVALID TRANSACTION ACTION CODE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'INVALID ETHNICITY, RACE OR SEX CODE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-GMI-STATUS               PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-TRANF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.

       01 WS-COUNTERS.
           03 WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(50) VALUE
                 'EPSGMMNT - GOVT MONITORING MAINTENANCE REPORT'.
              05 FILLER                   PIC X(8)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(8)  VALUE 'ACTION'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(6)  VALUE 'ETH'.
              05 FILLER                   PIC X(6)  VALUE 'RACE'.
              05 FILLER                   PIC X(6)  VALUE 'SEX'.
              05 FILLER                   PIC X(41) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X(8).
              05 DTL-PAN                  PIC X(12).
              05 DTL-ETHNICITY            PIC X(6).
              05 DTL-RACE                 PIC X(6).
              05 DTL-SEX                  PIC X(6).
              05 DTL-RESULT               PIC X(41).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'APPLIED:'.
              05 SUM-APPLIED              PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-TRANSACTIONS UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSGMMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    GOVT-MONITORING-FILE.
           IF WS-GMI-STATUS = '35'
              OPEN OUTPUT GOVT-MONITORING-FILE
              CLOSE GOVT-MONITORING-FILE
              OPEN I-O GOVT-MONITORING-FILE
           END-IF.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-TRANSACTIONS.
           MOVE 0      TO WS-VALIDATION-INDICATOR.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE GMTXN-ACTION    TO DTL-ACTION.
           MOVE GMTXN-PAN       TO DTL-PAN.
           MOVE GMTXN-ETHNICITY TO DTL-ETHNICITY.
           MOVE GMTXN-RACE      TO DTL-RACE.
           MOVE GMTXN-SEX       TO DTL-SEX.

           IF GMTXN-ADD OR GMTXN-CHANGE
              PERFORM A300-EDIT-CODES
           END-IF.
           IF WS-TRANSACTION-VALID
              PERFORM A400-MAINTAIN-MONITORING
           END-IF.

           IF WS-TRANSACTION-VALID
              ADD 1 TO WS-APPLIED-COUNT
              MOVE 'APPLIED' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    THE CODES ARE EDITED THROUGH THE RECORD'S OWN 88-LEVELS SO
      *    THE VALID SET IS DEFINED IN ONE PLACE.
       A300-EDIT-CODES.
           MOVE GMTXN-ETHNICITY TO GMI-ETHNICITY.
           MOVE GMTXN-RACE      TO GMI-RACE.
           MOVE GMTXN-SEX       TO GMI-SEX.
           IF NOT GMI-VALID-ETHNICITY
              OR NOT GMI-VALID-RACE
              OR NOT GMI-VALID-SEX
              OR (GMTXN-OBSERVED-IND NOT = 'Y'
                  AND GMTXN-OBSERVED-IND NOT = 'N')
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A400-MAINTAIN-MONITORING.
           EVALUATE TRUE
              WHEN GMTXN-ADD
                 MOVE GMTXN-PAN TO APPST-PAN
                 READ APPLICATION-STATUS-FILE
                    INVALID KEY
                       MOVE 3 TO WS-VALIDATION-INDICATOR
                 END-READ
                 IF WS-TRANSACTION-VALID
                    PERFORM A450-MOVE-TRANSACTION
                    WRITE GOVT-MONITORING-RECORD
                       INVALID KEY
                          MOVE 1 TO WS-VALIDATION-INDICATOR
                    END-WRITE
                 END-IF
              WHEN GMTXN-CHANGE
                 MOVE GMTXN-PAN TO GMI-PAN
                 READ GOVT-MONITORING-FILE
                    INVALID KEY
                       MOVE 2 TO WS-VALIDATION-INDICATOR
                 END-READ
                 IF WS-TRANSACTION-VALID
                    PERFORM A450-MOVE-TRANSACTION
                    REWRITE GOVT-MONITORING-RECORD
                       INVALID KEY
                          MOVE 2 TO WS-VALIDATION-INDICATOR
                    END-REWRITE
                 END-IF
              WHEN GMTXN-DELETE
                 MOVE GMTXN-PAN TO GMI-PAN
                 DELETE GOVT-MONITORING-FILE
                    INVALID KEY
                       MOVE 2 TO WS-VALIDATION-INDICATOR
                 END-DELETE
              WHEN OTHER
                 MOVE 4 TO WS-VALIDATION-INDICATOR
           END-EVALUATE
           .

       A450-MOVE-TRANSACTION.
           MOVE SPACES             TO GOVT-MONITORING-RECORD.
           MOVE GMTXN-PAN          TO GMI-PAN.
           MOVE GMTXN-ETHNICITY    TO GMI-ETHNICITY.
           MOVE GMTXN-RACE         TO GMI-RACE.
           MOVE GMTXN-SEX          TO GMI-SEX.
           MOVE GMTXN-OBSERVED-IND TO GMI-OBSERVED-IND.
           MOVE WS-CURRENT-DATE-8  TO GMI-LAST-MAINT-DATE.

       A900-FINALIZE.
           MOVE WS-APPLIED-COUNT TO SUM-APPLIED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE GOVT-MONITORING-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
