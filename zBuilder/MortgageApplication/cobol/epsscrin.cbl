       ID DIVISION.
       PROGRAM-ID. EPSSCRIN.
      *    MONTHLY DOD SCRA MATCHING RESULTS INTAKE.
      *
      *    READS THE EPSSCRDR RESULT FILE RETURNED FOR EPSSCRDX'S
      *    REQUEST AND BRINGS THE EPSSCRAF PROTECTION FILE INTO LINE
      *    WITH IT:
      *      - ON ACTIVE DUTY, NO LIVE RECORD  - A NEW PROTECTION IS
      *        ADDED, VERIFIED 'D', STILL SERVING (NO END DATE).
      *      - ON ACTIVE DUTY, LIVE RECORD     - CONFIRMED; AN END
      *        DATE ON FILE IS CLEARED (SERVICE WAS EXTENDED).
      *      - OFF ACTIVE DUTY WITH AN END DATE - THE END DATE IS
      *        RECORDED AND THE PROTECTION RUNS A YEAR PAST IT; A
      *        BORROWER WITH NO RECORD WHO LEFT DUTY LESS THAN A YEAR
      *        AGO IS STILL ADDED FOR THE REMAINDER.
      *    A RECORD VERIFIED FROM ORDERS IS NEVER SHORTENED BY A
      *    BARE 'N' - ONLY BY A DOD END DATE.
      *
      *    THE 6% CAP ONLY REACHES DEBT TAKEN ON BEFORE THE SERVICE
      *    STARTED. THE INTAKE JUDGES THAT FROM SRV-BOARDING-DATE,
      *    WHICH CAN POST-DATE THE NOTE ON AN ACQUIRED LOAN, SO A
      *    LOAN JUDGED NOT PRE-SERVICE IS FLAGGED FOR REVIEW ON THE
      *    REPORT - EPSSCRMT CORRECTS THE INDICATOR IF IT IS WRONG.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOD-RESULT-FILE ASSIGN TO EPSSCRDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRDR-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SCRINRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOD-RESULT-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY EPSSCRDR.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SCRDR-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-RESULTS           PIC X VALUE 'N'.
              88 END-OF-RESULTS              VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 LOAN-ON-FILE                VALUE 'Y'.
           03 WS-SCRA-FOUND               PIC X VALUE 'N'.
              88 SCRA-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-ADDED-COUNT              PIC 9(7) VALUE 0.
           03 WS-CONFIRMED-COUNT          PIC 9(7) VALUE 0.
           03 WS-ENDED-COUNT              PIC 9(7) VALUE 0.
           03 WS-NO-ACTION-COUNT          PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    DUTY END PLUS ONE YEAR - A FEB 29 END DATE PROTECTS
      *    THROUGH FEB 28 OF THE FOLLOWING YEAR.
       01 WS-PROTECT-END-DATE.
           03 WS-PE-YYYY                  PIC 9(4).
           03 WS-PE-MM                    PIC 9(2).
           03 WS-PE-DD                    PIC 9(2).
       01 WS-PROTECT-END-8 REDEFINES WS-PROTECT-END-DATE
                                          PIC 9(8).
       01 WS-NEW-DUTY-START               PIC 9(8).
       01 WS-NEW-DUTY-END                 PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSCRIN - DOD SCRA MATCH RESULTS INTAKE'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(4)  VALUE 'DOD'.
              05 FILLER                   PIC X(10) VALUE 'DUTY FROM'.
              05 FILLER                   PIC X(10) VALUE 'DUTY TO'.
              05 FILLER                   PIC X(10) VALUE 'PROT END'.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DOD-IND              PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-DUTY-START           PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DUTY-END             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PROTECT-END          PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'READ:'.
              05 SUM-READ                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ADDED:'.
              05 SUM-ADDED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'CONFIRMED:'.
              05 SUM-CONFIRMED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ENDED:'.
              05 SUM-ENDED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NO ACTION:'.
              05 SUM-NO-ACTION            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-RESULT UNTIL END-OF-RESULTS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSCRIN' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  DOD-RESULT-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    SCRA-FILE.
           IF WS-SCRA-STATUS = '05' OR '35'
              CLOSE SCRA-FILE
              OPEN OUTPUT SCRA-FILE
              CLOSE SCRA-FILE
              OPEN I-O SCRA-FILE
           END-IF.
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

           PERFORM A150-READ-RESULT.

       A150-READ-RESULT.
           READ DOD-RESULT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-RESULTS
           END-READ
           .

       A200-PROCESS-RESULT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE SCRDR-REF-PAN         TO DTL-PAN.
           MOVE SCRDR-ACTIVE-DUTY-IND TO DTL-DOD-IND.
           MOVE 0 TO DTL-DUTY-START DTL-DUTY-END DTL-PROTECT-END.

           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE SCRDR-REF-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.

           IF NOT LOAN-ON-FILE
              OR SCRDR-DUTY-START-DATE NOT NUMERIC
              OR SCRDR-DUTY-END-DATE NOT NUMERIC
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'REJECTED - PAN NOT SERVICED OR DATES NOT NUMERIC'
                   TO DTL-RESULT
           ELSE
              MOVE 'N' TO WS-SCRA-FOUND
              MOVE SCRDR-REF-PAN TO SCRA-PAN
              READ SCRA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SCRA-FOUND
              END-READ
              EVALUATE TRUE
                 WHEN SCRDR-ON-ACTIVE-DUTY
                    PERFORM A300-ON-ACTIVE-DUTY
                 WHEN SCRDR-NOT-ON-ACTIVE-DUTY
                      AND SCRDR-DUTY-END-DATE > 0
                    PERFORM A400-LEFT-ACTIVE-DUTY
                 WHEN OTHER
                    ADD 1 TO WS-NO-ACTION-COUNT
                    MOVE 'NO ACTIVE DUTY REPORTED' TO DTL-RESULT
              END-EVALUATE
           END-IF.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-RESULT.

      *    A LIVE RECORD IS ONE STILL ACTIVE, OR ONE WHOSE CAP
      *    EPSSCRCP HAS NOT YET PUT BACK.
       A300-ON-ACTIVE-DUTY.
           IF SCRA-ON-FILE
              AND (SCRA-ACTIVE OR SCRA-RATE-CAPPED)
              MOVE 0 TO SCRA-DUTY-END-DATE
              MOVE 99999999 TO SCRA-PROTECT-END-DATE
              MOVE 'A' TO SCRA-STATUS-IND
              IF NOT SCRA-VERIFIED-ORDERS
                 AND NOT SCRA-VERIFIED-CO-LETTER
                 MOVE 'D' TO SCRA-VERIFY-SOURCE
              END-IF
              MOVE SCRDR-REPORT-DATE TO SCRA-VERIFY-DATE
              MOVE WS-CURRENT-DATE-8 TO SCRA-LAST-MAINT-DATE
              MOVE 'EPSSCRIN'        TO SCRA-USER-ID
              REWRITE SCRA-PROTECTION-RECORD
              ADD 1 TO WS-CONFIRMED-COUNT
              PERFORM A800-DETAIL-DATES
              MOVE 'ACTIVE DUTY CONFIRMED' TO DTL-RESULT
              EXIT PARAGRAPH
           END-IF.

           IF SCRDR-DUTY-START-DATE > 0
              MOVE SCRDR-DUTY-START-DATE TO WS-NEW-DUTY-START
           ELSE
              MOVE SCRDR-REPORT-DATE     TO WS-NEW-DUTY-START
           END-IF.
           MOVE 0 TO WS-NEW-DUTY-END.
           PERFORM A500-ADD-PROTECTION.
           ADD 1 TO WS-ADDED-COUNT.
           PERFORM A800-DETAIL-DATES.
           IF SCRA-PRE-SERVICE-DEBT
              MOVE 'NEW PROTECTION FROM DOD MATCH' TO DTL-RESULT
           ELSE
              MOVE 'NEW PROTECTION - REVIEW PRE-SERVICE (NO CAP)'
                   TO DTL-RESULT
           END-IF
           .

       A400-LEFT-ACTIVE-DUTY.
           MOVE SCRDR-DUTY-END-DATE TO WS-NEW-DUTY-END.
           PERFORM A600-SET-PROTECT-END.

           IF SCRA-ON-FILE
              AND (SCRA-ACTIVE OR SCRA-RATE-CAPPED)
              IF SCRA-DUTY-END-DATE = SCRDR-DUTY-END-DATE
                 ADD 1 TO WS-NO-ACTION-COUNT
                 PERFORM A800-DETAIL-DATES
                 MOVE 'DUTY END ALREADY ON FILE' TO DTL-RESULT
                 EXIT PARAGRAPH
              END-IF
              MOVE SCRDR-DUTY-END-DATE TO SCRA-DUTY-END-DATE
              MOVE WS-PROTECT-END-8    TO SCRA-PROTECT-END-DATE
              MOVE SCRDR-REPORT-DATE   TO SCRA-VERIFY-DATE
              MOVE WS-CURRENT-DATE-8   TO SCRA-LAST-MAINT-DATE
              MOVE 'EPSSCRIN'          TO SCRA-USER-ID
              REWRITE SCRA-PROTECTION-RECORD
              ADD 1 TO WS-ENDED-COUNT
              PERFORM A800-DETAIL-DATES
              MOVE 'DUTY END RECORDED - PROTECTED ONE YEAR PAST IT'
                   TO DTL-RESULT
              EXIT PARAGRAPH
           END-IF.

           IF WS-PROTECT-END-8 < WS-CURRENT-DATE-8
              ADD 1 TO WS-NO-ACTION-COUNT
              MOVE 'LEFT DUTY OVER A YEAR AGO - NOT PROTECTED'
                   TO DTL-RESULT
              EXIT PARAGRAPH
           END-IF.

           MOVE SCRDR-DUTY-START-DATE TO WS-NEW-DUTY-START.
           PERFORM A500-ADD-PROTECTION.
           ADD 1 TO WS-ADDED-COUNT.
           PERFORM A800-DETAIL-DATES.
           MOVE 'NEW PROTECTION - POST-SERVICE YEAR REMAINING'
                TO DTL-RESULT
           .

      *    A NEW RECORD, OR A NEW PERIOD OVER AN EXPIRED OR
      *    CANCELLED ONE.
       A500-ADD-PROTECTION.
           MOVE SPACES                TO SCRA-PROTECTION-RECORD.
           MOVE SCRDR-REF-PAN         TO SCRA-PAN.
           MOVE 'A'                   TO SCRA-STATUS-IND.
           MOVE WS-NEW-DUTY-START     TO SCRA-DUTY-START-DATE.
           MOVE WS-NEW-DUTY-END       TO SCRA-DUTY-END-DATE.
           IF WS-NEW-DUTY-END = 0
              MOVE 99999999           TO SCRA-PROTECT-END-DATE
           ELSE
              MOVE WS-PROTECT-END-8   TO SCRA-PROTECT-END-DATE
           END-IF.
           MOVE 'D'                   TO SCRA-VERIFY-SOURCE.
           MOVE SCRDR-REPORT-DATE     TO SCRA-VERIFY-DATE.
           IF SRV-BOARDING-DATE < WS-NEW-DUTY-START
              MOVE 'Y'                TO SCRA-PRE-SERVICE-IND
           ELSE
              MOVE 'N'                TO SCRA-PRE-SERVICE-IND
           END-IF.
           MOVE 'N'                   TO SCRA-RATE-CAP-IND.
           MOVE 0                     TO SCRA-PRE-CAP-RATE.
           MOVE 0                     TO SCRA-CAP-DATE.
           MOVE 0                     TO SCRA-RESTORE-DATE.
           MOVE WS-CURRENT-DATE-8     TO SCRA-ADD-DATE.
           MOVE WS-CURRENT-DATE-8     TO SCRA-LAST-MAINT-DATE.
           MOVE 'EPSSCRIN'            TO SCRA-USER-ID.
           IF SCRA-ON-FILE
              REWRITE SCRA-PROTECTION-RECORD
           ELSE
              WRITE SCRA-PROTECTION-RECORD
           END-IF
           .

       A600-SET-PROTECT-END.
           MOVE WS-NEW-DUTY-END TO WS-PROTECT-END-8.
           ADD 1 TO WS-PE-YYYY.
           IF WS-PE-MM = 2 AND WS-PE-DD = 29
              MOVE 28 TO WS-PE-DD
           END-IF
           .

       A800-DETAIL-DATES.
           MOVE SCRA-DUTY-START-DATE  TO DTL-DUTY-START.
           MOVE SCRA-DUTY-END-DATE    TO DTL-DUTY-END.
           MOVE SCRA-PROTECT-END-DATE TO DTL-PROTECT-END
           .

       A900-FINALIZE.
           MOVE WS-READ-COUNT      TO SUM-READ.
           MOVE WS-ADDED-COUNT     TO SUM-ADDED.
           MOVE WS-CONFIRMED-COUNT TO SUM-CONFIRMED.
           MOVE WS-ENDED-COUNT     TO SUM-ENDED.
           MOVE WS-NO-ACTION-COUNT TO SUM-NO-ACTION.
           MOVE WS-ERROR-COUNT     TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE DOD-RESULT-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE SCRA-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
