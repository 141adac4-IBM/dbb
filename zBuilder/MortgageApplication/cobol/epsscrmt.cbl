       ID DIVISION.
       PROGRAM-ID. EPSSCRMT.
      *    SCRA SERVICEMEMBER PROTECTION MAINTENANCE RUN.
      *
      *    APPLIES EPSSCRTX ADD/CHANGE/CANCEL TRANSACTIONS TO THE
      *    EPSSCRAF PROTECTION FILE - THE EPSMIMNT TRANSACTION SHAPE.
      *    USED FOR SERVICE VERIFIED FROM THE BORROWER'S ORDERS OR A
      *    COMMANDING OFFICER'S LETTER; THE MONTHLY DOD MATCH COMES IN
      *    THROUGH EPSSCRIN INSTEAD. THE PROTECTION END DATE IS NEVER
      *    KEYED - IT IS ALWAYS THE DUTY END DATE PLUS ONE YEAR, OR
      *    ALL NINES WHILE THE BORROWER IS STILL SERVING. A CANCEL
      *    KEEPS THE RECORD WITH STATUS 'X'; IF EPSSCRCP HAD THE RATE
      *    CAPPED, ITS NEXT RUN PUTS THE NOTE RATE BACK.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSSCRTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRTX-STATUS.

           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SCRMTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY EPSSCRTX.

       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - ACTIVE PROTECTION ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO PROTECTION ON FILE FOR PAN'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A, C OR X'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'DUTY DATES INVALID - NO START OR END BEFORE START'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'VERIFICATION SOURCE NOT D, O OR C'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-SCRTX-STATUS             PIC XX.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-SCRA-FOUND               PIC X VALUE 'N'.
              88 SCRA-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-CANCEL-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    DUTY END PLUS ONE YEAR - A FEB 29 END DATE PROTECTS
      *    THROUGH FEB 28 OF THE FOLLOWING YEAR.
       01 WS-PROTECT-END-DATE.
           03 WS-PE-YYYY                  PIC 9(4).
           03 WS-PE-MM                    PIC 9(2).
           03 WS-PE-DD                    PIC 9(2).
       01 WS-PROTECT-END-8 REDEFINES WS-PROTECT-END-DATE
                                          PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSCRMT - SCRA PROTECTION MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PROTECT-END          PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CANCELS:'.
              05 SUM-CANCELS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           MOVE 'EPSSCRMT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
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

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0            TO WS-VALIDATION-INDICATOR.
           MOVE SPACES       TO WS-DETAIL-LINE.
           MOVE SCRTX-ACTION TO DTL-ACTION.
           MOVE SCRTX-PAN    TO DTL-PAN.
           MOVE 0            TO DTL-PROTECT-END.

           IF NOT SCRTX-ADD AND NOT SCRTX-CHANGE
              AND NOT SCRTX-CANCEL
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND (SCRTX-ADD OR SCRTX-CHANGE)
              PERFORM A250-VALIDATE-DATES
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE 'N' TO WS-SCRA-FOUND
              MOVE SCRTX-PAN TO SCRA-PAN
              READ SCRA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SCRA-FOUND
              END-READ
              EVALUATE TRUE
                 WHEN SCRTX-ADD
                    PERFORM A300-ADD-PROTECTION
                 WHEN SCRTX-CHANGE
                    PERFORM A400-CHANGE-PROTECTION
                 WHEN SCRTX-CANCEL
                    PERFORM A500-CANCEL-PROTECTION
              END-EVALUATE
           END-IF
           .
           IF NOT WS-TRANSACTION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

       A250-VALIDATE-DATES.
           IF SCRTX-DUTY-START-DATE NOT NUMERIC
              OR SCRTX-DUTY-START-DATE = 0
              OR SCRTX-DUTY-END-DATE NOT NUMERIC
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF SCRTX-DUTY-END-DATE > 0
              AND SCRTX-DUTY-END-DATE < SCRTX-DUTY-START-DATE
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF SCRTX-VERIFY-SOURCE NOT = 'D' AND NOT = 'O'
              AND NOT = 'C'
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    A NEW PERIOD OF SERVICE OVER AN EXPIRED OR CANCELLED ONE
      *    REUSES THE RECORD - BUT NOT WHILE A CAP IS STILL IN FORCE,
      *    OR THE NOTE RATE EPSSCRCP HAS TO PUT BACK WOULD BE LOST.
       A300-ADD-PROTECTION.
           IF SCRA-ON-FILE
              AND (SCRA-ACTIVE OR SCRA-RATE-CAPPED)
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                   TO SCRA-PROTECTION-RECORD.
           MOVE SCRTX-PAN                TO SCRA-PAN.
           MOVE 'A'                      TO SCRA-STATUS-IND.
           PERFORM A450-APPLY-TRANSACTION.
           MOVE 'N'                      TO SCRA-RATE-CAP-IND.
           MOVE 0                        TO SCRA-PRE-CAP-RATE.
           MOVE 0                        TO SCRA-CAP-DATE.
           MOVE 0                        TO SCRA-RESTORE-DATE.
           MOVE WS-CURRENT-DATE-8        TO SCRA-ADD-DATE.
           IF SCRA-ON-FILE
              REWRITE SCRA-PROTECTION-RECORD
           ELSE
              WRITE SCRA-PROTECTION-RECORD
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SCRA-PROTECT-END-DATE TO DTL-PROTECT-END.
           MOVE 'PROTECTION ADDED' TO DTL-RESULT
           .

      *    A CORRECTED DUTY END DATE CAN REOPEN A PROTECTION THAT
      *    HAD EXPIRED - THE NEXT EPSSCRCP RUN RE-APPLIES THE CAP.
       A400-CHANGE-PROTECTION.
           IF NOT SCRA-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A450-APPLY-TRANSACTION.
           IF SCRA-EXPIRED
              AND SCRA-PROTECT-END-DATE >= WS-CURRENT-DATE-8
              MOVE 'A' TO SCRA-STATUS-IND
           END-IF.
           REWRITE SCRA-PROTECTION-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SCRA-PROTECT-END-DATE TO DTL-PROTECT-END.
           MOVE 'PROTECTION CHANGED' TO DTL-RESULT
           .

       A450-APPLY-TRANSACTION.
           MOVE SCRTX-DUTY-START-DATE    TO SCRA-DUTY-START-DATE.
           MOVE SCRTX-DUTY-END-DATE      TO SCRA-DUTY-END-DATE.
           MOVE SCRTX-VERIFY-SOURCE      TO SCRA-VERIFY-SOURCE.
           MOVE SCRTX-VERIFY-DATE        TO SCRA-VERIFY-DATE.
           IF SCRTX-PRE-SERVICE-IND = 'N'
              MOVE 'N'                   TO SCRA-PRE-SERVICE-IND
           ELSE
              MOVE 'Y'                   TO SCRA-PRE-SERVICE-IND
           END-IF.
           MOVE WS-CURRENT-DATE-8        TO SCRA-LAST-MAINT-DATE.
           MOVE SCRTX-USER-ID            TO SCRA-USER-ID.
           PERFORM A600-SET-PROTECT-END
           .

       A500-CANCEL-PROTECTION.
           IF NOT SCRA-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'X'               TO SCRA-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO SCRA-LAST-MAINT-DATE.
           MOVE SCRTX-USER-ID     TO SCRA-USER-ID.
           REWRITE SCRA-PROTECTION-RECORD.
           ADD 1 TO WS-CANCEL-COUNT.
           IF SCRA-RATE-CAPPED
              MOVE 'PROTECTION CANCELLED - RATE RESTORED NEXT EPSSCRCP'
                   TO DTL-RESULT
           ELSE
              MOVE 'PROTECTION CANCELLED' TO DTL-RESULT
           END-IF
           .

       A600-SET-PROTECT-END.
           IF SCRA-DUTY-END-DATE = 0
              MOVE 99999999 TO SCRA-PROTECT-END-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE SCRA-DUTY-END-DATE TO WS-PROTECT-END-8.
           ADD 1 TO WS-PE-YYYY.
           IF WS-PE-MM = 2 AND WS-PE-DD = 29
              MOVE 28 TO WS-PE-DD
           END-IF.
           MOVE WS-PROTECT-END-8 TO SCRA-PROTECT-END-DATE
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT    TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGES.
           MOVE WS-CANCEL-COUNT TO SUM-CANCELS.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE SCRA-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
