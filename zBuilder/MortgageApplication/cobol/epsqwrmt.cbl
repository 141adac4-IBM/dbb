       ID DIVISION.
       PROGRAM-ID. EPSQWRMT.
      *    RESPA QUALIFIED WRITTEN REQUEST CASE MAINTENANCE RUN.
      *
      *    APPLIES EPSQWRTX TRANSACTIONS KEYED FROM THE DISPUTE MAIL
      *    LOG TO THE EPSQWRCF CASE FILE - THE EPSMIMNT TRANSACTION
      *    SHAPE. BOTH REGULATION X DEADLINES ARE SET WHEN THE CASE
      *    IS OPENED, COUNTED IN BUSINESS DAYS FROM THE RECEIPT DATE
      *    BY THE SHARED EPSBDCAL CALENDAR:
      *
      *       - ACKNOWLEDGMENT DUE 5 BUSINESS DAYS AFTER RECEIPT.
      *       - RESPONSE DUE 30 BUSINESS DAYS AFTER RECEIPT, OR 7
      *         FOR A PAYOFF-STATEMENT CASE. AN EXTEND TRANSACTION
      *         ADDS 15 BUSINESS DAYS ONCE; PAYOFF CASES CANNOT BE
      *         EXTENDED.
      *
      *    AN ADD QUEUES THE 'QWRA' ACKNOWLEDGMENT LETTER FOR
      *    EPSLGEN ON QWRMLRQX AND MARKS THE CASE ACKNOWLEDGED,
      *    UNLESS THE TRANSACTION SAYS THE ACKNOWLEDGMENT WAS ALREADY
      *    GIVEN - THEN THE CASE STAYS OPEN UNTIL AN ACK TRANSACTION
      *    RECORDS IT, AND EPSQWRAG KEEPS AGING THE ACK DEADLINE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSQWRTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QWRTX-STATUS.

           SELECT QWR-CASE-FILE ASSIGN TO EPSQWRCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QWR-KEY
                  FILE STATUS IS WS-QWR-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

      *    LETTER REQUESTS FOR EPSLGEN - CONCATENATED ONTO ITS
      *    EPSLREQX INPUT.
           SELECT LETTER-REQUEST-FILE ASSIGN TO QWRMLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO QWRMTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSQWRTX.

       FD  QWR-CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSQWRCF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ACK-DAYS             PIC S9(4) COMP VALUE 5.
           03 STATIC-RESPONSE-DAYS        PIC S9(4) COMP VALUE 30.
           03 STATIC-PAYOFF-DAYS          PIC S9(4) COMP VALUE 7.
           03 STATIC-EXTENSION-DAYS       PIC S9(4) COMP VALUE 15.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - CASE ALREADY ON FILE FOR PAN AND RECEI
      -       'PT DATE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO CASE ON FILE FOR PAN AND RECEIPT
      -       ' DATE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION NOT A, C, K, E, R OR W'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'CASE TYPE NOT E OR I, OR ERROR CATEGORY INVALID'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'RECEIPT DATE INVALID - ZERO OR AFTER TODAY'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - CASE ALREADY CLOSED OR WITHDRAWN'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'EXTEND FAILED - ALREADY EXTENDED OR PAYOFF-STATEMEN
      -       'T CASE'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'RESPOND FAILED - RESOLUTION NOT C, N OR I'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - PAN NOT ON SERVICING MASTER'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 9 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-QWRTX-STATUS             PIC XX.
           03 WS-QWR-STATUS               PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-QWR-FOUND                PIC X VALUE 'N'.
              88 QWR-ON-FILE                 VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-UPDATE-COUNT             PIC 9(7) VALUE 0.
           03 WS-CLOSE-COUNT              PIC 9(7) VALUE 0.
           03 WS-LETTER-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-DATE                PIC 9(8).

      *    SHARED BUSINESS-DAY CALENDAR CALL - SEE EPSBDCAL.
           COPY EPSBDPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSQWRMT - QWR CASE MAINTENANCE REPORT'.
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
              05 DTL-RECEIPT-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESPONSE-DUE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'UPDATES:'.
              05 SUM-UPDATES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'CLOSED:'.
              05 SUM-CLOSES               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'LETTERS:'.
              05 SUM-LETTERS              PIC ZZZZZZ9.
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
           PERFORM A200-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSQWRMT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    QWR-CASE-FILE.
           IF WS-QWR-STATUS = '05' OR '35'
              CLOSE QWR-CASE-FILE
              OPEN OUTPUT QWR-CASE-FILE
              CLOSE QWR-CASE-FILE
              OPEN I-O QWR-CASE-FILE
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT LETTER-REQUEST-FILE.
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
           MOVE 0                  TO WS-VALIDATION-INDICATOR.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE QWRTX-ACTION       TO DTL-ACTION.
           MOVE QWRTX-PAN          TO DTL-PAN.
           MOVE 0                  TO DTL-RECEIPT-DATE.
           MOVE 0                  TO DTL-RESPONSE-DUE.

           IF NOT QWRTX-ADD AND NOT QWRTX-CHANGE AND NOT QWRTX-ACK
              AND NOT QWRTX-EXTEND AND NOT QWRTX-RESPOND
              AND NOT QWRTX-WITHDRAW
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              IF QWRTX-RECEIPT-DATE NOT NUMERIC
                 OR QWRTX-RECEIPT-DATE = 0
                 OR QWRTX-RECEIPT-DATE > WS-CURRENT-DATE-8
                 MOVE 5 TO WS-VALIDATION-INDICATOR
              ELSE
                 MOVE QWRTX-RECEIPT-DATE TO DTL-RECEIPT-DATE
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE 'N'                TO WS-QWR-FOUND
              MOVE QWRTX-PAN          TO QWR-PAN
              MOVE QWRTX-RECEIPT-DATE TO QWR-RECEIPT-DATE
              READ QWR-CASE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-QWR-FOUND
              END-READ
              IF NOT QWRTX-ADD
                 PERFORM A250-CHECK-CASE-OPEN
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              EVALUATE TRUE
                 WHEN QWRTX-ADD
                    PERFORM A300-ADD-CASE
                 WHEN QWRTX-CHANGE
                    PERFORM A400-CHANGE-CASE
                 WHEN QWRTX-ACK
                    PERFORM A450-RECORD-ACK
                 WHEN QWRTX-EXTEND
                    PERFORM A500-EXTEND-CASE
                 WHEN QWRTX-RESPOND
                    PERFORM A550-RESPOND-CASE
                 WHEN QWRTX-WITHDRAW
                    PERFORM A580-WITHDRAW-CASE
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

      *    EVERY ACTION BUT ADD WORKS AN EXISTING, STILL-PENDING
      *    CASE.
       A250-CHECK-CASE-OPEN.
           IF NOT QWR-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT QWR-CASE-PENDING
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    A NOTICE OF ERROR MUST NAME A CATEGORY; AN INFORMATION
      *    REQUEST MAY LEAVE IT BLANK.
       A260-VALIDATE-CATEGORY.
           IF QWRTX-CASE-TYPE NOT = 'E' AND NOT = 'I'
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF QWRTX-CASE-TYPE = 'I' AND QWRTX-ERROR-CATEGORY = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF QWRTX-ERROR-CATEGORY NOT = 'PA' AND NOT = 'FE'
              AND NOT = 'ES' AND NOT = 'PO' AND NOT = 'FC'
              AND NOT = 'IN' AND NOT = 'OT'
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A300-ADD-CASE.
           IF QWR-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A260-VALIDATE-CATEGORY.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           MOVE QWRTX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 9 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                   TO QWR-CASE-RECORD.
           MOVE QWRTX-PAN                TO QWR-PAN.
           MOVE QWRTX-RECEIPT-DATE       TO QWR-RECEIPT-DATE.
           MOVE QWRTX-CASE-TYPE          TO QWR-CASE-TYPE.
           MOVE QWRTX-ERROR-CATEGORY     TO QWR-ERROR-CATEGORY.
           MOVE 'O'                      TO QWR-STATUS-IND.
           MOVE QWRTX-RESPONDER-ID       TO QWR-RESPONDER-ID.
           MOVE QWRTX-DESCRIPTION        TO QWR-DESCRIPTION.
           MOVE 'N'                      TO QWR-EXTENSION-IND.
           MOVE 0                        TO QWR-ACK-SENT-DATE.
           MOVE 0                        TO QWR-RESPONSE-DATE.
           MOVE 0                        TO QWR-TRANSCRIPT-DATE.
           MOVE WS-CURRENT-DATE-8        TO QWR-ADD-DATE.
           MOVE WS-CURRENT-DATE-8        TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID            TO QWR-USER-ID.
           PERFORM A600-SET-DEADLINES.

           IF QWRTX-SUPPRESS-ACK-IND = 'Y'
              MOVE 'CASE OPENED - AWAITING ACKNOWLEDGMENT'
                   TO DTL-RESULT
           ELSE
              PERFORM A650-QUEUE-ACK-LETTER
              MOVE 'A'                   TO QWR-STATUS-IND
              MOVE WS-CURRENT-DATE-8     TO QWR-ACK-SENT-DATE
              MOVE 'CASE OPENED - ACKNOWLEDGMENT LETTER QUEUED'
                   TO DTL-RESULT
           END-IF.
           WRITE QWR-CASE-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE
           .

      *    THE DEADLINES STAY AS SET AT OPEN UNLESS THE CATEGORY
      *    MOVES INTO OR OUT OF PAYOFF, WHICH CHANGES THE CLOCK.
       A400-CHANGE-CASE.
           IF QWRTX-CASE-TYPE NOT = SPACE
              OR QWRTX-ERROR-CATEGORY NOT = SPACES
              IF QWRTX-CASE-TYPE = SPACE
                 MOVE QWR-CASE-TYPE TO QWRTX-CASE-TYPE
              END-IF
              PERFORM A260-VALIDATE-CATEGORY
              IF NOT WS-TRANSACTION-VALID
                 EXIT PARAGRAPH
              END-IF
              MOVE QWRTX-CASE-TYPE      TO QWR-CASE-TYPE
              IF (QWRTX-ERROR-CATEGORY = 'PO' AND NOT QWR-PAYOFF-ERROR)
                 OR (QWRTX-ERROR-CATEGORY NOT = 'PO'
                     AND QWR-PAYOFF-ERROR)
                 MOVE QWRTX-ERROR-CATEGORY TO QWR-ERROR-CATEGORY
                 MOVE 'N'                  TO QWR-EXTENSION-IND
                 PERFORM A600-SET-DEADLINES
              ELSE
                 MOVE QWRTX-ERROR-CATEGORY TO QWR-ERROR-CATEGORY
              END-IF
           END-IF.
           IF QWRTX-RESPONDER-ID NOT = SPACES
              MOVE QWRTX-RESPONDER-ID   TO QWR-RESPONDER-ID
           END-IF.
           IF QWRTX-DESCRIPTION NOT = SPACES
              MOVE QWRTX-DESCRIPTION    TO QWR-DESCRIPTION
           END-IF.
           MOVE WS-CURRENT-DATE-8       TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID           TO QWR-USER-ID.
           REWRITE QWR-CASE-RECORD.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE.
           MOVE 'CASE CHANGED' TO DTL-RESULT
           .

       A450-RECORD-ACK.
           MOVE 'A'                     TO QWR-STATUS-IND.
           MOVE WS-CURRENT-DATE-8       TO QWR-ACK-SENT-DATE.
           MOVE WS-CURRENT-DATE-8       TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID           TO QWR-USER-ID.
           REWRITE QWR-CASE-RECORD.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE.
           MOVE 'ACKNOWLEDGMENT RECORDED' TO DTL-RESULT
           .

      *    THE ONE 15-BUSINESS-DAY EXTENSION - COUNTED FROM THE
      *    ORIGINAL RESPONSE DUE DATE. THE BORROWER MUST BE TOLD
      *    BEFORE THAT DATE, WHICH THE RESPONDER DOES BY HAND.
       A500-EXTEND-CASE.
           IF QWR-EXTENDED OR QWR-PAYOFF-ERROR
              MOVE 7 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           SET EPSBDCAL-ADD-BUS-DAYS TO TRUE.
           MOVE QWR-RESPONSE-DUE-DATE   TO EPSBDCAL-DATE.
           MOVE STATIC-EXTENSION-DAYS   TO EPSBDCAL-DAY-COUNT.
           CALL 'EPSBDCAL' USING EPSBDCAL-PARMS.
           MOVE EPSBDCAL-RESULT-DATE    TO QWR-RESPONSE-DUE-DATE.
           MOVE 'Y'                     TO QWR-EXTENSION-IND.
           MOVE WS-CURRENT-DATE-8       TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID           TO QWR-USER-ID.
           REWRITE QWR-CASE-RECORD.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE.
           MOVE 'RESPONSE DEADLINE EXTENDED 15 BUSINESS DAYS'
                TO DTL-RESULT
           .

      *    A RESPONSE THAT GOES OUT BEFORE ANY ACKNOWLEDGMENT ALSO
      *    SATISFIES THE ACKNOWLEDGMENT DEADLINE.
       A550-RESPOND-CASE.
           IF QWRTX-RESOLUTION-CODE NOT = 'C' AND NOT = 'N'
              AND NOT = 'I'
              MOVE 8 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF QWR-ACK-SENT-DATE = 0
              MOVE WS-CURRENT-DATE-8    TO QWR-ACK-SENT-DATE
           END-IF.
           MOVE 'C'                     TO QWR-STATUS-IND.
           MOVE QWRTX-RESOLUTION-CODE   TO QWR-RESOLUTION-CODE.
           MOVE WS-CURRENT-DATE-8       TO QWR-RESPONSE-DATE.
           IF QWRTX-RESPONDER-ID NOT = SPACES
              MOVE QWRTX-RESPONDER-ID   TO QWR-RESPONDER-ID
           END-IF.
           MOVE WS-CURRENT-DATE-8       TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID           TO QWR-USER-ID.
           REWRITE QWR-CASE-RECORD.
           ADD 1 TO WS-CLOSE-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE.
           IF WS-CURRENT-DATE-8 > QWR-RESPONSE-DUE-DATE
              MOVE 'CASE CLOSED - RESPONSE SENT AFTER DEADLINE'
                   TO DTL-RESULT
           ELSE
              MOVE 'CASE CLOSED - RESPONSE SENT' TO DTL-RESULT
           END-IF
           .

       A580-WITHDRAW-CASE.
           MOVE 'W'                     TO QWR-STATUS-IND.
           MOVE WS-CURRENT-DATE-8       TO QWR-LAST-MAINT-DATE.
           MOVE QWRTX-USER-ID           TO QWR-USER-ID.
           REWRITE QWR-CASE-RECORD.
           ADD 1 TO WS-CLOSE-COUNT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESPONSE-DUE.
           MOVE 'CASE WITHDRAWN BY BORROWER' TO DTL-RESULT
           .

      *    BOTH CLOCKS RUN FROM THE RECEIPT DATE, NOT THE DATE THE
      *    CASE WAS KEYED.
       A600-SET-DEADLINES.
           SET EPSBDCAL-ADD-BUS-DAYS TO TRUE.
           MOVE QWR-RECEIPT-DATE        TO EPSBDCAL-DATE.
           MOVE STATIC-ACK-DAYS         TO EPSBDCAL-DAY-COUNT.
           CALL 'EPSBDCAL' USING EPSBDCAL-PARMS.
           MOVE EPSBDCAL-RESULT-DATE    TO QWR-ACK-DUE-DATE.

           SET EPSBDCAL-ADD-BUS-DAYS TO TRUE.
           MOVE QWR-RECEIPT-DATE        TO EPSBDCAL-DATE.
           IF QWR-PAYOFF-ERROR
              MOVE STATIC-PAYOFF-DAYS   TO EPSBDCAL-DAY-COUNT
           ELSE
              MOVE STATIC-RESPONSE-DAYS TO EPSBDCAL-DAY-COUNT
           END-IF.
           CALL 'EPSBDCAL' USING EPSBDCAL-PARMS.
           MOVE EPSBDCAL-RESULT-DATE    TO QWR-RESPONSE-DUE-DATE
           .

       A650-QUEUE-ACK-LETTER.
           MOVE SPACES TO LETTER-REQUEST-RECORD.
           MOVE 'QWRA' TO LRQX-LETTER-TYPE.
           MOVE QWR-PAN TO LRQX-PAN.

           MOVE 'RCVDATE'  TO LRQX-VAR-NAME(1).
           MOVE QWR-RECEIPT-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(1).

           MOVE 'CASETYPE' TO LRQX-VAR-NAME(2).
           IF QWR-NOTICE-OF-ERROR
              MOVE 'NOTICE OF ERROR' TO LRQX-VAR-VALUE(2)
           ELSE
              MOVE 'REQUEST FOR INFORMATION' TO LRQX-VAR-VALUE(2)
           END-IF.

           MOVE 'RESPDUE'  TO LRQX-VAR-NAME(3).
           MOVE QWR-RESPONSE-DUE-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(3).

           WRITE LETTER-REQUEST-RECORD.
           ADD 1 TO WS-LETTER-COUNT
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT    TO SUM-ADDS.
           MOVE WS-UPDATE-COUNT TO SUM-UPDATES.
           MOVE WS-CLOSE-COUNT  TO SUM-CLOSES.
           MOVE WS-LETTER-COUNT TO SUM-LETTERS.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE QWR-CASE-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
