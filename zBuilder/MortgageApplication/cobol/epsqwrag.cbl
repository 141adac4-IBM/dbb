       ID DIVISION.
       PROGRAM-ID. EPSQWRAG.
      *    DAILY QWR CASE AGING REPORT.
      *
      *    BROWSES THE EPSQWRCF CASE FILE AND, FOR EVERY CASE STILL
      *    PENDING, COUNTS THE BUSINESS DAYS LEFT TO EACH REGULATION
      *    X DEADLINE WITH EPSBDCAL - THE SAME CALENDAR EPSQWRMT SET
      *    THE DEADLINES WITH. A CASE PRINTS WHEN A DEADLINE IS
      *    WITHIN THE WARNING WINDOW OR ALREADY PAST:
      *
      *       - THE ACKNOWLEDGMENT CLOCK ONLY WHILE NO ACKNOWLEDGMENT
      *         HAS BEEN SENT.
      *       - THE RESPONSE CLOCK UNTIL THE CASE IS CLOSED OR
      *         WITHDRAWN.
      *
      *    CASES COMFORTABLY INSIDE BOTH DEADLINES ARE ONLY COUNTED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QWR-CASE-FILE ASSIGN TO EPSQWRCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QWR-KEY
                  FILE STATUS IS WS-QWR-STATUS.

           SELECT AGING-REPORT ASSIGN TO QWRAGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QWR-CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSQWRCF.

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    A DEADLINE THIS MANY BUSINESS DAYS OUT OR CLOSER PRINTS.
           03 STATIC-ACK-WARN-DAYS        PIC S9(4) COMP VALUE 2.
           03 STATIC-RESPONSE-WARN-DAYS   PIC S9(4) COMP VALUE 5.

       01 WS-FILE-STATUSES.
           03 WS-QWR-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CASES             PIC X VALUE 'N'.
              88 END-OF-CASES                VALUE 'Y'.
           03 WS-CASE-STANDING            PIC X VALUE SPACE.
              88 CASE-ON-TIME                VALUE SPACE.
              88 CASE-APPROACHING            VALUE 'A'.
              88 CASE-PAST-DUE               VALUE 'P'.

       01 WS-COUNTERS.
           03 WS-PENDING-COUNT            PIC 9(7) VALUE 0.
           03 WS-APPROACHING-COUNT        PIC 9(7) VALUE 0.
           03 WS-PAST-DUE-COUNT           PIC 9(7) VALUE 0.

       01 WS-AGING-WORK.
      *    NEGATIVE ONCE THE DEADLINE HAS PASSED.
           03 WS-ACK-DAYS-LEFT            PIC S9(4).
           03 WS-RESP-DAYS-LEFT           PIC S9(4).
           03 WS-DUE-DATE                 PIC 9(8).
           03 WS-DAYS-LEFT                PIC S9(4).

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
                 'EPSQWRAG - QWR CASE DEADLINE AGING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'RECEIVED'.
              05 FILLER                   PIC X(4)  VALUE 'TYP'.
              05 FILLER                   PIC X(4)  VALUE 'CAT'.
              05 FILLER                   PIC X(4)  VALUE 'ST'.
              05 FILLER                   PIC X(10) VALUE 'RESPONDER'.
              05 FILLER                   PIC X(10) VALUE 'ACK DUE'.
              05 FILLER                   PIC X(7)  VALUE ' LEFT'.
              05 FILLER                   PIC X(10) VALUE 'RESP DUE'.
              05 FILLER                   PIC X(7)  VALUE ' LEFT'.
              05 FILLER                   PIC X(40) VALUE 'STANDING'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RECEIPT-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CASE-TYPE            PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-CATEGORY             PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-RESPONDER            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACK-DUE              PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACK-LEFT             PIC ---9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-RESP-DUE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESP-LEFT            PIC ---9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-STANDING             PIC X(40).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'PENDING:'.
              05 SUM-PENDING              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'APPROACHING:'.
              05 SUM-APPROACHING          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'PAST DUE:'.
              05 SUM-PAST-DUE             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-AGE-CASE UNTIL END-OF-CASES.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSQWRAG' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  QWR-CASE-FILE.
           OPEN OUTPUT AGING-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO QWR-KEY.
           START QWR-CASE-FILE KEY IS NOT LESS THAN QWR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CASES
           END-START
           .
           IF NOT END-OF-CASES
              PERFORM A150-READ-CASE
           END-IF
           .

       A150-READ-CASE.
           READ QWR-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CASES
           END-READ
           .

       A200-AGE-CASE.
           IF QWR-CASE-PENDING
              ADD 1 TO WS-PENDING-COUNT
              PERFORM A300-MEASURE-DEADLINES
              IF NOT CASE-ON-TIME
                 PERFORM A400-REPORT-CASE
              END-IF
           END-IF
           .
           PERFORM A150-READ-CASE.

      *    THE WORSE OF THE TWO CLOCKS DECIDES THE STANDING.
       A300-MEASURE-DEADLINES.
           MOVE SPACE TO WS-CASE-STANDING.
           MOVE 0     TO WS-ACK-DAYS-LEFT.

           IF QWR-ACK-SENT-DATE = 0
              MOVE QWR-ACK-DUE-DATE TO WS-DUE-DATE
              PERFORM A350-DAYS-TO-DEADLINE
              MOVE WS-DAYS-LEFT TO WS-ACK-DAYS-LEFT
              EVALUATE TRUE
                 WHEN WS-ACK-DAYS-LEFT < 0
                    SET CASE-PAST-DUE TO TRUE
                 WHEN WS-ACK-DAYS-LEFT <= STATIC-ACK-WARN-DAYS
                    SET CASE-APPROACHING TO TRUE
              END-EVALUATE
           END-IF.

           MOVE QWR-RESPONSE-DUE-DATE TO WS-DUE-DATE.
           PERFORM A350-DAYS-TO-DEADLINE.
           MOVE WS-DAYS-LEFT TO WS-RESP-DAYS-LEFT.
           EVALUATE TRUE
              WHEN WS-RESP-DAYS-LEFT < 0
                 SET CASE-PAST-DUE TO TRUE
              WHEN WS-RESP-DAYS-LEFT <= STATIC-RESPONSE-WARN-DAYS
                 AND NOT CASE-PAST-DUE
                 SET CASE-APPROACHING TO TRUE
           END-EVALUATE
           .

      *    BUSINESS DAYS FROM TODAY TO THE DEADLINE - ZERO ON THE
      *    DUE DATE ITSELF, NEGATIVE AFTER IT. EPSBDCAL ONLY COUNTS
      *    FORWARD, SO A PASSED DEADLINE IS COUNTED FROM ITS DATE.
       A350-DAYS-TO-DEADLINE.
           SET EPSBDCAL-BUS-DAYS-BETWEEN TO TRUE.
           IF WS-DUE-DATE < WS-CURRENT-DATE-8
              MOVE WS-DUE-DATE       TO EPSBDCAL-DATE
              MOVE WS-CURRENT-DATE-8 TO EPSBDCAL-DATE-2
              CALL 'EPSBDCAL' USING EPSBDCAL-PARMS
              COMPUTE WS-DAYS-LEFT = 0 - EPSBDCAL-DAY-COUNT
      *       A DEADLINE MISSED OVER A WEEKEND IS STILL MISSED.
              IF WS-DAYS-LEFT = 0
                 MOVE -1 TO WS-DAYS-LEFT
              END-IF
           ELSE
              MOVE WS-CURRENT-DATE-8 TO EPSBDCAL-DATE
              MOVE WS-DUE-DATE       TO EPSBDCAL-DATE-2
              CALL 'EPSBDCAL' USING EPSBDCAL-PARMS
              MOVE EPSBDCAL-DAY-COUNT TO WS-DAYS-LEFT
           END-IF
           .

       A400-REPORT-CASE.
           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE QWR-PAN               TO DTL-PAN.
           MOVE QWR-RECEIPT-DATE      TO DTL-RECEIPT-DATE.
           MOVE QWR-CASE-TYPE         TO DTL-CASE-TYPE.
           MOVE QWR-ERROR-CATEGORY    TO DTL-CATEGORY.
           MOVE QWR-STATUS-IND        TO DTL-STATUS.
           MOVE QWR-RESPONDER-ID      TO DTL-RESPONDER.
           MOVE QWR-ACK-DUE-DATE      TO DTL-ACK-DUE.
           MOVE WS-ACK-DAYS-LEFT      TO DTL-ACK-LEFT.
           MOVE QWR-RESPONSE-DUE-DATE TO DTL-RESP-DUE.
           MOVE WS-RESP-DAYS-LEFT     TO DTL-RESP-LEFT.

           EVALUATE TRUE
              WHEN QWR-ACK-SENT-DATE = 0 AND WS-ACK-DAYS-LEFT < 0
                 MOVE 'PAST DUE - ACKNOWLEDGMENT NOT SENT'
                      TO DTL-STANDING
              WHEN WS-RESP-DAYS-LEFT < 0
                 MOVE 'PAST DUE - NO RESPONSE SENT' TO DTL-STANDING
              WHEN QWR-ACK-SENT-DATE = 0
                   AND WS-ACK-DAYS-LEFT <= STATIC-ACK-WARN-DAYS
                 MOVE 'APPROACHING - ACKNOWLEDGMENT DUE'
                      TO DTL-STANDING
              WHEN OTHER
                 MOVE 'APPROACHING - RESPONSE DUE' TO DTL-STANDING
           END-EVALUATE.

           IF CASE-PAST-DUE
              ADD 1 TO WS-PAST-DUE-COUNT
           ELSE
              ADD 1 TO WS-APPROACHING-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-PENDING-COUNT     TO SUM-PENDING.
           MOVE WS-APPROACHING-COUNT TO SUM-APPROACHING.
           MOVE WS-PAST-DUE-COUNT    TO SUM-PAST-DUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE QWR-CASE-FILE.
           CLOSE AGING-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
