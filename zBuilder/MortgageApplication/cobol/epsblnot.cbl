       ID DIVISION.
       PROGRAM-ID. EPSBLNOT.
      *    BALLOON MATURITY NOTICE RUN.
      *
      *    BROWSES THE EPSSRVCF MASTER FOR ACTIVE BALLOON LOANS (SEE
      *    EPSBLMNT) AND QUEUES THE TWO ADVANCE MATURITY NOTICES
      *    THROUGH EPSLGEN THE WAY EPSARMRS QUEUES ITS PAYMENT-CHANGE
      *    NOTICE:
      *
      *       - 'BL90' ONCE THE MATURITY DATE IS 90 DAYS OR LESS AWAY,
      *       - 'BL60' ONCE IT IS 60 DAYS OR LESS AWAY.
      *
      *    WHICH NOTICE HAS GONE OUT IS STAMPED IN
      *    SRV-MATURITY-NOTICE-IND, SO A RERUN NEVER SENDS ONE TWICE
      *    AND A MISSED NIGHT IS CAUGHT UP THE NEXT. A LOAN ALREADY
      *    INSIDE 60 DAYS WHEN ITS BALLOON WAS BOOKED GETS THE 60-DAY
      *    NOTICE ONLY. EACH NOTICE CARRIES THE MATURITY DATE, THE
      *    REGULAR P+I AND THE BALLOON PROJECTED THROUGH EPSBLAMT FROM
      *    TONIGHT'S BALANCE. BOTH ARE ON EPSLGEN'S REQUIRED-NOTICE
      *    LIST, SO NEITHER A BAD ADDRESS NOR A BANKRUPTCY HOLDS THEM.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

      *    LETTER REQUESTS FOR EPSLGEN - CONCATENATED ONTO ITS
      *    EPSLREQX INPUT BY THE STREAM.
           SELECT LETTER-REQUEST-FILE ASSIGN TO BLNTLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO BLNOTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-NOTICE-90-COUNT          PIC 9(7) VALUE 0.
           03 WS-NOTICE-60-COUNT          PIC 9(7) VALUE 0.

       01 WS-NOTICE-WORK.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-DAYS-TO-MATURITY         PIC S9(7) COMP.
           03 WS-LETTER-TYPE              PIC X(4).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-MATURITY-DATE.
           03 WS-MAT-YYYY                 PIC 9(4).
           03 WS-MAT-MM                   PIC 9(2).
           03 WS-MAT-DD                   PIC 9(2).
       01 WS-MATURITY-DATE-8 REDEFINES WS-MATURITY-DATE
                                          PIC 9(8).
       01 WS-DUE-DATE.
           03 WS-DUE-YYYY                 PIC 9(4).
           03 WS-DUE-MM                   PIC 9(2).
           03 WS-DUE-DD                   PIC 9(2).
       01 WS-DUE-DATE-8 REDEFINES WS-DUE-DATE
                                          PIC 9(8).

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-EDIT-DATE                PIC 9(8).

      *    THE SHARED BALLOON CALCULATION - SEE A350.
           COPY EPSBLPM.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBLNOT - BALLOON MATURITY NOTICE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'MATURITY'.
              05 FILLER                   PIC X(6)  VALUE 'DAYS'.
              05 FILLER                   PIC X(16) VALUE
                 'BALLOON PAYMENT'.
              05 FILLER                   PIC X(6)  VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MATURITY             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALLOON              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'BALLOONS:'.
              05 SUM-SCANNED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 '90-DAY SENT:'.
              05 SUM-NOTICE-90            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 '60-DAY SENT:'.
              05 SUM-NOTICE-60            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-WORK-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSBLNOT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

      *    A MATURITY ALREADY PASSED IS EPSDLQAG'S BUSINESS, NOT A
      *    NOTICE'S.
       A200-WORK-LOAN.
           IF SRV-LOAN-ACTIVE AND SRV-BALLOON-LOAN
              AND SRV-PRINCIPAL-BALANCE > 0
              AND SRV-MATURITY-DATE > WS-CURRENT-DATE-8
              ADD 1 TO WS-SCANNED-COUNT
              COMPUTE WS-DAYS-TO-MATURITY =
                      FUNCTION INTEGER-OF-DATE(SRV-MATURITY-DATE)
                    - WS-TODAY-INT
              EVALUATE TRUE
                 WHEN WS-DAYS-TO-MATURITY <= 60
                      AND NOT SRV-MATURITY-60-NOTICED
                    MOVE 'BL60' TO WS-LETTER-TYPE
                    PERFORM A300-SEND-NOTICE
                 WHEN WS-DAYS-TO-MATURITY <= 90
                      AND SRV-MATURITY-NOT-NOTICED
                    MOVE 'BL90' TO WS-LETTER-TYPE
                    PERFORM A300-SEND-NOTICE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
           PERFORM A150-READ-MASTER.

       A300-SEND-NOTICE.
           PERFORM A350-PROJECT-BALLOON.
           PERFORM A400-QUEUE-NOTICE.

           IF WS-LETTER-TYPE = 'BL60'
              MOVE '6' TO SRV-MATURITY-NOTICE-IND
              ADD 1 TO WS-NOTICE-60-COUNT
           ELSE
              MOVE '9' TO SRV-MATURITY-NOTICE-IND
              ADD 1 TO WS-NOTICE-90-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SRV-PAN                TO DTL-PAN.
           MOVE SRV-MATURITY-DATE      TO DTL-MATURITY.
           MOVE WS-DAYS-TO-MATURITY    TO DTL-DAYS.
           MOVE EPSBLAMT-FINAL-PAYMENT TO DTL-BALLOON.
           IF WS-LETTER-TYPE = 'BL60'
              MOVE '60-DAY MATURITY NOTICE SENT' TO DTL-RESULT
           ELSE
              MOVE '90-DAY MATURITY NOTICE SENT' TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE REGULAR INSTALLMENTS STILL TO POST BEFORE MATURITY ARE
      *    THE MONTHS FROM THE NEXT ONE DUE UP TO THE MATURITY
      *    INSTALLMENT ITSELF - THE SAME COUNT EPSBLMNT PROJECTS WITH.
       A350-PROJECT-BALLOON.
           MOVE SRV-MATURITY-DATE     TO WS-MATURITY-DATE-8.
           MOVE SRV-NEXT-DUE-DATE     TO WS-DUE-DATE-8.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSBLAMT-BALANCE.
           MOVE SRV-CURRENT-RATE      TO EPSBLAMT-NOTE-RATE.
           MOVE SRV-PI-PAYMENT        TO EPSBLAMT-PI-PAYMENT.
           COMPUTE EPSBLAMT-REGULAR-PAYMENTS =
                   (WS-MAT-YYYY - WS-DUE-YYYY) * 12
                 + WS-MAT-MM - WS-DUE-MM.
           IF EPSBLAMT-REGULAR-PAYMENTS < 0
              MOVE 0 TO EPSBLAMT-REGULAR-PAYMENTS
           END-IF.
           CALL 'EPSBLAMT' USING EPSBLAMT-PARMS
           .

       A400-QUEUE-NOTICE.
           MOVE SPACES         TO LETTER-REQUEST-RECORD.
           MOVE WS-LETTER-TYPE TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN        TO LRQX-PAN.

           MOVE 'MATDATE'      TO LRQX-VAR-NAME(1).
           MOVE SRV-MATURITY-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE   TO LRQX-VAR-VALUE(1).

           MOVE 'BALLOON'      TO LRQX-VAR-NAME(2).
           MOVE EPSBLAMT-FINAL-PAYMENT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(2).

           MOVE 'REGPMT'       TO LRQX-VAR-NAME(3).
           MOVE SRV-PI-PAYMENT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(3).

           MOVE 'BALANCE'      TO LRQX-VAR-NAME(4).
           MOVE SRV-PRINCIPAL-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(4).

           WRITE LETTER-REQUEST-RECORD
           .

       A900-FINALIZE.
           MOVE WS-SCANNED-COUNT   TO SUM-SCANNED.
           MOVE WS-NOTICE-90-COUNT TO SUM-NOTICE-90.
           MOVE WS-NOTICE-60-COUNT TO SUM-NOTICE-60.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
