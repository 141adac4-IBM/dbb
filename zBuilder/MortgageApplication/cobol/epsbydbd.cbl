       ID DIVISION.
       PROGRAM-ID. EPSBYDBD.
      *    TEMPORARY BUYDOWN BOARDING RUN.
      *
      *    READS THE EPSBYDTX BUYDOWN TRANSACTIONS KEYED FROM THE
      *    CLOSING PACKAGE AND BOARDS EACH AS AN EPSBYDNF BUYDOWN
      *    SCHEDULE AGAINST A LOAN ALREADY ON THE EPSSRVCF SERVICING
      *    MASTER. THE MASTER KEEPS THE NOTE-RATE SRV-PI-PAYMENT; THE
      *    SCHEDULE CARRIES THE REDUCED PAYMENT FOR EACH BUYDOWN
      *    YEAR AND THE SUBSIDY FUNDED TO MAKE UP THE DIFFERENCE,
      *    STARTING WITH THE LOAN'S NEXT DUE INSTALLMENT. THE FUNDING
      *    IS APPENDED TO THE EPSBYDNH SUBSIDY HISTORY, WHICH IS WHAT
      *    EPSGLPST POSTS THE SUBSIDY LIABILITY FROM.
      *
      *    ONLY AN ACTIVE FIXED-RATE AMORTIZING LOAN CAN CARRY A
      *    BUYDOWN, EACH YEAR'S PAYMENT MUST BE BELOW THE NOTE-RATE
      *    PAYMENT AND NO LOWER THAN THE YEAR BEFORE, AND THE FUNDED
      *    AMOUNT MUST COVER TWELVE MONTHS OF EVERY YEAR'S SHORTFALL -
      *    AN UNDERFUNDED BUYDOWN IS REJECTED RATHER THAN LEFT TO RUN
      *    DRY PART WAY THROUGH.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUYDOWN-TRANSACTION-FILE ASSIGN TO EPSBYDTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BYDTX-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

           SELECT BUYDOWN-HISTORY-FILE ASSIGN TO EPSBYDNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BYDNH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO BYDBDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUYDOWN-TRANSACTION-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBYDTX.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       FD  BUYDOWN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSBYDNH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - LOAN NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - LOAN IS NOT ACTIVE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - NOT A FIXED-RATE LOAN'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - YEAR COUNT NOT 1 TO 3'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - REDUCED PAYMENTS OUT OF STEP'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - SUBSIDY UNDERFUNDED'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - BUYDOWN ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'BUYDOWN REJECTED - UNKNOWN FUNDING CODE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 8 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-BYDTX-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-BYDNH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.

       01 WS-COUNTERS.
           03 WS-BOARDED-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
       01 WS-FUNDED-TOTAL                 PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-SCHEDULE-WORK.
           03 WS-YEAR-IDX                 PIC 9(1).
           03 WS-SUBSIDY-NEEDED           PIC S9(9)V99 COMP.
           03 WS-PRIOR-PAYMENT            PIC S9(7)V99 COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBYDBD - TEMPORARY BUYDOWN BOARDING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(6)  VALUE 'YEARS'.
              05 FILLER                   PIC X(16) VALUE 'NOTE P+I'.
              05 FILLER                   PIC X(16) VALUE 'FUNDED'.
              05 FILLER                   PIC X(16) VALUE 'NEEDED'.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-YEARS                PIC 9.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 DTL-NOTE-PAYMENT         PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FUNDED               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NEEDED               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'BOARDED:'.
              05 SUM-BOARDED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'TOTAL FUNDED:'.
              05 SUM-FUNDED               PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-BUYDOWN UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSBYDBD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  BUYDOWN-TRANSACTION-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '05' OR '35'
              CLOSE BUYDOWN-FILE
              OPEN OUTPUT BUYDOWN-FILE
              CLOSE BUYDOWN-FILE
              OPEN I-O BUYDOWN-FILE
           END-IF.
           OPEN EXTEND BUYDOWN-HISTORY-FILE.
           IF WS-BYDNH-STATUS = '05' OR '35'
              OPEN OUTPUT BUYDOWN-HISTORY-FILE
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

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ BUYDOWN-TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-BUYDOWN.
           MOVE 0                   TO WS-VALIDATION-INDICATOR.
           MOVE 0                   TO WS-SUBSIDY-NEEDED.
           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE BYDTX-PAN           TO DTL-PAN.
           MOVE BYDTX-YEAR-COUNT    TO DTL-YEARS.
           MOVE BYDTX-FUNDED-AMOUNT TO DTL-FUNDED.

           MOVE BYDTX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
           END-READ
           .
           IF WS-TRANSACTION-VALID
              MOVE SRV-PI-PAYMENT TO DTL-NOTE-PAYMENT
              IF NOT SRV-LOAN-ACTIVE
                 MOVE 2 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND (SRV-LOAN-TYPE-IND = 'A' OR 'H'
                OR SRV-PI-PAYMENT = 0)
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND (BYDTX-YEAR-COUNT < 1 OR BYDTX-YEAR-COUNT > 3)
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A300-CHECK-SCHEDULE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE WS-SUBSIDY-NEEDED TO DTL-NEEDED
              IF BYDTX-FUNDED-AMOUNT < WS-SUBSIDY-NEEDED
                 MOVE 6 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE BYDTX-PAN TO BYDN-PAN
              READ BUYDOWN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 7 TO WS-VALIDATION-INDICATOR
              END-READ
           END-IF
           .
           IF WS-TRANSACTION-VALID
              IF (BYDTX-FUNDED-BY-IND NOT = 'B' AND
                  BYDTX-FUNDED-BY-IND NOT = 'S' AND
                  BYDTX-FUNDED-BY-IND NOT = 'L')
                 OR (BYDTX-UNUSED-TO-IND NOT = 'B' AND
                     BYDTX-UNUSED-TO-IND NOT = 'F')
                 MOVE 8 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A400-BOARD-SCHEDULE
              PERFORM A500-WRITE-HISTORY
              ADD 1 TO WS-BOARDED-COUNT
              ADD BYDTX-FUNDED-AMOUNT TO WS-FUNDED-TOTAL
              MOVE 'BUYDOWN BOARDED' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    EACH BUYDOWN YEAR'S PAYMENT MUST SIT BELOW THE NOTE-RATE
      *    PAYMENT AND STEP UP (OR HOLD) FROM THE YEAR BEFORE; THE
      *    SUBSIDY NEEDED IS TWELVE MONTHS OF EVERY YEAR'S SHORTFALL.
       A300-CHECK-SCHEDULE.
           MOVE 0 TO WS-PRIOR-PAYMENT.
           PERFORM A310-CHECK-ONE-YEAR
                   VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > BYDTX-YEAR-COUNT
           .

       A310-CHECK-ONE-YEAR.
           IF BYDTX-REDUCED-PAYMENT(WS-YEAR-IDX) = 0
              OR BYDTX-REDUCED-PAYMENT(WS-YEAR-IDX)
                    NOT < SRV-PI-PAYMENT
              OR BYDTX-REDUCED-PAYMENT(WS-YEAR-IDX)
                    < WS-PRIOR-PAYMENT
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF.
           MOVE BYDTX-REDUCED-PAYMENT(WS-YEAR-IDX) TO WS-PRIOR-PAYMENT.
           COMPUTE WS-SUBSIDY-NEEDED = WS-SUBSIDY-NEEDED
                 + (SRV-PI-PAYMENT - BYDTX-REDUCED-PAYMENT(WS-YEAR-IDX))
                 * 12
           .

      *    THE FIRST BUYDOWN INSTALLMENT IS THE LOAN'S NEXT DUE ONE;
      *    YEAR TWO STARTS WITH THE INSTALLMENT DUE A YEAR LATER.
       A400-BOARD-SCHEDULE.
           MOVE SPACES                TO BUYDOWN-SCHEDULE-RECORD.
           MOVE BYDTX-PAN             TO BYDN-PAN.
           MOVE 'A'                   TO BYDN-STATUS-IND.
           MOVE BYDTX-FUNDED-BY-IND   TO BYDN-FUNDED-BY-IND.
           MOVE BYDTX-UNUSED-TO-IND   TO BYDN-UNUSED-TO-IND.
           MOVE BYDTX-FUNDER-NAME     TO BYDN-FUNDER-NAME.
           MOVE BYDTX-YEAR-COUNT      TO BYDN-YEAR-COUNT.
           MOVE 1                     TO BYDN-CURRENT-YEAR.
           MOVE BYDTX-REDUCED-PAYMENT(1) TO BYDN-REDUCED-PAYMENT(1).
           MOVE BYDTX-REDUCED-PAYMENT(2) TO BYDN-REDUCED-PAYMENT(2).
           MOVE BYDTX-REDUCED-PAYMENT(3) TO BYDN-REDUCED-PAYMENT(3).
           MOVE SRV-NEXT-DUE-DATE     TO BYDN-FIRST-DUE-DATE.
           COMPUTE BYDN-NEXT-STEP-DATE = SRV-NEXT-DUE-DATE + 10000.
           MOVE BYDTX-FUNDED-AMOUNT   TO BYDN-FUNDED-AMOUNT.
           MOVE 0                     TO BYDN-DRAWN-TO-DATE.
           MOVE BYDTX-FUNDED-AMOUNT   TO BYDN-SUBSIDY-BALANCE.
           MOVE 0                     TO BYDN-LAST-DRAW-DATE.
           MOVE WS-CURRENT-DATE-8     TO BYDN-BOARDING-DATE.
           MOVE WS-CURRENT-DATE-8     TO BYDN-LAST-MAINT-DATE.
           WRITE BUYDOWN-SCHEDULE-RECORD
           .

       A500-WRITE-HISTORY.
           MOVE SPACES               TO BUYDOWN-HISTORY-RECORD.
           MOVE BYDTX-PAN            TO BYDH-PAN.
           MOVE 'F'                  TO BYDH-ACTIVITY.
           MOVE WS-CURRENT-DATE-8    TO BYDH-POST-DATE.
           MOVE 0                    TO BYDH-DUE-DATE.
           MOVE BYDTX-FUNDED-AMOUNT  TO BYDH-AMOUNT.
           MOVE BYDN-SUBSIDY-BALANCE TO BYDH-BALANCE-AFTER.
           MOVE 'EPSBYDBD'           TO BYDH-SOURCE-PGM.
           WRITE BUYDOWN-HISTORY-RECORD
           .

       A900-FINALIZE.
           MOVE WS-BOARDED-COUNT TO SUM-BOARDED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE WS-FUNDED-TOTAL  TO SUM-FUNDED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE BUYDOWN-TRANSACTION-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE BUYDOWN-FILE.
           CLOSE BUYDOWN-HISTORY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
