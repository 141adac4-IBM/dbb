       ID DIVISION.
       PROGRAM-ID. EPSBYDRP.
      *    MONTH-END TEMPORARY BUYDOWN SUBSIDY BALANCE REPORT.
      *
      *    BROWSES THE EPSBYDNF BUYDOWN SCHEDULES AND REPORTS EACH
      *    ONE'S SUBSIDY POSITION: THE BUYDOWN YEAR OF THE NEXT
      *    INSTALLMENT DUE, THE REDUCED AND NOTE-RATE PAYMENTS, THE
      *    MONTHLY SUBSIDY, WHAT WAS FUNDED, DRAWN AND IS LEFT, AND
      *    WHAT THE REST OF THE SCHEDULE STILL NEEDS. THE NOTE COLUMN
      *    FLAGS WHAT NEEDS A SERVICER'S ATTENTION:
      *
      *       - SUBSIDY SHORT - THE BALANCE LEFT WILL NOT COVER THE
      *         REST OF THE SCHEDULE, SO THE BORROWER WILL BE BILLED
      *         MORE THAN THE REDUCED PAYMENT BEFORE IT ENDS.
      *       - UNUSED AFTER END - THE SCHEDULE HAS RUN ITS COURSE
      *         WITH SUBSIDY STILL ON HAND; IT IS PAID OUT AT PAYOFF.
      *       - LOAN NOT ACTIVE - THE LOAN LEFT SERVICING (PAID OFF
      *         BY REGULAR PAYMENTS, ASSUMED, CHARGED OFF OR
      *         TRANSFERRED) WITHOUT EPSPOFCP CLOSING THE BUYDOWN, SO
      *         ANY SUBSIDY LEFT HAS TO BE SETTLED BY HAND.
      *
      *    CLOSED SCHEDULES ARE SKIPPED. TOTALS OF FUNDED, DRAWN AND
      *    REMAINING SUBSIDY CLOSE THE REPORT - THE REMAINING TOTAL IS
      *    THE BUYDOWN SUBSIDY LIABILITY THE GL SHOULD CARRY.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT SUBSIDY-REPORT ASSIGN TO BYDRPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  SUBSIDY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-BUYDOWNS          PIC X VALUE 'N'.
              88 END-OF-BUYDOWNS             VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 LOAN-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-REPORTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SHORT-COUNT              PIC 9(7) VALUE 0.
           03 WS-FLAGGED-COUNT            PIC 9(7) VALUE 0.

       01 WS-TOTALS.
           03 WS-FUNDED-TOTAL             PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-DRAWN-TOTAL              PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-BALANCE-TOTAL            PIC S9(11)V99 COMP-3
                                          VALUE 0.

      *    THE NEXT INSTALLMENT'S BUYDOWN YEAR AND WHAT THE REST OF
      *    THE SCHEDULE NEEDS FROM THE SUBSIDY - SEE A300.
       01 WS-SCHEDULE-WORK.
           03 WS-REPORT-YEAR              PIC 9(1).
           03 WS-YEAR-IDX                 PIC 9(1).
           03 WS-MONTHLY-SUBSIDY          PIC S9(7)V99 COMP.
           03 WS-MONTHS-LEFT              PIC S9(3) COMP.
           03 WS-SUBSIDY-NEEDED           PIC S9(9)V99 COMP.
           03 WS-STEP-DATE.
              05 WS-STEP-YYYY             PIC 9(4).
              05 WS-STEP-MM               PIC 9(2).
              05 WS-STEP-DD               PIC 9(2).
           03 WS-STEP-DATE-8 REDEFINES WS-STEP-DATE
                                          PIC 9(8).
           03 WS-DUE-DATE.
              05 WS-DUE-YYYY              PIC 9(4).
              05 WS-DUE-MM                PIC 9(2).
              05 WS-DUE-DD                PIC 9(2).
           03 WS-DUE-DATE-8 REDEFINES WS-DUE-DATE
                                          PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBYDRP - BUYDOWN SUBSIDY BALANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(6)  VALUE 'YEAR'.
              05 FILLER                   PIC X(13) VALUE 'REDUCED P+I'.
              05 FILLER                   PIC X(13) VALUE 'NOTE P+I'.
              05 FILLER                   PIC X(13) VALUE 'SUBSIDY/MO'.
              05 FILLER                   PIC X(13) VALUE 'FUNDED'.
              05 FILLER                   PIC X(13) VALUE 'DRAWN'.
              05 FILLER                   PIC X(13) VALUE 'REMAINING'.
              05 FILLER                   PIC X(13) VALUE
                 'STILL NEEDED'.
              05 FILLER                   PIC X(20) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-YEAR                 PIC 9.
              05 FILLER                   PIC X VALUE '/'.
              05 DTL-YEAR-COUNT           PIC 9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REDUCED              PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-NOTE-PAYMENT         PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-MONTHLY              PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-FUNDED               PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-DRAWN                PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-NEEDED               PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(20).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'BUYDOWNS:'.
              05 SUM-REPORTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SHORT:'.
              05 SUM-SHORT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'FLAGGED:'.
              05 SUM-FLAGGED              PIC ZZZZZZ9.
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(14) VALUE
                 'TOTAL FUNDED:'.
              05 TOT-FUNDED               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE 'DRAWN:'.
              05 TOT-DRAWN                PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE 'REMAINING:'.
              05 TOT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-REPORT-BUYDOWN UNTIL END-OF-BUYDOWNS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSBYDRP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  BUYDOWN-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT SUBSIDY-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

      *    NO BUYDOWN FILE YET MEANS NO BUYDOWNS TO REPORT.
           IF WS-BYDNF-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-BUYDOWNS
           END-IF.
           PERFORM A150-READ-BUYDOWN.

       A150-READ-BUYDOWN.
           IF END-OF-BUYDOWNS
              EXIT PARAGRAPH
           END-IF.
           READ BUYDOWN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BUYDOWNS
           END-READ
           .

       A200-REPORT-BUYDOWN.
           IF NOT BYDN-CLOSED
              PERFORM A250-READ-LOAN
              PERFORM A300-PROJECT-SUBSIDY
              PERFORM A400-WRITE-DETAIL
           END-IF.
           PERFORM A150-READ-BUYDOWN.

       A250-READ-LOAN.
           MOVE 'N'      TO WS-LOAN-FOUND.
           MOVE BYDN-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
           .

      *    THE NEXT INSTALLMENT'S YEAR IS WORKED OUT THE WAY EPSBILST
      *    BILLS IT. WHAT IS STILL NEEDED IS THE REST OF THAT YEAR'S
      *    INSTALLMENTS AT ITS SHORTFALL PLUS TWELVE OF EVERY LATER
      *    YEAR'S.
       A300-PROJECT-SUBSIDY.
           MOVE 0 TO WS-MONTHLY-SUBSIDY.
           MOVE 0 TO WS-SUBSIDY-NEEDED.
           MOVE BYDN-CURRENT-YEAR TO WS-REPORT-YEAR.
           IF NOT LOAN-ON-FILE OR NOT BYDN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           MOVE BYDN-NEXT-STEP-DATE TO WS-STEP-DATE-8.
           MOVE SRV-NEXT-DUE-DATE   TO WS-DUE-DATE-8.
           IF WS-DUE-DATE-8 NOT < WS-STEP-DATE-8
              ADD 1 TO WS-REPORT-YEAR
              ADD 1 TO WS-STEP-YYYY
           END-IF.
           IF WS-REPORT-YEAR > BYDN-YEAR-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTHLY-SUBSIDY = SRV-PI-PAYMENT
                 - BYDN-REDUCED-PAYMENT(WS-REPORT-YEAR).
           COMPUTE WS-MONTHS-LEFT =
                   (WS-STEP-YYYY - WS-DUE-YYYY) * 12
                 + WS-STEP-MM - WS-DUE-MM.
           COMPUTE WS-SUBSIDY-NEEDED =
                   WS-MONTHLY-SUBSIDY * WS-MONTHS-LEFT.
           COMPUTE WS-YEAR-IDX = WS-REPORT-YEAR + 1.
           PERFORM A310-ADD-LATER-YEAR
                   UNTIL WS-YEAR-IDX > BYDN-YEAR-COUNT
           .

       A310-ADD-LATER-YEAR.
           COMPUTE WS-SUBSIDY-NEEDED = WS-SUBSIDY-NEEDED
                 + (SRV-PI-PAYMENT - BYDN-REDUCED-PAYMENT(WS-YEAR-IDX))
                 * 12.
           ADD 1 TO WS-YEAR-IDX
           .

       A400-WRITE-DETAIL.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE BYDN-PAN             TO DTL-PAN.
           MOVE BYDN-YEAR-COUNT      TO DTL-YEAR-COUNT.
           IF WS-REPORT-YEAR > BYDN-YEAR-COUNT
              MOVE BYDN-YEAR-COUNT   TO DTL-YEAR
              MOVE BYDN-REDUCED-PAYMENT(BYDN-YEAR-COUNT)
                                     TO DTL-REDUCED
           ELSE
              MOVE WS-REPORT-YEAR    TO DTL-YEAR
              MOVE BYDN-REDUCED-PAYMENT(WS-REPORT-YEAR)
                                     TO DTL-REDUCED
           END-IF.
           IF LOAN-ON-FILE
              MOVE SRV-PI-PAYMENT    TO DTL-NOTE-PAYMENT
           END-IF.
           MOVE WS-MONTHLY-SUBSIDY   TO DTL-MONTHLY.
           MOVE BYDN-FUNDED-AMOUNT   TO DTL-FUNDED.
           MOVE BYDN-DRAWN-TO-DATE   TO DTL-DRAWN.
           MOVE BYDN-SUBSIDY-BALANCE TO DTL-BALANCE.
           MOVE WS-SUBSIDY-NEEDED    TO DTL-NEEDED.

           EVALUATE TRUE
              WHEN NOT LOAN-ON-FILE
                 OR (NOT SRV-LOAN-ACTIVE AND BYDN-SUBSIDY-BALANCE > 0)
                 MOVE 'LOAN NOT ACTIVE'   TO DTL-NOTE
                 ADD 1 TO WS-FLAGGED-COUNT
              WHEN BYDN-SUBSIDY-BALANCE < WS-SUBSIDY-NEEDED
                 MOVE 'SUBSIDY SHORT'     TO DTL-NOTE
                 ADD 1 TO WS-SHORT-COUNT
              WHEN (BYDN-COMPLETE OR WS-REPORT-YEAR > BYDN-YEAR-COUNT)
                 AND BYDN-SUBSIDY-BALANCE > 0
                 MOVE 'UNUSED AFTER END'  TO DTL-NOTE
                 ADD 1 TO WS-FLAGGED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           ADD 1                    TO WS-REPORTED-COUNT.
           ADD BYDN-FUNDED-AMOUNT   TO WS-FUNDED-TOTAL.
           ADD BYDN-DRAWN-TO-DATE   TO WS-DRAWN-TOTAL.
           ADD BYDN-SUBSIDY-BALANCE TO WS-BALANCE-TOTAL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-REPORTED-COUNT TO SUM-REPORTED.
           MOVE WS-SHORT-COUNT    TO SUM-SHORT.
           MOVE WS-FLAGGED-COUNT  TO SUM-FLAGGED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FUNDED-TOTAL   TO TOT-FUNDED.
           MOVE WS-DRAWN-TOTAL    TO TOT-DRAWN.
           MOVE WS-BALANCE-TOTAL  TO TOT-BALANCE.
           MOVE WS-TOTAL-LINE     TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE BUYDOWN-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE SUBSIDY-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
