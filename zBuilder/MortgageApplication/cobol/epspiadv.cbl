       ID DIVISION.
       PROGRAM-ID. EPSPIADV.
      *    MONTHLY INVESTOR P+I ADVANCE RUN.
      *
      *    RUNS AFTER EPSDLQAG AND BEFORE EPSINVRM. THE POOLING
      *    AGREEMENTS OBLIGATE THE SERVICER TO PASS THE SCHEDULED
      *    INTEREST AND PRINCIPAL THROUGH TO THE INVESTOR EVERY MONTH
      *    WHETHER OR NOT THE BORROWER PAID, SO THIS RUN BROWSES EVERY
      *    EPSPLASN POOL ASSIGNMENT AND, FOR EACH POOLED LOAN THE
      *    SERVICING MASTER SHOWS DELINQUENT - NEXT DUE DATE BEHIND
      *    TODAY, THE SAME TEST EPSDLQAG AGES BY - ADVANCES ONE
      *    INSTALLMENT OUT OF SERVICER FUNDS:
      *
      *       - ONE MONTH'S INTEREST AT THE NOTE RATE ON THE BALANCE,
      *       - THE SCHEDULED PRINCIPAL (THE LEVEL P+I LESS THAT
      *         INTEREST, NEVER MORE THAN THE BALANCE),
      *       - LESS THE SERVICING FEE THE SERVICER KEEPS, FIGURED
      *         THE SAME WAY EPSINVRM FIGURES IT.
      *
      *    THE ADVANCE IS ADDED TO THE LOAN'S EPSPIADF BALANCE AND
      *    LOGGED ON EPSPIADH, FROM WHICH EPSINVRM SHOWS IT ON THE
      *    POOL'S REMITTANCE AND EPSGLPST BOOKS THE RECEIVABLE.
      *    EPSPYPST RECOVERS IT FIRST OUT OF THE BORROWER'S CATCH-UP
      *    PAYMENTS AND EPSPOFCP RECOVERS ANY REMAINDER AT PAYOFF.
      *
      *    THE RUN MONTH IS STAMPED ON THE ADVANCE RECORD, SO A RERUN
      *    IN THE SAME MONTH NEVER ADVANCES A LOAN TWICE. LOANS UNDER
      *    A FORBEARANCE PLAN OR DISASTER RELIEF ARE STILL ADVANCED -
      *    THE HOLD STOPS COLLECTIONS, NOT THE INVESTOR'S SCHEDULED
      *    REMITTANCE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT PI-ADVANCE-FILE ASSIGN TO EPSPIADF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PIAD-PAN
                  FILE STATUS IS WS-PIADF-STATUS.

           SELECT PI-ADVANCE-HISTORY-FILE ASSIGN TO EPSPIADH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PIADH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO PIADVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  PI-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPIADF.

       FD  PI-ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSPIADH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PIADF-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-POOL              PIC X VALUE 'N'.
              88 END-OF-POOL                 VALUE 'Y'.
           03 WS-ADVANCE-FOUND            PIC X VALUE 'N'.
              88 ADVANCE-ON-FILE             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-POOLED-COUNT             PIC 9(7) VALUE 0.
           03 WS-DELINQUENT-COUNT         PIC 9(7) VALUE 0.
           03 WS-ADVANCED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ALREADY-COUNT            PIC 9(7) VALUE 0.
           03 WS-NOT-FOUND-COUNT          PIC 9(7) VALUE 0.

       01 WS-ADVANCE-WORK.
           03 WS-ADV-INTEREST             PIC S9(7)V99.
           03 WS-ADV-PRINCIPAL            PIC S9(9)V99.
           03 WS-ADV-SERVICE-FEE          PIC S9(7)V99.
           03 WS-ADV-AMOUNT               PIC S9(9)V99.
           03 WS-TOTAL-ADVANCED           PIC S9(11)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
       01 WS-CURRENT-CYCLE                PIC 9(6).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSPIADV - INVESTOR P+I ADVANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(8)  VALUE 'POOL'.
              05 FILLER                   PIC X(10) VALUE 'NEXT DUE'.
              05 FILLER                   PIC X(12) VALUE
                 '    INTEREST'.
              05 FILLER                   PIC X(16) VALUE
                 '       PRINCIPAL'.
              05 FILLER                   PIC X(12) VALUE
                 '     SVC FEE'.
              05 FILLER                   PIC X(16) VALUE
                 '        ADVANCED'.
              05 FILLER                   PIC X(16) VALUE
                 ' ADVANCE BALANCE'.
              05 FILLER                   PIC X(6)  VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-POOL                 PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NEXT-DUE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INTEREST             PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PRINCIPAL            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SERVICE-FEE          PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ADVANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(30).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(16) VALUE
                 'POOLED LOANS:'.
              05 SUM-POOLED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'DELINQUENT:'.
              05 SUM-DELINQUENT           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'ADVANCED:'.
              05 SUM-ADVANCED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'ALREADY THIS MONTH:'.
              05 SUM-ALREADY              PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(16) VALUE
                 'NOT ON MASTER:'.
              05 SUM-NOT-FOUND            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'TOTAL ADVANCED:'.
              05 SUM-TOTAL-ADVANCED       PIC Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-WORK-POOLED-LOAN UNTIL END-OF-POOL.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSPIADV' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    PI-ADVANCE-FILE.
           IF WS-PIADF-STATUS = '05' OR '35'
              CLOSE PI-ADVANCE-FILE
              OPEN OUTPUT PI-ADVANCE-FILE
              CLOSE PI-ADVANCE-FILE
              OPEN I-O PI-ADVANCE-FILE
           END-IF.
           OPEN EXTEND PI-ADVANCE-HISTORY-FILE.
           IF WS-PIADH-STATUS = '05' OR '35'
              OPEN OUTPUT PI-ADVANCE-HISTORY-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-CURRENT-CYCLE = WS-CURR-YYYY * 100 + WS-CURR-MM.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO PLASN-PAN.
           START POOL-ASSIGNMENT-FILE KEY IS NOT LESS THAN PLASN-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-POOL
           END-START
           .
           IF NOT END-OF-POOL
              PERFORM A150-READ-POOL
           END-IF
           .

       A150-READ-POOL.
           READ POOL-ASSIGNMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-POOL
           END-READ
           .

      *    A LOAN PAID OFF, CHARGED OFF OR TRANSFERRED OUT IS NO
      *    LONGER THE SERVICER'S TO ADVANCE ON. A HELOC IS NEVER
      *    POOLED FOR P+I PASS-THROUGH.
       A200-WORK-POOLED-LOAN.
           ADD 1 TO WS-POOLED-COUNT.
           MOVE PLASN-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-FOUND-COUNT
                 PERFORM A150-READ-POOL
                 EXIT PARAGRAPH
           END-READ.

           IF SRV-LOAN-ACTIVE
              AND SRV-LOAN-TYPE-IND NOT = 'H'
              AND SRV-PRINCIPAL-BALANCE > 0
              AND SRV-NEXT-DUE-DATE < WS-CURRENT-DATE-8
              ADD 1 TO WS-DELINQUENT-COUNT
              PERFORM A300-READ-ADVANCE
              IF ADVANCE-ON-FILE
                 AND PIAD-LAST-ADVANCE-CYCLE = WS-CURRENT-CYCLE
                 ADD 1 TO WS-ALREADY-COUNT
              ELSE
                 PERFORM A400-FIGURE-ADVANCE
                 IF WS-ADV-AMOUNT > 0
                    PERFORM A500-POST-ADVANCE
                 END-IF
              END-IF
           END-IF
           .
           PERFORM A150-READ-POOL.

       A300-READ-ADVANCE.
           MOVE 'Y' TO WS-ADVANCE-FOUND.
           MOVE PLASN-PAN TO PIAD-PAN.
           READ PI-ADVANCE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-ADVANCE-FOUND
           END-READ
           .

      *    THE INSTALLMENT IS SPLIT THE WAY EPSPYPST WILL SPLIT IT
      *    WHEN IT IS PAID, AND THE FEE IS EPSINVRM'S - THE FEE RATE
      *    ON THE BALANCE, MONTHLY.
       A400-FIGURE-ADVANCE.
           COMPUTE WS-ADV-INTEREST ROUNDED =
                   SRV-PRINCIPAL-BALANCE * SRV-CURRENT-RATE / 1200.
           COMPUTE WS-ADV-PRINCIPAL =
                   SRV-PI-PAYMENT - WS-ADV-INTEREST.
           IF WS-ADV-PRINCIPAL < 0
              MOVE 0 TO WS-ADV-PRINCIPAL
           END-IF.
           IF WS-ADV-PRINCIPAL > SRV-PRINCIPAL-BALANCE
              MOVE SRV-PRINCIPAL-BALANCE TO WS-ADV-PRINCIPAL
           END-IF.
           COMPUTE WS-ADV-SERVICE-FEE ROUNDED =
                   SRV-PRINCIPAL-BALANCE * PLASN-SERVICE-FEE-RATE
                   / 100 / 12.
           COMPUTE WS-ADV-AMOUNT =
                   WS-ADV-INTEREST + WS-ADV-PRINCIPAL
                 - WS-ADV-SERVICE-FEE
           .

       A500-POST-ADVANCE.
           IF NOT ADVANCE-ON-FILE
              MOVE SPACES    TO PI-ADVANCE-RECORD
              MOVE PLASN-PAN TO PIAD-PAN
              MOVE 0 TO PIAD-ADVANCED-TO-DATE
              MOVE 0 TO PIAD-RECOVERED-TO-DATE
              MOVE 0 TO PIAD-BALANCE
              MOVE 0 TO PIAD-INSTALLMENTS-OPEN
              MOVE 0 TO PIAD-OLDEST-OPEN-DATE
              MOVE 0 TO PIAD-LAST-RECOVERY-DATE
           END-IF.
           IF PIAD-BALANCE = 0
              MOVE WS-CURRENT-DATE-8 TO PIAD-OLDEST-OPEN-DATE
           END-IF.
           SET PIAD-OPEN TO TRUE.
           MOVE PLASN-POOL-NUMBER      TO PIAD-POOL-NUMBER.
           MOVE PLASN-SERVICE-FEE-RATE TO PIAD-SERVICE-FEE-RATE.
           ADD WS-ADV-AMOUNT TO PIAD-ADVANCED-TO-DATE.
           ADD WS-ADV-AMOUNT TO PIAD-BALANCE.
           ADD 1 TO PIAD-INSTALLMENTS-OPEN.
           MOVE WS-CURRENT-CYCLE  TO PIAD-LAST-ADVANCE-CYCLE.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-ADVANCE-DATE.
           MOVE WS-CURRENT-DATE-8 TO PIAD-LAST-MAINT-DATE.
           IF ADVANCE-ON-FILE
              REWRITE PI-ADVANCE-RECORD
           ELSE
              WRITE PI-ADVANCE-RECORD
           END-IF.

           MOVE SPACES            TO PI-ADVANCE-HISTORY-RECORD.
           MOVE PIAD-PAN          TO PIAH-PAN.
           MOVE PIAD-POOL-NUMBER  TO PIAH-POOL-NUMBER.
           SET PIAH-ADVANCED      TO TRUE.
           MOVE WS-CURRENT-DATE-8 TO PIAH-POST-DATE.
           MOVE SRV-NEXT-DUE-DATE TO PIAH-DUE-DATE.
           MOVE WS-ADV-AMOUNT     TO PIAH-AMOUNT.
           MOVE PIAD-BALANCE      TO PIAH-BALANCE-AFTER.
           MOVE 'EPSPIADV'        TO PIAH-SOURCE-PGM.
           WRITE PI-ADVANCE-HISTORY-RECORD.

           ADD 1 TO WS-ADVANCED-COUNT.
           ADD WS-ADV-AMOUNT TO WS-TOTAL-ADVANCED.

           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE SRV-PAN            TO DTL-PAN.
           MOVE PLASN-POOL-NUMBER  TO DTL-POOL.
           MOVE SRV-NEXT-DUE-DATE  TO DTL-NEXT-DUE.
           MOVE WS-ADV-INTEREST    TO DTL-INTEREST.
           MOVE WS-ADV-PRINCIPAL   TO DTL-PRINCIPAL.
           MOVE WS-ADV-SERVICE-FEE TO DTL-SERVICE-FEE.
           MOVE WS-ADV-AMOUNT      TO DTL-ADVANCE.
           MOVE PIAD-BALANCE       TO DTL-BALANCE.
           MOVE 'ADVANCED TO INVESTOR' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-POOLED-COUNT     TO SUM-POOLED.
           MOVE WS-DELINQUENT-COUNT TO SUM-DELINQUENT.
           MOVE WS-ADVANCED-COUNT   TO SUM-ADVANCED.
           MOVE WS-ALREADY-COUNT    TO SUM-ALREADY.
           MOVE WS-NOT-FOUND-COUNT  TO SUM-NOT-FOUND.
           MOVE WS-TOTAL-ADVANCED   TO SUM-TOTAL-ADVANCED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE POOL-ASSIGNMENT-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE PI-ADVANCE-FILE.
           CLOSE PI-ADVANCE-HISTORY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
