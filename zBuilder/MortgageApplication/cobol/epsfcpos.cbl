       ID DIVISION.
       PROGRAM-ID. EPSFCPOS.
      *    DAILY FORWARD COMMITMENT POSITION AND PAIR-OFF RUN.
      *
      *    BROWSES THE EPSFCMT FORWARD COMMITMENT MASTER AND REPORTS
      *    EVERY OPEN COMMITMENT - THE AMOUNT COMMITTED, WHAT EPSPOOL
      *    HAS DELIVERED AGAINST IT, WHAT REMAINS, AND THE DAYS LEFT
      *    TO EXPIRATION, FLAGGING THOSE INSIDE THE WARNING WINDOW SO
      *    THE DESK CAN STILL POOL INTO THEM. RUNS AFTER THE DAY'S
      *    EPSPOOL DELIVERIES.
      *
      *    ON ITS EXPIRATION DATE A COMMITMENT STILL SHORT IS PAIRED
      *    OFF: THE UNDELIVERED PRINCIPAL IS BOUGHT BACK AT THE DESK'S
      *    LATEST EPSFCMNT MARKET PRICE. THE SHORTFALL TIMES THE
      *    MARKET PRICE LESS THE COMMITMENT PRICE IS A FEE OWED THE
      *    INVESTOR WHEN THE MARKET HAS RISEN AND A GAIN DUE FROM THE
      *    INVESTOR WHEN IT HAS FALLEN. THE AMOUNT GOES ON THE
      *    COMMITMENT AND ON THE EPSFCPOH PAIR-OFF HISTORY, WHICH
      *    EPSGLPST POSTS THE SAME NIGHT (POFF/POGN). AN EXPIRED
      *    COMMITMENT THE DESK NEVER MARKED STAYS OPEN AND IS FLAGGED,
      *    RETURN CODE 4, UNTIL A PRICE ARRIVES.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMITMENT-MASTER-FILE ASSIGN TO EPSFCMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCMT-COMMITMENT-ID
                  FILE STATUS IS WS-FCMT-STATUS.

           SELECT PAIROFF-HISTORY-FILE ASSIGN TO EPSFCPOH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FCPOH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO FCPOSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMITMENT-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSFCMT.

       FD  PAIROFF-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSFCPOH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    AN OPEN COMMITMENT THIS MANY DAYS OR FEWER FROM EXPIRATION
      *    IS FLAGGED ON THE POSITION REPORT.
           03 STATIC-WARNING-DAYS         PIC 9(3) VALUE 5.

       01 WS-FILE-STATUSES.
           03 WS-FCMT-STATUS              PIC XX.
           03 WS-FCPOH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-MASTER-OPENED            PIC X VALUE 'N'.
              88 MASTER-FILE-OPEN            VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.
           03 WS-EXPIRING-COUNT           PIC 9(7) VALUE 0.
           03 WS-FILLED-COUNT             PIC 9(7) VALUE 0.
           03 WS-PAIROFF-COUNT            PIC 9(7) VALUE 0.
           03 WS-UNPRICED-COUNT           PIC 9(7) VALUE 0.

       01 WS-POSITION-TOTALS.
           03 WS-TOTAL-COMMITTED          PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-DELIVERED          PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-REMAINING          PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-FEES               PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-GAINS              PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-COMMITMENT-WORK.
           03 WS-REMAINING                PIC S9(11)V99 COMP-3.
           03 WS-DAYS-TO-EXPIRE           PIC S9(5) COMP.
      *    POSITIVE IS A FEE OWED THE INVESTOR, NEGATIVE A GAIN.
           03 WS-PAIROFF-AMOUNT           PIC S9(11)V99 COMP-3.

      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSFCPOS - FORWARD COMMITMENT POSITION REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(9)  VALUE 'COMMIT'.
              05 FILLER                   PIC X(21) VALUE 'INVESTOR'.
              05 FILLER                   PIC X(9)  VALUE 'EXPIRES'.
              05 FILLER                   PIC X(6)  VALUE ' DAYS'.
              05 FILLER                   PIC X(15) VALUE
                 '     COMMITTED'.
              05 FILLER                   PIC X(15) VALUE
                 '     DELIVERED'.
              05 FILLER                   PIC X(15) VALUE
                 '     REMAINING'.
              05 FILLER                   PIC X(8)  VALUE '  PRICE'.
              05 FILLER                   PIC X(8)  VALUE ' MARKET'.
              05 FILLER                   PIC X(6)  VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-COMMITMENT-ID        PIC X(8).
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-INVESTOR             PIC X(20).
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-EXPIRATION           PIC 9(8).
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-DAYS                 PIC ----9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-COMMITTED            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-DELIVERED            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-REMAINING            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-PRICE                PIC ZZ9.999.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-MARKET               PIC ZZ9.999.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-NOTE                 PIC X(25).
           03 WS-PAIROFF-LINE.
              05 FILLER                   PIC X(9)  VALUE SPACES.
              05 POL-TEXT                 PIC X(22).
              05 POL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'SHORTFALL:'.
              05 POL-SHORTFALL            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'MARKET PRICED:'.
              05 POL-PRICE-DATE           PIC 9(8).
           03 WS-NO-MASTER-LINE           PIC X(48) VALUE
              'EPSFCMT NOT AVAILABLE - NO COMMITMENTS REPORTED'.
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(18) VALUE
                 'OPEN COMMITMENTS:'.
              05 SUM-OPEN                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'COMMITTED:'.
              05 SUM-COMMITTED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'DELIVERED:'.
              05 SUM-DELIVERED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'REMAINING:'.
              05 SUM-REMAINING            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(10) VALUE 'EXPIRING:'.
              05 SUM-EXPIRING             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'FILLED:'.
              05 SUM-FILLED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'PAIRED OFF:'.
              05 SUM-PAIROFF              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'FEES:'.
              05 SUM-FEES                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'GAINS:'.
              05 SUM-GAINS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'NOT PRICED:'.
              05 SUM-UNPRICED             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-REVIEW-COMMITMENT UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSFCPOS' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT CONTROL-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

      *    NO COMMITMENT MASTER YET MEANS NO COMMITMENTS TO REPORT.
           OPEN I-O    COMMITMENT-MASTER-FILE.
           IF WS-FCMT-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-MASTER
              MOVE WS-NO-MASTER-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-MASTER-OPENED.
           OPEN EXTEND PAIROFF-HISTORY-FILE.
           IF WS-FCPOH-STATUS = '05' OR '35'
              OPEN OUTPUT PAIROFF-HISTORY-FILE
           END-IF.

           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO FCMT-COMMITMENT-ID.
           START COMMITMENT-MASTER-FILE
                 KEY IS NOT LESS THAN FCMT-COMMITMENT-ID
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START.
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A150-READ-MASTER.
           READ COMMITMENT-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ
           .

      *    ONLY OPEN COMMITMENTS ARE POSITIONS - FILLED, PAIRED-OFF
      *    AND CANCELLED ONES STAY ON FILE FOR HISTORY.
       A200-REVIEW-COMMITMENT.
           IF FCMT-OPEN
              PERFORM A300-REPORT-POSITION
              IF WS-DAYS-TO-EXPIRE NOT > 0
                 PERFORM A400-EXPIRE-COMMITMENT
              END-IF
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              IF FCMT-PAIRED-OFF
                 MOVE WS-PAIROFF-LINE TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.
           PERFORM A150-READ-MASTER
           .

       A300-REPORT-POSITION.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-REMAINING =
                   FCMT-COMMITTED-AMOUNT - FCMT-DELIVERED-AMOUNT.
           IF WS-REMAINING < 0
              MOVE 0 TO WS-REMAINING
           END-IF.
           COMPUTE WS-DAYS-TO-EXPIRE =
                   FUNCTION INTEGER-OF-DATE(FCMT-EXPIRATION-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           ADD FCMT-COMMITTED-AMOUNT TO WS-TOTAL-COMMITTED.
           ADD FCMT-DELIVERED-AMOUNT TO WS-TOTAL-DELIVERED.
           ADD WS-REMAINING          TO WS-TOTAL-REMAINING.

           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE FCMT-COMMITMENT-ID    TO DTL-COMMITMENT-ID.
           MOVE FCMT-INVESTOR-NAME    TO DTL-INVESTOR.
           MOVE FCMT-EXPIRATION-DATE  TO DTL-EXPIRATION.
           MOVE WS-DAYS-TO-EXPIRE     TO DTL-DAYS.
           MOVE FCMT-COMMITTED-AMOUNT TO DTL-COMMITTED.
           MOVE FCMT-DELIVERED-AMOUNT TO DTL-DELIVERED.
           MOVE WS-REMAINING          TO DTL-REMAINING.
           MOVE FCMT-COMMIT-PRICE     TO DTL-PRICE.
           MOVE FCMT-MARKET-PRICE     TO DTL-MARKET.
           IF WS-DAYS-TO-EXPIRE > 0
              AND WS-DAYS-TO-EXPIRE NOT > STATIC-WARNING-DAYS
              ADD 1 TO WS-EXPIRING-COUNT
              MOVE 'EXPIRING - DELIVER NOW' TO DTL-NOTE
           END-IF
           .

      *    NOTHING LEFT TO DELIVER CLOSES THE COMMITMENT FILLED;
      *    OTHERWISE THE SHORTFALL IS PAIRED OFF AT THE DESK'S MARK.
       A400-EXPIRE-COMMITMENT.
           IF WS-REMAINING = 0
              MOVE 'F'               TO FCMT-STATUS-IND
              MOVE WS-CURRENT-DATE-8 TO FCMT-CLOSED-DATE
              ADD 1 TO WS-FILLED-COUNT
              MOVE 'EXPIRED - FILLED' TO DTL-NOTE
              PERFORM A490-REWRITE-COMMITMENT
              EXIT PARAGRAPH
           END-IF.
           IF FCMT-MARKET-PRICE = 0
              ADD 1 TO WS-UNPRICED-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE 'EXPIRED - NO MARKET PRICE' TO DTL-NOTE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PAIROFF-AMOUNT ROUNDED =
                   WS-REMAINING
                 * (FCMT-MARKET-PRICE - FCMT-COMMIT-PRICE) / 100.
           MOVE SPACES                TO WS-PAIROFF-LINE.
           MOVE WS-REMAINING          TO POL-SHORTFALL.
           MOVE FCMT-MARKET-PRICE-DATE TO POL-PRICE-DATE.
           EVALUATE TRUE
              WHEN WS-PAIROFF-AMOUNT > 0
                 MOVE 'F' TO FCMT-PAIROFF-IND
                 MOVE WS-PAIROFF-AMOUNT TO FCMT-PAIROFF-AMOUNT
                 ADD WS-PAIROFF-AMOUNT  TO WS-TOTAL-FEES
                 MOVE 'PAIR-OFF FEE OWED:' TO POL-TEXT
              WHEN WS-PAIROFF-AMOUNT < 0
                 MOVE 'G' TO FCMT-PAIROFF-IND
                 COMPUTE FCMT-PAIROFF-AMOUNT = 0 - WS-PAIROFF-AMOUNT
                 ADD FCMT-PAIROFF-AMOUNT TO WS-TOTAL-GAINS
                 MOVE 'PAIR-OFF GAIN DUE:' TO POL-TEXT
              WHEN OTHER
                 MOVE SPACE TO FCMT-PAIROFF-IND
                 MOVE 0     TO FCMT-PAIROFF-AMOUNT
                 MOVE 'PAIR-OFF - NO PRICE MOVE' TO POL-TEXT
           END-EVALUATE.
           MOVE FCMT-PAIROFF-AMOUNT   TO POL-AMOUNT.
           IF FCMT-PAIROFF-AMOUNT > 0
              PERFORM A450-WRITE-PAIROFF-HISTORY
           END-IF.
           MOVE 'P'                   TO FCMT-STATUS-IND.
           MOVE WS-CURRENT-DATE-8     TO FCMT-CLOSED-DATE.
           ADD 1 TO WS-PAIROFF-COUNT.
           MOVE 'EXPIRED - PAIRED OFF' TO DTL-NOTE.
           PERFORM A490-REWRITE-COMMITMENT
           .

       A450-WRITE-PAIROFF-HISTORY.
           MOVE SPACES                TO PAIROFF-HISTORY-RECORD.
           MOVE FCMT-COMMITMENT-ID    TO FCPOH-COMMITMENT-ID.
           MOVE FCMT-PAIROFF-IND      TO FCPOH-ACTIVITY.
           MOVE WS-CURRENT-DATE-8     TO FCPOH-POST-DATE.
           MOVE FCMT-PAIROFF-AMOUNT   TO FCPOH-AMOUNT.
           MOVE WS-REMAINING          TO FCPOH-SHORTFALL.
           MOVE FCMT-COMMIT-PRICE     TO FCPOH-COMMIT-PRICE.
           MOVE FCMT-MARKET-PRICE     TO FCPOH-MARKET-PRICE.
           MOVE 'EPSFCPOS'            TO FCPOH-SOURCE-PGM.
           WRITE PAIROFF-HISTORY-RECORD
           .

       A490-REWRITE-COMMITMENT.
           MOVE WS-CURRENT-DATE-8     TO FCMT-LAST-MAINT-DATE.
           MOVE 'EPSFCPOS'            TO FCMT-USER-ID.
           REWRITE FORWARD-COMMITMENT-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-COUNT      TO SUM-OPEN.
           MOVE WS-TOTAL-COMMITTED TO SUM-COMMITTED.
           MOVE WS-TOTAL-DELIVERED TO SUM-DELIVERED.
           MOVE WS-TOTAL-REMAINING TO SUM-REMAINING.
           MOVE WS-SUMMARY-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXPIRING-COUNT  TO SUM-EXPIRING.
           MOVE WS-FILLED-COUNT    TO SUM-FILLED.
           MOVE WS-PAIROFF-COUNT   TO SUM-PAIROFF.
           MOVE WS-TOTAL-FEES      TO SUM-FEES.
           MOVE WS-TOTAL-GAINS     TO SUM-GAINS.
           MOVE WS-UNPRICED-COUNT  TO SUM-UNPRICED.
           MOVE WS-SUMMARY-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           IF MASTER-FILE-OPEN
              CLOSE COMMITMENT-MASTER-FILE
              CLOSE PAIROFF-HISTORY-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSFCPOS'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT        TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-FILLED-COUNT
                                      + WS-PAIROFF-COUNT.
           MOVE WS-UNPRICED-COUNT    TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
