       ID DIVISION.
       PROGRAM-ID. EPSWHDLY.
      *    DAILY WAREHOUSE LINE RUN - PURCHASES, INTEREST,
      *    CURTAILMENTS AND LINE USAGE.
      *
      *    CARRIES EVERY FUNDED LOAN EPSWIRXR PUT ON A BANK WAREHOUSE
      *    LINE UNTIL THE INVESTOR PAYS FOR IT:
      *
      *       - EACH EPSWHPAD PURCHASE ADVICE CLEARS ITS LOAN OFF THE
      *         LINE. THE PROCEEDS PAY THE BANK THE OUTSTANDING
      *         ADVANCE AND THE INTEREST ACCRUED THROUGH THE PURCHASE
      *         DATE; PROCEEDS SHORT OF THAT PAYOFF ARE FLAGGED.
      *       - EVERY LOAN STILL ON A LINE ACCRUES THE BANK'S
      *         INTEREST, ACTUAL/360 ON THE OUTSTANDING ADVANCE,
      *         THROUGH TODAY.
      *       - A CURTAILMENT WHOSE DATE HAS COME IS PAID DOWN OFF
      *         THE OUTSTANDING ADVANCE; ONE DUE WITHIN THE WARNING
      *         WINDOW IS LISTED SO TREASURY CAN FUND IT OR GET THE
      *         LOAN SOLD FIRST.
      *
      *    THE REPORT CLOSES WITH EACH EPSWHLN LINE'S USAGE AGAINST
      *    ITS LIMIT, THE DAY'S INTEREST COST AND THE INTEREST OWED.
      *    A LINE OVER ITS LIMIT, SHORT PROCEEDS OR A PURCHASE ADVICE
      *    FOR A LOAN NOT ON A LINE SETS RETURN CODE 4. EPSCSHFC
      *    FORECASTS THE CURTAILMENTS STILL TO COME OFF EPSWHSE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-LINE-FILE ASSIGN TO EPSWHLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WHLN-STATUS.

           SELECT PURCHASE-ADVICE-FILE ASSIGN TO EPSWHPAD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WHPAD-STATUS.

           SELECT WAREHOUSE-LOAN-FILE ASSIGN TO EPSWHSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WHSE-PAN
                  FILE STATUS IS WS-WHSE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO WHDLYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-LINE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSWHLN.

       FD  PURCHASE-ADVICE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSWHPAD.

       FD  WAREHOUSE-LOAN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSWHSE.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    A CURTAILMENT THIS MANY DAYS OR FEWER AWAY IS LISTED.
           03 STATIC-WARNING-DAYS         PIC 9(3) VALUE 5.

       01 WS-FILE-STATUSES.
           03 WS-WHLN-STATUS              PIC XX.
           03 WS-WHPAD-STATUS             PIC XX.
           03 WS-WHSE-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-LINES             PIC X VALUE 'N'.
              88 END-OF-LINES                VALUE 'Y'.
           03 WS-END-OF-ADVICES           PIC X VALUE 'N'.
              88 END-OF-ADVICES              VALUE 'Y'.
           03 WS-ADVICES-OPENED           PIC X VALUE 'N'.
              88 ADVICE-FILE-OPEN            VALUE 'Y'.
           03 WS-END-OF-WAREHOUSE         PIC X VALUE 'N'.
              88 END-OF-WAREHOUSE            VALUE 'Y'.

      *    THE WAREHOUSE LINES AND WHAT EACH CARRIES AFTER TODAY.
       01 WS-LINE-TABLE.
           03 WS-LINE-COUNT               PIC 9(2) COMP VALUE 0.
           03 WS-LINE-ENTRY OCCURS 10 TIMES.
              05 LNT-LINE-ID              PIC X(6).
              05 LNT-BANK-NAME            PIC X(24).
              05 LNT-LIMIT                PIC S9(11)V99 COMP-3.
              05 LNT-OUTSTANDING          PIC S9(11)V99 COMP-3.
              05 LNT-LOAN-COUNT           PIC 9(5) COMP.
              05 LNT-PER-DIEM             PIC S9(7)V99 COMP-3.
              05 LNT-ACCRUED              PIC S9(9)V99 COMP-3.
       01 WS-LINE-IDX                     PIC 9(2) COMP.

       01 WS-COUNTERS.
           03 WS-ADVICE-COUNT             PIC 9(7) VALUE 0.
           03 WS-CLEARED-COUNT            PIC 9(7) VALUE 0.
           03 WS-UNMATCHED-COUNT          PIC 9(7) VALUE 0.
           03 WS-SHORT-COUNT              PIC 9(7) VALUE 0.
           03 WS-LOAN-COUNT               PIC 9(7) VALUE 0.
           03 WS-CURTAILED-COUNT          PIC 9(7) VALUE 0.
           03 WS-NEARING-COUNT            PIC 9(7) VALUE 0.

       01 WS-RUN-TOTALS.
           03 WS-TOTAL-PROCEEDS           PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-INTEREST-PAID      PIC S9(9)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-CURTAILED          PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-WAREHOUSE-WORK.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-ACCRUE-TO-DATE           PIC 9(8).
           03 WS-ACCRUE-DAYS              PIC S9(5) COMP.
           03 WS-DAYS-ON-LINE             PIC S9(5) COMP.
           03 WS-DAYS-TO-CURTAIL          PIC S9(5) COMP.
           03 WS-INTEREST                 PIC S9(7)V99 COMP-3.
           03 WS-PER-DIEM                 PIC S9(7)V99 COMP-3.
           03 WS-PAYOFF                   PIC S9(11)V99 COMP-3.
           03 WS-CURTAIL-AMOUNT           PIC S9(9)V99 COMP-3.
           03 WS-AVAILABLE                PIC S9(11)V99 COMP-3.
           03 WS-PCT-USED                 PIC S9(3)V9 COMP-3.
           03 WS-DAYS-DISPLAY             PIC ZZ9.

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
                 'EPSWHDLY - WAREHOUSE LINE DAILY REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(8)  VALUE 'LINE'.
              05 FILLER                   PIC X(10) VALUE 'FUNDED'.
              05 FILLER                   PIC X(6)  VALUE 'DAYS'.
              05 FILLER                   PIC X(16) VALUE
                 '   OUTSTANDING'.
              05 FILLER                   PIC X(16) VALUE
                 '        AMOUNT'.
              05 FILLER                   PIC X(6)  VALUE 'EVENT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LINE-ID              PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FUNDED               PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OUTSTANDING          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-LINE-HEADING.
              05 FILLER                   PIC X(7)  VALUE 'LINE'.
              05 FILLER                   PIC X(21) VALUE 'BANK'.
              05 FILLER                   PIC X(18) VALUE
                 '            LIMIT'.
              05 FILLER                   PIC X(18) VALUE
                 '      OUTSTANDING'.
              05 FILLER                   PIC X(19) VALUE
                 '        AVAILABLE'.
              05 FILLER                   PIC X(6)  VALUE ' USED%'.
              05 FILLER                   PIC X(6)  VALUE ' LOANS'.
              05 FILLER                   PIC X(11) VALUE
                 '  PER DIEM'.
              05 FILLER                   PIC X(14) VALUE
                 '  INTEREST DUE'.
           03 WS-LINE-USAGE-LINE.
              05 LUL-LINE-ID              PIC X(6).
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-BANK-NAME            PIC X(20).
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-LIMIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-OUTSTANDING          PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-AVAILABLE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-PCT-USED             PIC ZZ9.9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-LOANS                PIC ZZZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-PER-DIEM             PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-ACCRUED              PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 LUL-NOTE                 PIC X(10).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(18) VALUE
                 'PURCHASE ADVICES:'.
              05 SUM-ADVICES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'CLEARED:'.
              05 SUM-CLEARED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'UNMATCHED:'.
              05 SUM-UNMATCHED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'PROCEEDS:'.
              05 SUM-PROCEEDS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'INTEREST PAID:'.
              05 SUM-INTEREST-PAID        PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(14) VALUE
                 'LOANS ON LINE:'.
              05 SUM-LOANS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'CURTAILMENTS:'.
              05 SUM-CURTAILED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'CURTAILED AMT:'.
              05 SUM-CURTAILED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'CURTAILMENTS DUE:'.
              05 SUM-NEARING              PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-APPLY-PURCHASE UNTIL END-OF-ADVICES.
           PERFORM A290-START-WAREHOUSE.
           PERFORM A300-CARRY-LOAN UNTIL END-OF-WAREHOUSE.
           PERFORM A800-REPORT-LINE-USAGE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSWHDLY' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  WAREHOUSE-LINE-FILE.
           IF WS-WHLN-STATUS = '00'
              PERFORM A120-LOAD-LINE
                      UNTIL END-OF-LINES OR WS-LINE-COUNT = 10
              CLOSE WAREHOUSE-LINE-FILE
           END-IF.
      *    NO PURCHASE ADVICE TODAY MEANS NOTHING WAS BOUGHT.
           OPEN INPUT  PURCHASE-ADVICE-FILE.
           IF WS-WHPAD-STATUS = '00'
              MOVE 'Y' TO WS-ADVICES-OPENED
           ELSE
              MOVE 'Y' TO WS-END-OF-ADVICES
           END-IF.
           OPEN I-O    WAREHOUSE-LOAN-FILE.
           IF WS-WHSE-STATUS = '05' OR '35'
              CLOSE WAREHOUSE-LOAN-FILE
              OPEN OUTPUT WAREHOUSE-LOAN-FILE
              CLOSE WAREHOUSE-LOAN-FILE
              OPEN I-O WAREHOUSE-LOAN-FILE
           END-IF.
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

           IF NOT END-OF-ADVICES
              PERFORM A150-READ-ADVICE
           END-IF
           .

       A120-LOAD-LINE.
           READ WAREHOUSE-LINE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-LINES
              NOT AT END
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WHLN-LINE-ID    TO LNT-LINE-ID(WS-LINE-COUNT)
                 MOVE WHLN-BANK-NAME  TO LNT-BANK-NAME(WS-LINE-COUNT)
                 MOVE WHLN-LINE-LIMIT TO LNT-LIMIT(WS-LINE-COUNT)
                 MOVE 0 TO LNT-OUTSTANDING(WS-LINE-COUNT)
                 MOVE 0 TO LNT-LOAN-COUNT(WS-LINE-COUNT)
                 MOVE 0 TO LNT-PER-DIEM(WS-LINE-COUNT)
                 MOVE 0 TO LNT-ACCRUED(WS-LINE-COUNT)
           END-READ
           .

       A150-READ-ADVICE.
           READ PURCHASE-ADVICE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVICES
              NOT AT END
                 ADD 1 TO WS-ADVICE-COUNT
           END-READ
           .

      *    THE INVESTOR HAS PAID - THE BANK IS PAID ITS ADVANCE AND
      *    ITS INTEREST THROUGH THE PURCHASE DATE OUT OF THE PROCEEDS.
       A200-APPLY-PURCHASE.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE WHPAD-PAN       TO DTL-PAN.
           MOVE WHPAD-PROCEEDS  TO DTL-AMOUNT.
           MOVE WHPAD-PAN       TO WHSE-PAN.
           READ WAREHOUSE-LOAN-FILE
              INVALID KEY
                 MOVE SPACE TO WHSE-STATUS-IND
           END-READ.
           IF NOT WHSE-ON-LINE
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE 'PURCHASE ADVICE FOR A LOAN NOT ON A WAREHOUSE LINE'
                   TO DTL-RESULT
              PERFORM A950-WRITE-DETAIL
              PERFORM A150-READ-ADVICE
              EXIT PARAGRAPH
           END-IF.

           MOVE WHPAD-PURCHASE-DATE TO WS-ACCRUE-TO-DATE.
           IF WS-ACCRUE-TO-DATE = 0
              OR WS-ACCRUE-TO-DATE > WS-CURRENT-DATE-8
              MOVE WS-CURRENT-DATE-8 TO WS-ACCRUE-TO-DATE
           END-IF.
           PERFORM A310-ACCRUE-INTEREST.
           COMPUTE WS-PAYOFF =
                   WHSE-OUTSTANDING + WHSE-ACCRUED-INTEREST.
           PERFORM A940-MOVE-LOAN-DETAIL.
           MOVE WHPAD-PROCEEDS TO DTL-AMOUNT.

           ADD WHPAD-PROCEEDS        TO WS-TOTAL-PROCEEDS.
           ADD WHSE-ACCRUED-INTEREST TO WS-TOTAL-INTEREST-PAID.
           MOVE 'P'                  TO WHSE-STATUS-IND.
           MOVE WS-ACCRUE-TO-DATE    TO WHSE-PURCHASE-DATE.
           MOVE WHPAD-PROCEEDS       TO WHSE-PURCHASE-PROCEEDS.
           MOVE 0                    TO WHSE-OUTSTANDING.
           REWRITE WAREHOUSE-LOAN-RECORD.
           ADD 1 TO WS-CLEARED-COUNT.

           IF WHPAD-PROCEEDS < WS-PAYOFF
              ADD 1 TO WS-SHORT-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE 'CLEARED - PROCEEDS SHORT OF THE LINE PAYOFF'
                   TO DTL-RESULT
           ELSE
              MOVE 'CLEARED - INVESTOR PURCHASE PROCEEDS RECEIVED'
                   TO DTL-RESULT
           END-IF.
           PERFORM A950-WRITE-DETAIL.
           PERFORM A150-READ-ADVICE
           .

       A290-START-WAREHOUSE.
           MOVE LOW-VALUES TO WHSE-PAN.
           START WAREHOUSE-LOAN-FILE
                 KEY IS NOT LESS THAN WHSE-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-WAREHOUSE
           END-START
           .

      *    EVERY LOAN STILL ON A LINE: INTEREST TO TODAY, THEN ANY
      *    CURTAILMENT THAT HAS COME DUE, THEN ONE COMING UP.
       A300-CARRY-LOAN.
           READ WAREHOUSE-LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-WAREHOUSE
                 EXIT PARAGRAPH
           END-READ.
           IF NOT WHSE-ON-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE WS-CURRENT-DATE-8 TO WS-ACCRUE-TO-DATE.
           PERFORM A310-ACCRUE-INTEREST.
           IF NOT WHSE-CURTAIL-1-PAID
              AND WHSE-CURTAIL-1-DATE NOT > WS-CURRENT-DATE-8
              MOVE WHSE-CURTAIL-1-AMOUNT TO WS-CURTAIL-AMOUNT
              MOVE 'P' TO WHSE-CURTAIL-1-IND
              PERFORM A320-PAY-CURTAILMENT
           END-IF.
           IF NOT WHSE-CURTAIL-2-PAID
              AND WHSE-CURTAIL-2-DATE NOT > WS-CURRENT-DATE-8
              MOVE WHSE-CURTAIL-2-AMOUNT TO WS-CURTAIL-AMOUNT
              MOVE 'P' TO WHSE-CURTAIL-2-IND
              PERFORM A320-PAY-CURTAILMENT
           END-IF.
           REWRITE WAREHOUSE-LOAN-RECORD.
           PERFORM A330-CHECK-NEXT-CURTAILMENT.
           PERFORM A340-ADD-LINE-USAGE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
           .

      *    ACTUAL/360 ON THE OUTSTANDING ADVANCE FROM THE DAY AFTER
      *    THE LAST ACCRUAL THROUGH THE ACCRUE-TO DATE.
       A310-ACCRUE-INTEREST.
           COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(WHSE-INTEREST-THRU-DATE).
           IF WS-ACCRUE-DAYS > 0
              COMPUTE WS-INTEREST ROUNDED =
                      WHSE-OUTSTANDING * WHSE-INTEREST-RATE / 100
                    * WS-ACCRUE-DAYS / 360
              ADD WS-INTEREST TO WHSE-ACCRUED-INTEREST
              MOVE WS-ACCRUE-TO-DATE TO WHSE-INTEREST-THRU-DATE
           END-IF
           .

       A320-PAY-CURTAILMENT.
           IF WS-CURTAIL-AMOUNT > WHSE-OUTSTANDING
              MOVE WHSE-OUTSTANDING TO WS-CURTAIL-AMOUNT
           END-IF.
           IF WS-CURTAIL-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-CURTAIL-AMOUNT FROM WHSE-OUTSTANDING.
           ADD 1 TO WS-CURTAILED-COUNT.
           ADD WS-CURTAIL-AMOUNT TO WS-TOTAL-CURTAILED.
           PERFORM A940-MOVE-LOAN-DETAIL.
           MOVE WS-CURTAIL-AMOUNT TO DTL-AMOUNT.
           MOVE 'CURTAILMENT PAID DOWN TODAY' TO DTL-RESULT.
           PERFORM A950-WRITE-DETAIL
           .

       A330-CHECK-NEXT-CURTAILMENT.
           EVALUATE TRUE
              WHEN NOT WHSE-CURTAIL-1-PAID
                 COMPUTE WS-DAYS-TO-CURTAIL =
                    FUNCTION INTEGER-OF-DATE(WHSE-CURTAIL-1-DATE)
                  - WS-TODAY-INT
                 MOVE WHSE-CURTAIL-1-AMOUNT TO WS-CURTAIL-AMOUNT
              WHEN NOT WHSE-CURTAIL-2-PAID
                 COMPUTE WS-DAYS-TO-CURTAIL =
                    FUNCTION INTEGER-OF-DATE(WHSE-CURTAIL-2-DATE)
                  - WS-TODAY-INT
                 MOVE WHSE-CURTAIL-2-AMOUNT TO WS-CURTAIL-AMOUNT
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-DAYS-TO-CURTAIL > STATIC-WARNING-DAYS
              OR WS-CURTAIL-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEARING-COUNT.
           PERFORM A940-MOVE-LOAN-DETAIL.
           MOVE WS-CURTAIL-AMOUNT  TO DTL-AMOUNT.
           MOVE WS-DAYS-TO-CURTAIL TO WS-DAYS-DISPLAY.
           STRING 'CURTAILMENT DUE IN ' DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO DTL-RESULT
           END-STRING.
           PERFORM A950-WRITE-DETAIL
           .

       A340-ADD-LINE-USAGE.
           IF LNT-LINE-ID(WS-LINE-IDX) = WHSE-LINE-ID
              ADD WHSE-OUTSTANDING TO LNT-OUTSTANDING(WS-LINE-IDX)
              ADD 1 TO LNT-LOAN-COUNT(WS-LINE-IDX)
              COMPUTE WS-PER-DIEM ROUNDED =
                      WHSE-OUTSTANDING * WHSE-INTEREST-RATE / 100
                    / 360
              ADD WS-PER-DIEM TO LNT-PER-DIEM(WS-LINE-IDX)
              ADD WHSE-ACCRUED-INTEREST TO LNT-ACCRUED(WS-LINE-IDX)
           END-IF
           .

       A800-REPORT-LINE-USAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LINE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A810-REPORT-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
           .

       A810-REPORT-ONE-LINE.
           COMPUTE WS-AVAILABLE = LNT-LIMIT(WS-LINE-IDX)
                                - LNT-OUTSTANDING(WS-LINE-IDX).
           IF LNT-LIMIT(WS-LINE-IDX) > 0
              COMPUTE WS-PCT-USED ROUNDED =
                      LNT-OUTSTANDING(WS-LINE-IDX) * 100
                    / LNT-LIMIT(WS-LINE-IDX)
           ELSE
              MOVE 0 TO WS-PCT-USED
           END-IF.
           MOVE SPACES                       TO WS-LINE-USAGE-LINE.
           MOVE LNT-LINE-ID(WS-LINE-IDX)     TO LUL-LINE-ID.
           MOVE LNT-BANK-NAME(WS-LINE-IDX)   TO LUL-BANK-NAME.
           MOVE LNT-LIMIT(WS-LINE-IDX)       TO LUL-LIMIT.
           MOVE LNT-OUTSTANDING(WS-LINE-IDX) TO LUL-OUTSTANDING.
           MOVE WS-AVAILABLE                 TO LUL-AVAILABLE.
           MOVE WS-PCT-USED                  TO LUL-PCT-USED.
           MOVE LNT-LOAN-COUNT(WS-LINE-IDX)  TO LUL-LOANS.
           MOVE LNT-PER-DIEM(WS-LINE-IDX)    TO LUL-PER-DIEM.
           MOVE LNT-ACCRUED(WS-LINE-IDX)     TO LUL-ACCRUED.
           IF WS-AVAILABLE < 0
              MOVE 'OVER LIMIT' TO LUL-NOTE
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.
           MOVE WS-LINE-USAGE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A940-MOVE-LOAN-DETAIL.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE WHSE-PAN         TO DTL-PAN.
           MOVE WHSE-LINE-ID     TO DTL-LINE-ID.
           MOVE WHSE-FUNDED-DATE TO DTL-FUNDED.
           COMPUTE WS-DAYS-ON-LINE = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WHSE-FUNDED-DATE).
           MOVE WS-DAYS-ON-LINE  TO DTL-DAYS.
           MOVE WHSE-OUTSTANDING TO DTL-OUTSTANDING
           .

       A950-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ADVICE-COUNT        TO SUM-ADVICES.
           MOVE WS-CLEARED-COUNT       TO SUM-CLEARED.
           MOVE WS-UNMATCHED-COUNT     TO SUM-UNMATCHED.
           MOVE WS-TOTAL-PROCEEDS      TO SUM-PROCEEDS.
           MOVE WS-TOTAL-INTEREST-PAID TO SUM-INTEREST-PAID.
           MOVE WS-SUMMARY-LINE-1      TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOAN-COUNT          TO SUM-LOANS.
           MOVE WS-CURTAILED-COUNT     TO SUM-CURTAILED.
           MOVE WS-TOTAL-CURTAILED     TO SUM-CURTAILED-AMT.
           MOVE WS-NEARING-COUNT       TO SUM-NEARING.
           MOVE WS-SUMMARY-LINE-2      TO RPT-LINE.
           WRITE RPT-LINE.

           IF ADVICE-FILE-OPEN
              CLOSE PURCHASE-ADVICE-FILE
           END-IF.
           CLOSE WAREHOUSE-LOAN-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSWHDLY'           TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT = WS-ADVICE-COUNT
                                     + WS-LOAN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-CLEARED-COUNT
                                      + WS-CURTAILED-COUNT.
           MOVE WS-UNMATCHED-COUNT   TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
