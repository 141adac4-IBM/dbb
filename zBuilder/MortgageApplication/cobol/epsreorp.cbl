       ID DIVISION.
       PROGRAM-ID. EPSREORP.
      *    MONTH-END REO INVENTORY AND DAYS-ON-MARKET REPORT.
      *
      *    BROWSES THE EPSREOF INVENTORY TWICE:
      *
      *       - EVERY PROPERTY STILL IN INVENTORY, WITH ITS STATUS,
      *         OCCUPANCY AND EVICTION, DAYS HELD SINCE ACQUISITION,
      *         LIST PRICE AND BROKER, DAYS ON MARKET SINCE THE FIRST
      *         LISTING, HOLDING COSTS PAID AND CARRYING VALUE. THE
      *         INVENTORY IS AGED BY DAYS HELD, AND THE AVERAGE DAYS
      *         ON MARKET IS TAKEN OVER THE PROPERTIES LISTED.
      *       - EVERY PROPERTY WHOSE SALE CLOSED THIS MONTH, WITH THE
      *         NET PROCEEDS, THE GAIN OR LOSS AGAINST THE CARRYING
      *         VALUE, THE DEFICIENCY LEFT TO THE RECOVERY SUB-LEDGER
      *         AND THE DAYS IT TOOK TO SELL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REO-INVENTORY-FILE ASSIGN TO EPSREOF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REO-PAN
                  FILE STATUS IS WS-REOF-STATUS.

           SELECT INVENTORY-REPORT ASSIGN TO REORPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REO-INVENTORY-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSREOF.

       FD  INVENTORY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-REOF-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-INVENTORY         PIC X VALUE 'N'.
              88 END-OF-INVENTORY            VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-INVENTORY-COUNT          PIC 9(7) VALUE 0.
           03 WS-LISTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-OCCUPIED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SOLD-COUNT               PIC 9(7) VALUE 0.
           03 WS-MARKET-DAYS-TOTAL        PIC 9(9) VALUE 0.
           03 WS-SOLD-MARKET-DAYS-TOTAL   PIC 9(9) VALUE 0.
           03 WS-SOLD-LISTED-COUNT        PIC 9(7) VALUE 0.
           03 WS-CARRYING-TOTAL           PIC 9(11)V99 VALUE 0.
           03 WS-HOLDING-COSTS-TOTAL      PIC 9(11)V99 VALUE 0.
           03 WS-LIST-PRICE-TOTAL         PIC 9(11)V99 VALUE 0.
           03 WS-PROCEEDS-TOTAL           PIC 9(11)V99 VALUE 0.
           03 WS-GAIN-LOSS-TOTAL          PIC S9(11)V99 VALUE 0.
           03 WS-DEFICIENCY-TOTAL         PIC 9(11)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    INVENTORY BY DAYS HELD SINCE ACQUISITION.
       01 WS-AGING-TABLE.
           03 WS-AGE-BUCKET OCCURS 4 TIMES.
              05 AGE-LIMIT-DAYS           PIC 9(5).
              05 AGE-PROPERTY-COUNT       PIC 9(7).
              05 AGE-CARRYING-VALUE       PIC 9(11)V99.

       01 WS-REO-WORK.
           03 WS-AGE-IDX                  PIC 9(2) COMP.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-HELD-DAYS                PIC S9(7) COMP.
           03 WS-MARKET-DAYS              PIC S9(7) COMP.
           03 WS-CURRENT-MONTH            PIC 9(6).
           03 WS-CLOSING-MONTH            PIC 9(6).
           03 WS-HOLDING-TOTAL            PIC 9(9)V99.
           03 WS-NET-PROCEEDS             PIC 9(9)V99.
           03 WS-AVERAGE-DAYS             PIC 9(5).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSREORP - REO INVENTORY AND DAYS ON MARKET'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-INVENTORY-HEADING.
              05 FILLER                   PIC X(48) VALUE
                 'PROPERTIES IN INVENTORY'.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'STATUS'.
              05 FILLER                   PIC X(4)  VALUE 'OCC'.
              05 FILLER                   PIC X(4)  VALUE 'EVC'.
              05 FILLER                   PIC X(7)  VALUE ' HELD'.
              05 FILLER                   PIC X(16) VALUE
                 '    LIST PRICE'.
              05 FILLER                   PIC X(26) VALUE 'BROKER'.
              05 FILLER                   PIC X(7)  VALUE '  DOM'.
              05 FILLER                   PIC X(16) VALUE
                 ' HOLDING COSTS'.
              05 FILLER                   PIC X(14) VALUE
                 '      CARRYING'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OCCUPANCY            PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-EVICTION             PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-HELD-DAYS            PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LIST-PRICE           PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BROKER               PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MARKET-DAYS          PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOLDING-COSTS        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CARRYING             PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(10) VALUE 'TOTAL'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'PROPERTIES:'.
              05 TOT-PROPERTIES           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'OCCUPIED:'.
              05 TOT-OCCUPIED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'HOLDING COSTS:'.
              05 TOT-HOLDING-COSTS        PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CARRYING:'.
              05 TOT-CARRYING             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 WS-MARKET-LINE.
              05 FILLER                   PIC X(8)  VALUE 'LISTED:'.
              05 MKT-LISTED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'LIST PRICE TOTAL:'.
              05 MKT-LIST-PRICE           PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'AVERAGE DAYS ON MARKET:'.
              05 MKT-AVERAGE-DAYS         PIC ZZZZ9.
           03 WS-AGING-HEADING.
              05 FILLER                   PIC X(48) VALUE
                 'INVENTORY - DAYS HELD SINCE ACQUISITION'.
           03 WS-AGING-LINE.
              05 AGL-LABEL                PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'PROPERTIES:'.
              05 AGL-PROPERTIES           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 AGL-CARRYING             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 WS-SOLD-HEADING.
              05 FILLER                   PIC X(48) VALUE
                 'SALES CLOSED THIS MONTH'.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(12) VALUE 'CLOSED'.
              05 FILLER                   PIC X(16) VALUE
                 '    SALE PRICE'.
              05 FILLER                   PIC X(16) VALUE
                 '  NET PROCEEDS'.
              05 FILLER                   PIC X(16) VALUE
                 '      CARRYING'.
              05 FILLER                   PIC X(17) VALUE
                 '     GAIN/LOSS'.
              05 FILLER                   PIC X(16) VALUE
                 '    DEFICIENCY'.
              05 FILLER                   PIC X(7)  VALUE ' HELD'.
              05 FILLER                   PIC X(7)  VALUE '  DOM'.
           03 WS-SOLD-LINE.
              05 SLD-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-CLOSING-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-SALE-PRICE           PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-NET-PROCEEDS         PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-CARRYING             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-GAIN-LOSS            PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-DEFICIENCY           PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-HELD-DAYS            PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SLD-MARKET-DAYS          PIC ZZZZ9.
           03 WS-SOLD-TOTAL-LINE.
              05 FILLER                   PIC X(6)  VALUE 'SOLD:'.
              05 STL-SOLD                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'PROCEEDS:'.
              05 STL-PROCEEDS             PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'GAIN/LOSS:'.
              05 STL-GAIN-LOSS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'DEFICIENCIES:'.
              05 STL-DEFICIENCY           PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'AVG DOM:'.
              05 STL-AVERAGE-DAYS         PIC ZZZZ9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-START-INVENTORY.
           PERFORM A300-REPORT-PROPERTY UNTIL END-OF-INVENTORY.
           PERFORM A400-PRINT-INVENTORY-TOTALS.
           PERFORM A200-START-INVENTORY.
           PERFORM A500-REPORT-SALE UNTIL END-OF-INVENTORY.
           PERFORM A600-PRINT-SALE-TOTALS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSREORP' TO EPSJOBTM-JOB-NAME.
           MOVE 900        TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  REO-INVENTORY-FILE.
           OPEN OUTPUT INVENTORY-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE-8 / 100.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INVENTORY-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 90     TO AGE-LIMIT-DAYS(1).
           MOVE 180    TO AGE-LIMIT-DAYS(2).
           MOVE 365    TO AGE-LIMIT-DAYS(3).
           MOVE 99999  TO AGE-LIMIT-DAYS(4).
           PERFORM A110-CLEAR-AGE-BUCKET
                   VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
           .

       A110-CLEAR-AGE-BUCKET.
           MOVE 0 TO AGE-PROPERTY-COUNT(WS-AGE-IDX).
           MOVE 0 TO AGE-CARRYING-VALUE(WS-AGE-IDX)
           .

      *    BOTH PASSES START FROM THE TOP OF THE FILE. AN EMPTY OR
      *    MISSING INVENTORY IS AN ORDINARY MONTH.
       A200-START-INVENTORY.
           MOVE 'N' TO WS-END-OF-INVENTORY.
           IF WS-REOF-STATUS NOT = '00' AND WS-REOF-STATUS NOT = '10'
              MOVE 'Y' TO WS-END-OF-INVENTORY
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REO-PAN.
           START REO-INVENTORY-FILE KEY IS NOT LESS THAN REO-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-INVENTORY
           END-START.
           IF NOT END-OF-INVENTORY
              PERFORM A210-READ-PROPERTY
           END-IF
           .

       A210-READ-PROPERTY.
           READ REO-INVENTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-INVENTORY
           END-READ
           .

       A300-REPORT-PROPERTY.
           ADD 1 TO WS-READ-COUNT.
           IF NOT REO-IN-INVENTORY
              PERFORM A210-READ-PROPERTY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INVENTORY-COUNT.
           COMPUTE WS-HELD-DAYS =
                   WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(REO-ACQUISITION-DATE).
           IF REO-LIST-DATE > 0
              COMPUTE WS-MARKET-DAYS =
                      WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(REO-LIST-DATE)
              ADD 1              TO WS-LISTED-COUNT
              ADD WS-MARKET-DAYS TO WS-MARKET-DAYS-TOTAL
              ADD REO-LIST-PRICE TO WS-LIST-PRICE-TOTAL
           ELSE
              MOVE 0 TO WS-MARKET-DAYS
           END-IF.
           COMPUTE WS-HOLDING-TOTAL =
                   REO-TAX-PAID + REO-INSURANCE-PAID
                 + REO-UTILITIES-PAID + REO-REPAIRS-PAID.
           IF REO-OCCUPIED
              ADD 1 TO WS-OCCUPIED-COUNT
           END-IF.

           MOVE REO-PAN TO DTL-PAN.
           EVALUATE TRUE
              WHEN REO-HELD
                 MOVE 'HELD'     TO DTL-STATUS
              WHEN REO-LISTED
                 MOVE 'LISTED'   TO DTL-STATUS
              WHEN REO-UNDER-CONTRACT
                 MOVE 'CONTRACT' TO DTL-STATUS
           END-EVALUATE.
           MOVE REO-OCCUPANCY-IND     TO DTL-OCCUPANCY.
           MOVE REO-EVICTION-IND      TO DTL-EVICTION.
           MOVE WS-HELD-DAYS          TO DTL-HELD-DAYS.
           MOVE REO-LIST-PRICE        TO DTL-LIST-PRICE.
           MOVE REO-BROKER-NAME       TO DTL-BROKER.
           MOVE WS-MARKET-DAYS        TO DTL-MARKET-DAYS.
           MOVE WS-HOLDING-TOTAL      TO DTL-HOLDING-COSTS.
           MOVE REO-ACQUISITION-VALUE TO DTL-CARRYING.
           MOVE WS-DETAIL-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           ADD WS-HOLDING-TOTAL      TO WS-HOLDING-COSTS-TOTAL.
           ADD REO-ACQUISITION-VALUE TO WS-CARRYING-TOTAL.
           MOVE 1 TO WS-AGE-IDX.
           PERFORM A310-NEXT-AGE-BUCKET
                   UNTIL WS-AGE-IDX = 4
                      OR WS-HELD-DAYS NOT > AGE-LIMIT-DAYS(WS-AGE-IDX).
           ADD 1 TO AGE-PROPERTY-COUNT(WS-AGE-IDX).
           ADD REO-ACQUISITION-VALUE TO AGE-CARRYING-VALUE(WS-AGE-IDX).
           PERFORM A210-READ-PROPERTY
           .

       A310-NEXT-AGE-BUCKET.
           ADD 1 TO WS-AGE-IDX
           .

       A400-PRINT-INVENTORY-TOTALS.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INVENTORY-COUNT     TO TOT-PROPERTIES.
           MOVE WS-OCCUPIED-COUNT      TO TOT-OCCUPIED.
           MOVE WS-HOLDING-COSTS-TOTAL TO TOT-HOLDING-COSTS.
           MOVE WS-CARRYING-TOTAL      TO TOT-CARRYING.
           MOVE WS-TOTAL-LINE          TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LISTED-COUNT        TO MKT-LISTED.
           MOVE WS-LIST-PRICE-TOTAL    TO MKT-LIST-PRICE.
           IF WS-LISTED-COUNT > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                      WS-MARKET-DAYS-TOTAL / WS-LISTED-COUNT
           ELSE
              MOVE 0 TO WS-AVERAGE-DAYS
           END-IF.
           MOVE WS-AVERAGE-DAYS        TO MKT-AVERAGE-DAYS.
           MOVE WS-MARKET-LINE         TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AGING-HEADING       TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A410-PRINT-AGE-BUCKET
                   VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
           .

       A410-PRINT-AGE-BUCKET.
           EVALUATE WS-AGE-IDX
              WHEN 1  MOVE '0-90 DAYS'    TO AGL-LABEL
              WHEN 2  MOVE '91-180 DAYS'  TO AGL-LABEL
              WHEN 3  MOVE '181-365 DAYS' TO AGL-LABEL
              WHEN 4  MOVE 'OVER 365'     TO AGL-LABEL
           END-EVALUATE.
           MOVE AGE-PROPERTY-COUNT(WS-AGE-IDX) TO AGL-PROPERTIES.
           MOVE AGE-CARRYING-VALUE(WS-AGE-IDX) TO AGL-CARRYING.
           MOVE WS-AGING-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE DAYS ON MARKET AT SALE RUN FROM THE FIRST LISTING TO
      *    THE CLOSING.
       A500-REPORT-SALE.
           IF NOT REO-SOLD
              PERFORM A210-READ-PROPERTY
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CLOSING-MONTH = REO-CLOSING-DATE / 100.
           IF WS-CLOSING-MONTH NOT = WS-CURRENT-MONTH
              PERFORM A210-READ-PROPERTY
              EXIT PARAGRAPH
           END-IF.
           IF WS-SOLD-COUNT = 0
              MOVE SPACES          TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-SOLD-HEADING TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-HEADING-3    TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           ADD 1 TO WS-SOLD-COUNT.
           COMPUTE WS-NET-PROCEEDS = REO-SALE-PRICE - REO-SELLING-COSTS.
           COMPUTE WS-HELD-DAYS =
                   FUNCTION INTEGER-OF-DATE(REO-CLOSING-DATE)
                 - FUNCTION INTEGER-OF-DATE(REO-ACQUISITION-DATE).
           IF REO-LIST-DATE > 0
              COMPUTE WS-MARKET-DAYS =
                      FUNCTION INTEGER-OF-DATE(REO-CLOSING-DATE)
                    - FUNCTION INTEGER-OF-DATE(REO-LIST-DATE)
              ADD 1              TO WS-SOLD-LISTED-COUNT
              ADD WS-MARKET-DAYS TO WS-SOLD-MARKET-DAYS-TOTAL
           ELSE
              MOVE 0 TO WS-MARKET-DAYS
           END-IF.

           MOVE REO-PAN               TO SLD-PAN.
           MOVE REO-CLOSING-DATE      TO SLD-CLOSING-DATE.
           MOVE REO-SALE-PRICE        TO SLD-SALE-PRICE.
           MOVE WS-NET-PROCEEDS       TO SLD-NET-PROCEEDS.
           MOVE REO-ACQUISITION-VALUE TO SLD-CARRYING.
           MOVE REO-GAIN-LOSS         TO SLD-GAIN-LOSS.
           MOVE REO-DEFICIENCY        TO SLD-DEFICIENCY.
           MOVE WS-HELD-DAYS          TO SLD-HELD-DAYS.
           MOVE WS-MARKET-DAYS        TO SLD-MARKET-DAYS.
           MOVE WS-SOLD-LINE          TO RPT-LINE.
           WRITE RPT-LINE.

           ADD WS-NET-PROCEEDS TO WS-PROCEEDS-TOTAL.
           ADD REO-GAIN-LOSS   TO WS-GAIN-LOSS-TOTAL.
           ADD REO-DEFICIENCY  TO WS-DEFICIENCY-TOTAL.
           PERFORM A210-READ-PROPERTY
           .

       A600-PRINT-SALE-TOTALS.
           IF WS-SOLD-COUNT = 0
              MOVE SPACES          TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-SOLD-HEADING TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES              TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SOLD-COUNT       TO STL-SOLD.
           MOVE WS-PROCEEDS-TOTAL   TO STL-PROCEEDS.
           MOVE WS-GAIN-LOSS-TOTAL  TO STL-GAIN-LOSS.
           MOVE WS-DEFICIENCY-TOTAL TO STL-DEFICIENCY.
           IF WS-SOLD-LISTED-COUNT > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                      WS-SOLD-MARKET-DAYS-TOTAL / WS-SOLD-LISTED-COUNT
           ELSE
              MOVE 0 TO WS-AVERAGE-DAYS
           END-IF.
           MOVE WS-AVERAGE-DAYS     TO STL-AVERAGE-DAYS.
           MOVE WS-SOLD-TOTAL-LINE  TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           IF WS-REOF-STATUS = '00' OR WS-REOF-STATUS = '10'
              CLOSE REO-INVENTORY-FILE
           END-IF.
           CLOSE INVENTORY-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSREORP'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT        TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-INVENTORY-COUNT + WS-SOLD-COUNT.
           MOVE 0                    TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
