      *       - INVESTOR REMITTANCES DUE: EACH POOLED LOAN'S MONTHLY
      *         P+I NET OF THE FEE STRIP, IN THE WEEK OF THE
      *         REMITTANCE DAY (SYSIN CARD COLS 1-2, DEFAULT 18).
      *       - WAREHOUSE CURTAILMENTS DUE: EACH UNPAID 30/60-DAY
      *         CURTAILMENT ON A LOAN STILL ON A BANK WAREHOUSE LINE
      *         (EPSWHSE), IN THE WEEK IT FALLS DUE.
      *
      *    ONE REPORT, SO FUNDING DECISIONS STOP BEING GUESSWORK.
      *
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT WAREHOUSE-LOAN-FILE ASSIGN TO EPSWHSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WHSE-PAN
                  FILE STATUS IS WS-WHSE-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO CSHFCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  WAREHOUSE-LOAN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSWHSE.

       FD  FORECAST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-JURCT-STATUS             PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-WHSE-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-JURCT             PIC X VALUE 'N'.
              88 END-OF-JURCT                VALUE 'Y'.
           03 WS-END-OF-WAREHOUSE         PIC X VALUE 'N'.
              88 END-OF-WAREHOUSE            VALUE 'Y'.
           03 WS-WAREHOUSE-OPENED         PIC X VALUE 'N'.
              88 WAREHOUSE-FILE-OPEN         VALUE 'Y'.

      *    THIRTEEN WEEKLY BUCKETS.
       01 WS-WEEK-TABLE.
           03 WS-WEEK-ENTRY OCCURS 13 TIMES.
              05 WK-TAX-OUT               PIC S9(11)V99 COMP-3.
              05 WK-REMIT-OUT             PIC S9(11)V99 COMP-3.
              05 WK-CURTAIL-OUT           PIC S9(11)V99 COMP-3.
              05 WK-PI-IN                 PIC S9(11)V99 COMP-3.
              05 WK-ACH-MEMO              PIC S9(11)V99 COMP-3.
       01 WS-WEEK-IDX                     PIC 9(3) COMP.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2                PIC X(120) VALUE
              'WEEK       TAX PAYMENTS    REMITTANCES DUE   CURTAILMENT
      -       'S DUE     P+I INFLOWS    ACH DRAFTS(MEMO)        NET FLO
      -       'W'.
           03 WS-DETAIL-LINE.
              05 DTL-WEEK                 PIC Z9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TAX                  PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REMIT                PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-CURTAIL              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PI                   PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-FORECAST-LOAN UNTIL END-OF-MASTER.
           PERFORM A550-FORECAST-CURTAILMENTS UNTIL END-OF-WAREHOUSE.
           PERFORM A600-REPORT-ONE-WEEK
                   VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 13.
           OPEN INPUT  JURISDICTION-CONTROL-FILE.
           OPEN INPUT  ENROLLMENT-FILE.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
      *    NO WAREHOUSE FILE YET MEANS NO CURTAILMENTS TO FORECAST.
           OPEN INPUT  WAREHOUSE-LOAN-FILE.
           IF WS-WHSE-STATUS = '00'
              MOVE 'Y' TO WS-WAREHOUSE-OPENED
              MOVE LOW-VALUES TO WHSE-PAN
              START WAREHOUSE-LOAN-FILE
                    KEY IS NOT LESS THAN WHSE-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-WAREHOUSE
              END-START
           ELSE
              MOVE 'Y' TO WS-END-OF-WAREHOUSE
           END-IF.
           OPEN OUTPUT FORECAST-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
                   UNTIL WS-WEEK-IDX > 13
              MOVE 0 TO WK-TAX-OUT(WS-WEEK-IDX)
              MOVE 0 TO WK-REMIT-OUT(WS-WEEK-IDX)
              MOVE 0 TO WK-CURTAIL-OUT(WS-WEEK-IDX)
              MOVE 0 TO WK-PI-IN(WS-WEEK-IDX)
              MOVE 0 TO WK-ACH-MEMO(WS-WEEK-IDX)
           END-PERFORM.
           END-PERFORM
           .

      *    A LOAN STILL ON A WAREHOUSE LINE OWES THE BANK EACH
      *    CURTAILMENT NOT YET PAID IN THE WEEK IT FALLS DUE. ONE
      *    ALREADY PAST DUE BUT UNPAID IS PAID TONIGHT BY EPSWHDLY
      *    AND LANDS IN WEEK 1.
       A550-FORECAST-CURTAILMENTS.
           READ WAREHOUSE-LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-WAREHOUSE
                 EXIT PARAGRAPH
           END-READ.
           IF NOT WHSE-ON-LINE
              EXIT PARAGRAPH
           END-IF.
           IF NOT WHSE-CURTAIL-1-PAID
              MOVE WHSE-CURTAIL-1-DATE TO WS-EVENT-DATE-8
              PERFORM A560-BUCKET-CURTAILMENT
              IF WS-WEEK-IDX > 0
                 ADD WHSE-CURTAIL-1-AMOUNT
                     TO WK-CURTAIL-OUT(WS-WEEK-IDX)
              END-IF
           END-IF.
           IF NOT WHSE-CURTAIL-2-PAID
              MOVE WHSE-CURTAIL-2-DATE TO WS-EVENT-DATE-8
              PERFORM A560-BUCKET-CURTAILMENT
              IF WS-WEEK-IDX > 0
                 ADD WHSE-CURTAIL-2-AMOUNT
                     TO WK-CURTAIL-OUT(WS-WEEK-IDX)
              END-IF
           END-IF
           .

       A560-BUCKET-CURTAILMENT.
           IF WS-EVENT-DATE-8 < WS-CURRENT-DATE-8
              MOVE WS-CURRENT-DATE-8 TO WS-EVENT-DATE-8
           END-IF.
           PERFORM A700-BUCKET-EVENT
           .

      *    WEEK 1 IS THE NEXT SEVEN DAYS; ZERO MEANS OUTSIDE THE
      *    WINDOW.
       A700-BUCKET-EVENT.
           COMPUTE WS-NET-FLOW =
                   WK-PI-IN(WS-WEEK-IDX)
                 - WK-TAX-OUT(WS-WEEK-IDX)
                 - WK-REMIT-OUT(WS-WEEK-IDX)
                 - WK-CURTAIL-OUT(WS-WEEK-IDX).
           MOVE WS-WEEK-IDX              TO DTL-WEEK.
           MOVE WK-TAX-OUT(WS-WEEK-IDX)  TO DTL-TAX.
           MOVE WK-REMIT-OUT(WS-WEEK-IDX) TO DTL-REMIT.
           MOVE WK-CURTAIL-OUT(WS-WEEK-IDX) TO DTL-CURTAIL.
           MOVE WK-PI-IN(WS-WEEK-IDX)    TO DTL-PI.
           MOVE WK-ACH-MEMO(WS-WEEK-IDX) TO DTL-ACH.
           MOVE WS-NET-FLOW              TO DTL-NET.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE POOL-ASSIGNMENT-FILE.
           IF WAREHOUSE-FILE-OPEN
              CLOSE WAREHOUSE-LOAN-FILE
           END-IF.
           CLOSE FORECAST-REPORT.

           SET EPSJOBTM-END TO TRUE.
