      *         NOTHING UNAPPROVED CAN EVER REACH THE FILE.
      *       - WIRES STILL PENDING APPROVAL ARE LISTED ON THE
      *         EXCEPTION REPORT WITH THEIR AGE.
      *       - WIRES ON OFAC HOLD ARE LISTED AS HELD - THEY ARE NOT
      *         RELEASABLE UNTIL COMPLIANCE CLEARS THEM IN EPSSDNAP.
      *       - AN APPROVED WIRE FOR A RESCINDABLE REFINANCE
      *         (EPSRSCN) IS HELD, STILL APPROVED, UNTIL THE DAY
      *         AFTER THE RIGHT TO CANCEL EXPIRES, AND REJECTED
      *         OUTRIGHT IF THE BORROWER HAS RESCINDED.
      *       - EVERY CL APPLICATION ON EPSAPPST WITH NO WIRE RECORD
      *         AT ALL IS LISTED TOO - AN UNFUNDED CLOSING IS AS
      *         WRONG AS AN UNAPPROVED WIRE.
      *
      *    EVERY RELEASED WIRE IS DRAWN ON A BANK WAREHOUSE LINE: THE
      *    LOAN GOES ON EPSWHSE UNDER THE FIRST EPSWHLN LINE WITH ROOM
      *    FOR THE BANK'S ADVANCE, WITH ITS 30/60-DAY CURTAILMENTS
      *    SCHEDULED FROM THAT LINE'S TERMS. WHEN NO LINE HAS ROOM THE
      *    WIRE STILL GOES (THE CLOSING IS FUNDED EITHER WAY) ON THE
      *    LINE WITH THE MOST ROOM, FLAGGED OVER LIMIT FOR TREASURY.
      *    EPSWHDLY CARRIES THE LOAN FROM THERE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT WAREHOUSE-LINE-FILE ASSIGN TO EPSWHLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WHLN-STATUS.

           SELECT WAREHOUSE-LOAN-FILE ASSIGN TO EPSWHSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WHSE-PAN
                  FILE STATUS IS WS-WHSE-STATUS.

           SELECT RESCISSION-FILE ASSIGN TO EPSRSCN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSCN-PAN
                  FILE STATUS IS WS-RSCN-STATUS.

           SELECT WIRE-EXTRACT-FILE ASSIGN TO EPSWIRXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WIRXT-STATUS.
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  WAREHOUSE-LINE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSWHLN.

       FD  WAREHOUSE-LOAN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSWHSE.

       FD  RESCISSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRSCN.

       FD  WIRE-EXTRACT-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY EPSWIRXT.
       01 WS-FILE-STATUSES.
           03 WS-WIREP-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-WHLN-STATUS              PIC XX.
           03 WS-WHSE-STATUS              PIC XX.
           03 WS-RSCN-STATUS              PIC XX.
           03 WS-WIRXT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

           03 WS-END-OF-APPS              PIC X VALUE 'N'.
              88 END-OF-APPS                 VALUE 'Y'.
           03 WS-WIRE-SEEN                PIC X.
           03 WS-END-OF-LINES             PIC X VALUE 'N'.
              88 END-OF-LINES                VALUE 'Y'.
           03 WS-END-OF-WAREHOUSE         PIC X VALUE 'N'.
              88 END-OF-WAREHOUSE            VALUE 'Y'.
           03 WS-OVER-LIMIT               PIC X VALUE 'N'.
              88 LINE-OVER-LIMIT             VALUE 'Y'.
           03 WS-RSCN-OPENED              PIC X VALUE 'N'.
              88 RSCN-FILE-OPEN              VALUE 'Y'.
           03 WS-RESCISSION-HOLD          PIC X VALUE 'N'.
              88 RESCISSION-HOLD             VALUE 'Y'.

      *    THE WAREHOUSE LINES IN DRAW ORDER, WITH WHAT EACH ALREADY
      *    CARRIES OFF EPSWHSE.
       01 WS-LINE-TABLE.
           03 WS-LINE-COUNT               PIC 9(2) COMP VALUE 0.
           03 WS-LINE-ENTRY OCCURS 10 TIMES.
              05 LNT-LINE-ID              PIC X(6).
              05 LNT-LIMIT                PIC S9(11)V99 COMP-3.
              05 LNT-OUTSTANDING          PIC S9(11)V99 COMP-3.
              05 LNT-ADVANCE-PCT          PIC 9(3)V99.
              05 LNT-INTEREST-RATE        PIC 9(2)V9(4).
              05 LNT-CURTAIL-1-DAYS       PIC 9(3).
              05 LNT-CURTAIL-1-PCT        PIC 9(3)V99.
              05 LNT-CURTAIL-2-DAYS       PIC 9(3).
              05 LNT-CURTAIL-2-PCT        PIC 9(3)V99.
       01 WS-LINE-IDX                     PIC 9(2) COMP.
       01 WS-CHOSEN-IDX                   PIC 9(2) COMP.
       01 WS-ROOMIEST-IDX                 PIC 9(2) COMP.

       01 WS-WAREHOUSE-WORK.
           03 WS-ADVANCE                  PIC S9(9)V99 COMP-3.
           03 WS-ROOM                     PIC S9(11)V99 COMP-3.
           03 WS-MOST-ROOM                PIC S9(11)V99 COMP-3.
           03 WS-CURTAIL-DAYS             PIC 9(3).

      *    PANS WITH A WIRE RECORD IN ANY STATE, FOR THE UNFUNDED-
      *    CLOSING SWEEP.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-PENDING-COUNT            PIC 9(7) VALUE 0.
           03 WS-UNFUNDED-COUNT           PIC 9(7) VALUE 0.
           03 WS-OFAC-HELD-COUNT          PIC 9(7) VALUE 0.
           03 WS-WAREHOUSED-COUNT         PIC 9(7) VALUE 0.
           03 WS-OVER-LIMIT-COUNT         PIC 9(7) VALUE 0.

       01 WS-AGE-WORK.
           03 WS-TODAY-INT                PIC S9(7) COMP.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'UNFUNDED:'.
              05 SUM-UNFUNDED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OFAC HELD:'.
              05 SUM-OFAC-HELD            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'WAREHOUSED:'.
              05 SUM-WAREHOUSED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'OVER LIMIT:'.
              05 SUM-OVER-LIMIT           PIC ZZZZZZ9.

       LINKAGE SECTION.
      *

           OPEN I-O    PENDING-WIRE-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
      *    NO RESCISSION FILE YET MEANS NO RESCINDABLE CLOSING YET.
           OPEN INPUT  RESCISSION-FILE.
           IF WS-RSCN-STATUS = '00'
              MOVE 'Y' TO WS-RSCN-OPENED
           END-IF.
           OPEN OUTPUT WIRE-EXTRACT-FILE.
      *    NO LINE CONTROL MEANS THE SHOP FUNDS FROM ITS OWN CASH AND
      *    NOTHING GOES ON EPSWHSE.
           OPEN INPUT  WAREHOUSE-LINE-FILE.
           IF WS-WHLN-STATUS = '00'
              PERFORM A120-LOAD-LINE
                      UNTIL END-OF-LINES OR WS-LINE-COUNT = 10
              CLOSE WAREHOUSE-LINE-FILE
           END-IF.
           OPEN I-O    WAREHOUSE-LOAN-FILE.
           IF WS-WHSE-STATUS = '05' OR '35'
              CLOSE WAREHOUSE-LOAN-FILE
              OPEN OUTPUT WAREHOUSE-LOAN-FILE
              CLOSE WAREHOUSE-LOAN-FILE
              OPEN I-O WAREHOUSE-LOAN-FILE
           END-IF.
           IF WS-LINE-COUNT > 0
              PERFORM A130-START-WAREHOUSE
              PERFORM A140-TOTAL-LINE-USAGE UNTIL END-OF-WAREHOUSE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           END-IF
           .

       A120-LOAD-LINE.
           READ WAREHOUSE-LINE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-LINES
              NOT AT END
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WHLN-LINE-ID       TO LNT-LINE-ID(WS-LINE-COUNT)
                 MOVE WHLN-LINE-LIMIT    TO LNT-LIMIT(WS-LINE-COUNT)
                 MOVE 0              TO LNT-OUTSTANDING(WS-LINE-COUNT)
                 MOVE WHLN-ADVANCE-PCT
                      TO LNT-ADVANCE-PCT(WS-LINE-COUNT)
                 IF WHLN-ADVANCE-PCT = 0
                    MOVE 100 TO LNT-ADVANCE-PCT(WS-LINE-COUNT)
                 END-IF
                 MOVE WHLN-INTEREST-RATE
                      TO LNT-INTEREST-RATE(WS-LINE-COUNT)
                 MOVE WHLN-CURTAIL-1-DAYS
                      TO LNT-CURTAIL-1-DAYS(WS-LINE-COUNT)
                 MOVE WHLN-CURTAIL-1-PCT
                      TO LNT-CURTAIL-1-PCT(WS-LINE-COUNT)
                 MOVE WHLN-CURTAIL-2-DAYS
                      TO LNT-CURTAIL-2-DAYS(WS-LINE-COUNT)
                 MOVE WHLN-CURTAIL-2-PCT
                      TO LNT-CURTAIL-2-PCT(WS-LINE-COUNT)
                 IF WHLN-CURTAIL-1-DAYS = 0
                    MOVE 30 TO LNT-CURTAIL-1-DAYS(WS-LINE-COUNT)
                 END-IF
                 IF WHLN-CURTAIL-2-DAYS = 0
                    MOVE 60 TO LNT-CURTAIL-2-DAYS(WS-LINE-COUNT)
                 END-IF
           END-READ
           .

       A130-START-WAREHOUSE.
           MOVE LOW-VALUES TO WHSE-PAN.
           START WAREHOUSE-LOAN-FILE
                 KEY IS NOT LESS THAN WHSE-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-WAREHOUSE
           END-START
           .

      *    WHAT EACH LINE ALREADY CARRIES BEFORE TODAY'S WIRES.
       A140-TOTAL-LINE-USAGE.
           READ WAREHOUSE-LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-WAREHOUSE
                 EXIT PARAGRAPH
           END-READ.
           IF WHSE-ON-LINE
              PERFORM A145-ADD-LINE-USAGE
                      VARYING WS-LINE-IDX FROM 1 BY 1
                      UNTIL WS-LINE-IDX > WS-LINE-COUNT
           END-IF
           .

       A145-ADD-LINE-USAGE.
           IF LNT-LINE-ID(WS-LINE-IDX) = WHSE-LINE-ID
              ADD WHSE-OUTSTANDING TO LNT-OUTSTANDING(WS-LINE-IDX)
           END-IF
           .

       A150-READ-PENDING.
           READ PENDING-WIRE-FILE NEXT RECORD
              AT END
           MOVE WIREP-AMOUNT TO DTL-AMOUNT.
           EVALUATE TRUE
              WHEN WIREP-APPROVED
                 PERFORM A250-CHECK-RESCISSION
                 IF NOT RESCISSION-HOLD
                    PERFORM A300-RELEASE-WIRE
                 END-IF
              WHEN WIREP-PENDING
                 ADD 1 TO WS-PENDING-COUNT
                 COMPUTE WS-AGE-DAYS =
                 END-STRING
                 MOVE WS-DETAIL-LINE TO RPT-LINE
                 WRITE RPT-LINE
              WHEN WIREP-OFAC-HOLD
                 ADD 1 TO WS-OFAC-HELD-COUNT
                 MOVE 'HELD - OFAC REVIEW, NOT RELEASABLE'
                      TO DTL-RESULT
                 MOVE WS-DETAIL-LINE TO RPT-LINE
                 WRITE RPT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
           PERFORM A150-READ-PENDING.

      *    THE SECOND LOOK AT THE RESCISSION WINDOW - A WIRE APPROVED
      *    BEFORE A NOTICE WAS RECORDED, OR PARKED BEFORE THE WINDOW
      *    WAS SET, STILL CANNOT GO.
       A250-CHECK-RESCISSION.
           MOVE 'N' TO WS-RESCISSION-HOLD.
           IF NOT RSCN-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WIREP-PAN TO RSCN-PAN.
           READ RESCISSION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF RSCN-RESCINDED
              MOVE 'Y'                 TO WS-RESCISSION-HOLD
              MOVE 'R'                 TO WIREP-STATUS-IND
              MOVE 'BORROWER RESCINDED - NOT FUNDED'
                                       TO WIREP-REJECT-REASON
              REWRITE PENDING-WIRE-RECORD
              MOVE 'REJECTED - BORROWER RESCINDED, NOT RELEASED'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-DATE-8 NOT > RSCN-EXPIRATION-DATE
              MOVE 'Y' TO WS-RESCISSION-HOLD
              MOVE 'HELD - RESCISSION WINDOW OPEN THROUGH '
                   TO DTL-RESULT
              MOVE RSCN-EXPIRATION-DATE TO DTL-RESULT(39:8)
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A300-RELEASE-WIRE.
           MOVE WIREP-PAN            TO WIRXT-PAN.
           MOVE WIREP-AMOUNT         TO WIRXT-AMOUNT.
           REWRITE PENDING-WIRE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'RELEASED TO BANK EXTRACT' TO DTL-RESULT.
           IF WS-LINE-COUNT > 0
              PERFORM A400-STAMP-WAREHOUSE
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A LOAN ALREADY ON A LINE (A SECOND WIRE FOR THE SAME
      *    CLOSING) IS LEFT AS IT IS; ONE BOUGHT BACK AND FUNDED AGAIN
      *    STARTS OVER.
       A400-STAMP-WAREHOUSE.
           MOVE WIREP-PAN TO WHSE-PAN.
           READ WAREHOUSE-LOAN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WHSE-ON-LINE
                    MOVE SPACES TO DTL-RESULT
                    STRING 'RELEASED - ALREADY ON WAREHOUSE LINE '
                           DELIMITED BY SIZE
                           WHSE-LINE-ID DELIMITED BY SIZE
                           INTO DTL-RESULT
                    END-STRING
                    EXIT PARAGRAPH
                 END-IF
           END-READ.

           MOVE 0   TO WS-CHOSEN-IDX.
           MOVE 0   TO WS-ROOMIEST-IDX.
           MOVE 'N' TO WS-OVER-LIMIT.
           PERFORM A410-TRY-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                      OR WS-CHOSEN-IDX > 0.
           IF WS-CHOSEN-IDX = 0
              MOVE WS-ROOMIEST-IDX TO WS-CHOSEN-IDX
              MOVE 'Y' TO WS-OVER-LIMIT
              ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.
           MOVE WS-CHOSEN-IDX TO WS-LINE-IDX.
           COMPUTE WS-ADVANCE ROUNDED =
                   WIREP-AMOUNT * LNT-ADVANCE-PCT(WS-LINE-IDX) / 100.

           MOVE SPACES                TO WAREHOUSE-LOAN-RECORD.
           MOVE WIREP-PAN             TO WHSE-PAN.
           MOVE LNT-LINE-ID(WS-LINE-IDX) TO WHSE-LINE-ID.
           MOVE 'O'                   TO WHSE-STATUS-IND.
           MOVE WIREP-SEQ-NUM         TO WHSE-WIRE-SEQ-NUM.
           MOVE WS-CURRENT-DATE-8     TO WHSE-FUNDED-DATE.
           MOVE WIREP-AMOUNT          TO WHSE-FUNDED-AMOUNT.
           MOVE WS-ADVANCE            TO WHSE-ADVANCE-AMOUNT.
           MOVE WS-ADVANCE            TO WHSE-OUTSTANDING.
           MOVE LNT-INTEREST-RATE(WS-LINE-IDX) TO WHSE-INTEREST-RATE.
           PERFORM A420-SCHEDULE-CURTAILMENTS.
           MOVE 0                     TO WHSE-ACCRUED-INTEREST.
           MOVE WS-CURRENT-DATE-8     TO WHSE-INTEREST-THRU-DATE.
           MOVE 0                     TO WHSE-PURCHASE-DATE.
           MOVE 0                     TO WHSE-PURCHASE-PROCEEDS.
           WRITE WAREHOUSE-LOAN-RECORD
              INVALID KEY
                 REWRITE WAREHOUSE-LOAN-RECORD
           END-WRITE.
           ADD WS-ADVANCE TO LNT-OUTSTANDING(WS-LINE-IDX).
           ADD 1 TO WS-WAREHOUSED-COUNT.

           MOVE SPACES TO DTL-RESULT.
           IF LINE-OVER-LIMIT
              STRING 'RELEASED - WAREHOUSE LINE ' DELIMITED BY SIZE
                     WHSE-LINE-ID DELIMITED BY SIZE
                     ' OVER LIMIT' DELIMITED BY SIZE
                     INTO DTL-RESULT
              END-STRING
           ELSE
              STRING 'RELEASED - WAREHOUSE LINE ' DELIMITED BY SIZE
                     WHSE-LINE-ID DELIMITED BY SIZE
                     INTO DTL-RESULT
              END-STRING
           END-IF
           .

      *    THE FIRST LINE IN DRAW ORDER WITH ROOM FOR ITS ADVANCE,
      *    REMEMBERING THE ROOMIEST IN CASE NONE HAS.
       A410-TRY-LINE.
           COMPUTE WS-ADVANCE ROUNDED =
                   WIREP-AMOUNT * LNT-ADVANCE-PCT(WS-LINE-IDX) / 100.
           COMPUTE WS-ROOM = LNT-LIMIT(WS-LINE-IDX)
                           - LNT-OUTSTANDING(WS-LINE-IDX).
           IF WS-ADVANCE NOT > WS-ROOM
              MOVE WS-LINE-IDX TO WS-CHOSEN-IDX
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROOMIEST-IDX = 0 OR WS-ROOM > WS-MOST-ROOM
              MOVE WS-LINE-IDX TO WS-ROOMIEST-IDX
              MOVE WS-ROOM     TO WS-MOST-ROOM
           END-IF
           .

      *    EACH CURTAILMENT IS A SHARE OF THE ADVANCE, DUE THE LINE'S
      *    NUMBER OF DAYS AFTER FUNDING; THE SECOND NEVER TAKES MORE
      *    THAN THE FIRST LEFT.
       A420-SCHEDULE-CURTAILMENTS.
           MOVE LNT-CURTAIL-1-DAYS(WS-LINE-IDX) TO WS-CURTAIL-DAYS.
           COMPUTE WHSE-CURTAIL-1-DATE =
                   FUNCTION DATE-OF-INTEGER
                      (WS-TODAY-INT + WS-CURTAIL-DAYS).
           COMPUTE WHSE-CURTAIL-1-AMOUNT ROUNDED =
                   WS-ADVANCE * LNT-CURTAIL-1-PCT(WS-LINE-IDX) / 100.
           IF WHSE-CURTAIL-1-AMOUNT > WS-ADVANCE
              MOVE WS-ADVANCE TO WHSE-CURTAIL-1-AMOUNT
           END-IF.
           MOVE LNT-CURTAIL-2-DAYS(WS-LINE-IDX) TO WS-CURTAIL-DAYS.
           COMPUTE WHSE-CURTAIL-2-DATE =
                   FUNCTION DATE-OF-INTEGER
                      (WS-TODAY-INT + WS-CURTAIL-DAYS).
           COMPUTE WHSE-CURTAIL-2-AMOUNT ROUNDED =
                   WS-ADVANCE * LNT-CURTAIL-2-PCT(WS-LINE-IDX) / 100.
           IF WHSE-CURTAIL-2-AMOUNT >
              WS-ADVANCE - WHSE-CURTAIL-1-AMOUNT
              COMPUTE WHSE-CURTAIL-2-AMOUNT =
                      WS-ADVANCE - WHSE-CURTAIL-1-AMOUNT
           END-IF.
           MOVE SPACE TO WHSE-CURTAIL-1-IND.
           MOVE SPACE TO WHSE-CURTAIL-2-IND
           .

       A550-START-APPLICATIONS.
           MOVE LOW-VALUES TO APPST-PAN.
           START APPLICATION-STATUS-FILE
           MOVE WS-RELEASED-COUNT TO SUM-RELEASED.
           MOVE WS-PENDING-COUNT  TO SUM-PENDING.
           MOVE WS-UNFUNDED-COUNT TO SUM-UNFUNDED.
           MOVE WS-OFAC-HELD-COUNT TO SUM-OFAC-HELD.
           MOVE WS-WAREHOUSED-COUNT TO SUM-WAREHOUSED.
           MOVE WS-OVER-LIMIT-COUNT TO SUM-OVER-LIMIT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.

           CLOSE PENDING-WIRE-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           IF RSCN-FILE-OPEN
              CLOSE RESCISSION-FILE
           END-IF.
           CLOSE WIRE-EXTRACT-FILE.
           CLOSE WAREHOUSE-LOAN-FILE.
           CLOSE EXCEPTION-REPORT.

           SET EPSJOBTM-END TO TRUE.
