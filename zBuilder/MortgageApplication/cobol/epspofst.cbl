      *    TO FAX TO THE CLOSING TABLE. REJECTED REQUESTS GO TO THE
      *    CONTROL REPORT WITH EPSPAYOF'S ERROR TEXT.
      *
      *    A REQUEST FOR A LOAN WHOSE MAILING ADDRESS WAS CHANGED
      *    ONLINE IN THE LAST 30 DAYS (EPSADCHG, WRITTEN BY EPSCADCH)
      *    IS HELD FOR REVIEW INSTEAD OF PRINTED - A FRESH ADDRESS
      *    CHANGE FOLLOWED BY A PAYOFF REQUEST IS THE PATTERN OF A
      *    REDIRECTED PAYOFF. ONCE THE BORROWER HAS BEEN REACHED AT A
      *    NUMBER ALREADY ON FILE THE REQUEST IS RESUBMITTED MARKED
      *    REVIEWED (PORQ-REVIEW-RELEASE-IND) AND PRINTS.
      *
      *    A PREPAYMENT PENALTY EPSPAYOF PRICES IN PRINTS ON ITS OWN
      *    LINE; ONE A SALE WAIVES PRINTS AS WAIVED, OUTSIDE THE
      *    TOTAL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT ADDRESS-CHANGE-FILE ASSIGN TO EPSADCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADCH-KEY
                  FILE STATUS IS WS-ADCH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO POFSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSPORQF.

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-LINE                     PIC X(80).

       FD  ADDRESS-CHANGE-FILE
           RECORD CONTAINS 260 CHARACTERS.
           COPY EPSADCHG.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
       01 WS-FILE-STATUSES.
           03 WS-REQ-STATUS               PIC XX.
           03 WS-STMT-STATUS              PIC XX.
           03 WS-ADCH-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-REQ               PIC X VALUE 'N'.
              88 END-OF-REQ                  VALUE 'Y'.
           03 WS-ADCH-OPEN                PIC X VALUE 'N'.
              88 ADCH-FILE-OPEN              VALUE 'Y'.
           03 WS-END-OF-ADCH              PIC X VALUE 'N'.
              88 END-OF-ADCH                 VALUE 'Y'.
           03 WS-ADDRESS-HOLD             PIC X VALUE 'N'.
              88 ADDRESS-CHANGE-HOLD         VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-STATEMENT-COUNT          PIC 9(5) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(5) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    HOW FAR BACK AN ONLINE ADDRESS CHANGE STILL HOLDS A
      *    REQUEST, AND THE FIRST CHANGE DATE INSIDE THAT WINDOW.
       01 WS-HOLD-DAYS                    PIC 9(3) VALUE 30.
       01 WS-HOLD-FROM-DATE               PIC 9(8).

       01 WS-STATEMENT-TEXT-LINES.
           03 WS-DATE-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'LATE CHARGES OUTSTANDING'.
              05 LTE-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-ADVANCE-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'FEES ADVANCED FOR YOU'.
              05 ADV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-PENALTY-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'PREPAYMENT PENALTY'.
              05 PEN-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-WAIVED-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'PREPAYMENT PENALTY WAIVED'.
              05 WVD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(20) VALUE
                 ' - SALE OF PROPERTY'.
           03 WS-ESCROW-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'LESS ESCROW REFUND'.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-HOLD-RESULT.
              05 FILLER                   PIC X(40) VALUE
                 'HELD FOR REVIEW - ADDRESS CHANGED ONLINE'.
              05 HLD-CHANGE-DATE          PIC 9(8).
              05 FILLER                   PIC X(4)  VALUE ' BY '.
              05 HLD-USER-ID              PIC X(8).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(14) VALUE 'STATEMENTS:'.
              05 SUM-STATEMENTS           PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-REJECTS              PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'HELD:'.
              05 SUM-HELD                 PIC ZZZZ9.

       LINKAGE SECTION.
      *
           OPEN INPUT  REQUEST-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           OPEN INPUT  ADDRESS-CHANGE-FILE.
           IF WS-ADCH-STATUS = '00'
              MOVE 'Y' TO WS-ADCH-OPEN
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-HOLD-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
               - WS-HOLD-DAYS).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           .

       A200-PROCESS-REQUEST.
           PERFORM A250-CHECK-ADDRESS-CHANGE.
           IF ADDRESS-CHANGE-HOLD
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES             TO WS-DETAIL-LINE
              MOVE PORQ-PAN           TO DTL-PAN
              MOVE ADCH-CHANGE-DATE   TO HLD-CHANGE-DATE
              MOVE ADCH-USER-ID       TO HLD-USER-ID
              MOVE WS-HOLD-RESULT     TO DTL-RESULT
              MOVE WS-DETAIL-LINE     TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-REQUEST
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE EPSPAYOF-PARMS.
           MOVE PORQ-PAN            TO EPSPAYOF-PAN.
           MOVE PORQ-GOOD-THRU-DATE TO EPSPAYOF-GOOD-THRU-DATE.
           MOVE PORQ-PAYOFF-REASON  TO EPSPAYOF-PAYOFF-REASON.
           CALL 'EPSPAYOF' USING EPSPAYOF-PARMS.

           IF EPSPAYOF-SUCCESS
           .
           PERFORM A150-READ-REQUEST.

      *    ANY ADDRESS CHANGE FOR THE PAN ON OR AFTER THE START OF
      *    THE WINDOW HOLDS THE REQUEST. A PHONE-ONLY CHANGE DOES NOT.
       A250-CHECK-ADDRESS-CHANGE.
           MOVE 'N' TO WS-ADDRESS-HOLD.
           IF NOT ADCH-FILE-OPEN OR PORQ-REVIEW-RELEASED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'               TO WS-END-OF-ADCH.
           MOVE PORQ-PAN          TO ADCH-PAN.
           MOVE WS-HOLD-FROM-DATE TO ADCH-CHANGE-DATE.
           MOVE 0                 TO ADCH-CHANGE-TIME.
           START ADDRESS-CHANGE-FILE KEY IS NOT LESS THAN ADCH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADCH
           END-START.
           PERFORM A260-SCAN-ADDRESS-CHANGE
              UNTIL END-OF-ADCH OR ADDRESS-CHANGE-HOLD
           .

       A260-SCAN-ADDRESS-CHANGE.
           READ ADDRESS-CHANGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADCH
                 EXIT PARAGRAPH
           END-READ.
           IF ADCH-PAN NOT = PORQ-PAN
              MOVE 'Y' TO WS-END-OF-ADCH
              EXIT PARAGRAPH
           END-IF.
           IF ADCH-ADDRESS-CHANGE
              MOVE 'Y' TO WS-ADDRESS-HOLD
           END-IF
           .

       A300-WRITE-STATEMENT.
           MOVE WS-DATE-LINE     TO STMT-LINE.
           WRITE STMT-LINE.
              MOVE WS-LATE-LINE  TO STMT-LINE
              WRITE STMT-LINE
           END-IF.
           IF EPSPAYOF-CORP-ADVANCES > 0
              MOVE EPSPAYOF-CORP-ADVANCES TO ADV-AMOUNT
              MOVE WS-ADVANCE-LINE TO STMT-LINE
              WRITE STMT-LINE
           END-IF.
           IF EPSPAYOF-PREPAY-PENALTY > 0
              IF EPSPAYOF-PENALTY-WAIVED
                 MOVE EPSPAYOF-PREPAY-PENALTY TO WVD-AMOUNT
                 MOVE WS-WAIVED-LINE TO STMT-LINE
              ELSE
                 MOVE EPSPAYOF-PREPAY-PENALTY TO PEN-AMOUNT
                 MOVE WS-PENALTY-LINE TO STMT-LINE
              END-IF
              WRITE STMT-LINE
           END-IF.
           IF EPSPAYOF-ESCROW-REFUND NOT = 0
              MOVE EPSPAYOF-ESCROW-REFUND TO ESC-AMOUNT
              MOVE WS-ESCROW-LINE TO STMT-LINE
       A900-FINALIZE.
           MOVE WS-STATEMENT-COUNT TO SUM-STATEMENTS.
           MOVE WS-REJECT-COUNT    TO SUM-REJECTS.
           MOVE WS-HELD-COUNT      TO SUM-HELD.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE REQUEST-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE CONTROL-REPORT.
           IF ADCH-FILE-OPEN
              CLOSE ADDRESS-CHANGE-FILE
           END-IF.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
