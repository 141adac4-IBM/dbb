       ID DIVISION.
       PROGRAM-ID. EPSCAPST.
      *    CORPORATE ADVANCE POSTING RUN.
      *
      *    READS THE DAY'S EPSCATXN ADVANCE TRANSACTIONS - PROPERTY
      *    PRESERVATION BILLS KEYED FROM PAYABLES, THE ATTORNEY
      *    INVOICES EPSVNINV PAYS, THE INSPECTION FEES EPSINSPR
      *    PASSES ON, THE FORCE-PLACED PREMIUMS EPSHZSCN PLACES, THE
      *    PREMIUM CREDITS EPSHZNTK REFUNDS AND THE DELINQUENT TAX
      *    EPSTXBIN PAYS - AND POSTS EACH TO THE LOAN'S EPSCADVF
      *    SUB-LEDGER RECORD FOR THAT ADVANCE TYPE, OPENING ONE THE
      *    FIRST TIME THE TYPE IS ADVANCED. EVERY MOVEMENT IS APPENDED
      *    TO THE EPSCADVH ACTIVITY HISTORY, WHICH IS WHAT EPSGLPST
      *    POSTS THE ADVANCE RECEIVABLE FROM.
      *
      *    A CREDIT NEVER TAKES A BALANCE BELOW ZERO - ONE LARGER
      *    THAN WHAT IS OUTSTANDING IS REJECTED FOR REVIEW.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO EPSCATXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT ADVANCE-HISTORY-FILE ASSIGN TO EPSCADVH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CADVH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CAPSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSCADVH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADVANCE REJECTED - LOAN NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ADVANCE REJECTED - UNKNOWN ADVANCE TYPE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ADVANCE REJECTED - AMOUNT NOT GREATER THAN ZERO'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ADVANCE REJECTED - UNKNOWN ACTION CODE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'CREDIT REJECTED - MORE THAN THE BALANCE OWED'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-CADV-FOUND               PIC X VALUE 'N'.
              88 ADVANCE-ON-FILE             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADVANCE-COUNT            PIC 9(7) VALUE 0.
           03 WS-CREDIT-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
       01 WS-ADVANCE-TOTAL                PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCAPST - CORPORATE ADVANCE POSTING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(5)  VALUE 'TYPE'.
              05 FILLER                   PIC X(4)  VALUE 'ACT'.
              05 FILLER                   PIC X(14) VALUE 'REFERENCE'.
              05 FILLER                   PIC X(16) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(16) VALUE 'BALANCE'.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TYPE                 PIC X.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-REFERENCE            PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'ADVANCES:'.
              05 SUM-ADVANCES             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'CREDITS:'.
              05 SUM-CREDITS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'TOTAL ADVANCED:'.
              05 SUM-ADVANCED             PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-ADVANCE UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCAPST' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  ADVANCE-TRANSACTION-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    CORP-ADVANCE-FILE.
           IF WS-CADVF-STATUS = '05' OR '35'
              CLOSE CORP-ADVANCE-FILE
              OPEN OUTPUT CORP-ADVANCE-FILE
              CLOSE CORP-ADVANCE-FILE
              OPEN I-O CORP-ADVANCE-FILE
           END-IF.
           OPEN EXTEND ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS = '05' OR '35'
              OPEN OUTPUT ADVANCE-HISTORY-FILE
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
           READ ADVANCE-TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-ADVANCE.
           MOVE 0              TO WS-VALIDATION-INDICATOR.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE CATX-PAN       TO DTL-PAN.
           MOVE CATX-TYPE      TO DTL-TYPE.
           MOVE CATX-ACTION    TO DTL-ACTION.
           MOVE CATX-REFERENCE TO DTL-REFERENCE.
           MOVE CATX-AMOUNT    TO DTL-AMOUNT.

           MOVE CATX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
           END-READ
           .
           MOVE CATX-PAN  TO CADV-PAN.
           MOVE CATX-TYPE TO CADV-TYPE.
           IF WS-TRANSACTION-VALID AND NOT CADV-TYPE-VALID
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CATX-AMOUNT NOT > 0
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND NOT CATX-ADVANCE AND NOT CATX-CREDIT
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A300-READ-ADVANCE
           END-IF
           .
           IF WS-TRANSACTION-VALID AND CATX-CREDIT
              IF NOT ADVANCE-ON-FILE
                 OR CATX-AMOUNT > CADV-BALANCE
                 MOVE 5 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF
           .
           IF WS-TRANSACTION-VALID
              IF CATX-ADVANCE
                 PERFORM A400-POST-ADVANCE
              ELSE
                 PERFORM A450-POST-CREDIT
              END-IF
              PERFORM A500-SAVE-ADVANCE
              PERFORM A600-WRITE-HISTORY
              MOVE CADV-BALANCE TO DTL-BALANCE
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    THE FIRST ADVANCE OF A TYPE OPENS THE LOAN'S RECORD FOR
      *    IT. THE FORCE-PLACED PREMIUM IS BOOKED AGAINST ESCROW BY
      *    EPSHZSCN, SO ITS RECORD IS MARKED ESCROW-CARRIED - SEE
      *    EPSCADVF.
       A300-READ-ADVANCE.
           MOVE 'Y' TO WS-CADV-FOUND.
           READ CORP-ADVANCE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CADV-FOUND
           END-READ.
           IF NOT ADVANCE-ON-FILE
              MOVE SPACES    TO CORP-ADVANCE-RECORD
              MOVE CATX-PAN  TO CADV-PAN
              MOVE CATX-TYPE TO CADV-TYPE
              MOVE 'O'       TO CADV-STATUS-IND
              IF CADV-FORCE-PLACED
                 MOVE 'Y' TO CADV-ESCROW-CARRIED-IND
              ELSE
                 MOVE 'N' TO CADV-ESCROW-CARRIED-IND
              END-IF
              MOVE 0 TO CADV-ADVANCED-TO-DATE
                        CADV-RECOVERED-TO-DATE
                        CADV-WRITTEN-OFF-AMOUNT
                        CADV-BALANCE
                        CADV-OLDEST-OPEN-DATE
                        CADV-LAST-ADVANCE-DATE
                        CADV-LAST-RECOVERY-DATE
                        CADV-LAST-MAINT-DATE
           END-IF
           .

      *    A BALANCE GOING FROM NOTHING OWED TO OWED RESTARTS THE
      *    AGING CLOCK FROM THE DATE THE SHOP PAID.
       A400-POST-ADVANCE.
           IF CADV-BALANCE = 0
              MOVE CATX-PAID-DATE TO CADV-OLDEST-OPEN-DATE
           END-IF.
           ADD CATX-AMOUNT       TO CADV-ADVANCED-TO-DATE.
           ADD CATX-AMOUNT       TO CADV-BALANCE.
           ADD CATX-AMOUNT       TO WS-ADVANCE-TOTAL.
           MOVE CATX-PAID-DATE   TO CADV-LAST-ADVANCE-DATE.
           MOVE 'O'              TO CADV-STATUS-IND.
           ADD 1 TO WS-ADVANCE-COUNT.
           MOVE 'ADVANCE POSTED' TO DTL-RESULT
           .

      *    A CREDIT UNDOES AN ADVANCE - THE VENDOR REFUNDED THE FEE,
      *    OR PROOF OF COVERAGE REFUNDED A FORCE-PLACED PREMIUM - SO
      *    IT COMES OFF WHAT WAS ADVANCED RATHER THAN COUNTING AS A
      *    RECOVERY FROM THE BORROWER.
       A450-POST-CREDIT.
           SUBTRACT CATX-AMOUNT FROM CADV-ADVANCED-TO-DATE.
           SUBTRACT CATX-AMOUNT FROM CADV-BALANCE.
           IF CADV-BALANCE = 0
              MOVE 0   TO CADV-OLDEST-OPEN-DATE
              MOVE 'C' TO CADV-STATUS-IND
           END-IF.
           ADD 1 TO WS-CREDIT-COUNT.
           MOVE 'CREDIT POSTED' TO DTL-RESULT
           .

       A500-SAVE-ADVANCE.
           MOVE WS-CURRENT-DATE-8 TO CADV-LAST-MAINT-DATE.
           IF ADVANCE-ON-FILE
              REWRITE CORP-ADVANCE-RECORD
           ELSE
              WRITE CORP-ADVANCE-RECORD
           END-IF
           .

       A600-WRITE-HISTORY.
           MOVE SPACES                  TO CORP-ADVANCE-HISTORY-RECORD.
           MOVE CADV-PAN                TO CAHST-PAN.
           MOVE CADV-TYPE               TO CAHST-TYPE.
           IF CATX-ADVANCE
              MOVE 'A' TO CAHST-ACTIVITY
           ELSE
              MOVE 'C' TO CAHST-ACTIVITY
           END-IF.
           MOVE CADV-ESCROW-CARRIED-IND TO CAHST-ESCROW-CARRIED-IND.
           MOVE WS-CURRENT-DATE-8       TO CAHST-POST-DATE.
           MOVE CATX-AMOUNT             TO CAHST-AMOUNT.
           MOVE CADV-BALANCE            TO CAHST-BALANCE-AFTER.
           MOVE 'EPSCAPST'              TO CAHST-SOURCE-PGM.
           MOVE CATX-REFERENCE          TO CAHST-REFERENCE.
           WRITE CORP-ADVANCE-HISTORY-RECORD
           .

       A900-FINALIZE.
           MOVE WS-ADVANCE-COUNT TO SUM-ADVANCES.
           MOVE WS-CREDIT-COUNT  TO SUM-CREDITS.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE WS-ADVANCE-TOTAL TO SUM-ADVANCED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE CORP-ADVANCE-FILE.
           CLOSE ADVANCE-HISTORY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
