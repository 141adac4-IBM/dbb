      *    THIS RUN:
      *
      *       - COMPUTES THE DEFICIENCY (PRINCIPAL BALANCE PLUS
      *         ADVANCES MINUS SALE PROCEEDS). ADVANCES ARE THE
      *         CORPORATE ADVANCES OWED ON THE EPSCADVF SUB-LEDGER
      *         PLUS ANY THE TRANSACTION CARRIES THAT WERE NEVER
      *         POSTED THERE.
      *       - WRITES THE BALANCED WRITE-OFF ENTRIES TO THE GL
      *         EXTRACT UNDER THE NEW CHGO SOURCE, THROUGH THE SAME
      *         EPSGLMAP MAPPING EPSGLPST POSTS BY.
      *       - CLOSES THE LOAN'S EPSCADVF ADVANCES AS WRITTEN OFF
      *         (WHAT THE PROCEEDS DID NOT COVER) OR RECOVERED, WITH
      *         EPSCADVH HISTORY, AND POSTS THE WRITTEN-OFF PART AS
      *         ITS OWN CADW PAIR AGAINST THE ADVANCE RECEIVABLE -
      *         THE CHGO PAIR CARRIES THE REST OF THE DEFICIENCY.
      *       - CLOSES THE SERVICING RECORD WITH THE CHARGED-OFF
      *         STATUS AND ZERO BALANCES.
      *       - OPENS AN EPSRCVSL RECOVERY SUB-LEDGER RECORD SO ANY
      *    A SALE THAT COVERED THE DEBT (NO DEFICIENCY) STILL CLOSES
      *    THE LOAN BUT OPENS NO SUB-LEDGER AND POSTS NO LOSS.
      *
      *    AN FHA, VA OR USDA LOAN ACTIVE ON EPSGOVLN HAS THE SALE
      *    RECORDED THERE - FORECLOSURE OR SHORT SALE, THE DEBT AS IT
      *    STOOD AND THE PROCEEDS. WITH A DEFICIENCY ITS CLAIM IS
      *    MARKED READY FOR EPSGVCLM TO FILE WITH THE AGENCY; THE
      *    AGENCY'S PAYMENT COMES BACK AS A RECOVERY AGAINST THE
      *    EPSRCVSL SUB-LEDGER. WITHOUT ONE THE INSURANCE OR GUARANTY
      *    IS SIMPLY TERMINATED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS RCVSL-PAN
                  FILE STATUS IS WS-RCVSL-STATUS.

           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT ADVANCE-HISTORY-FILE ASSIGN TO EPSCADVH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CADVH-STATUS.

           SELECT GOVT-LOAN-FILE ASSIGN TO EPSGOVLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GOVT-PAN
                  FILE STATUS IS WS-GOVLN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CHGOFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-TRANSACTION-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY EPSCOTXN.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY EPSRCVSL.

       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSCADVH.

       FD  GOVT-LOAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSGOVLN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'CHARGE-OFF FAILED - NO CHGO ACCOUNT MAPPING'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'CHARGE-OFF FAILED - NO CADW ACCOUNT MAPPING'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-RCVSL-STATUS             PIC XX.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-GOVLN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-CHGO-MAP-FOUND           PIC X VALUE 'N'.
              88 CHGO-MAP-LOADED             VALUE 'Y'.
           03 WS-CADW-MAP-FOUND           PIC X VALUE 'N'.
              88 CADW-MAP-LOADED             VALUE 'Y'.
           03 WS-CADVF-OPEN               PIC X VALUE 'N'.
              88 ADVANCE-LEDGER-OPEN         VALUE 'Y'.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.
           03 WS-GOVLN-OPEN               PIC X VALUE 'N'.
              88 GOVT-LOANS-OPEN             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-CHARGED-OFF-COUNT        PIC 9(7) VALUE 0.
       01 WS-CHGO-ACCOUNTS.
           03 WS-CHGO-DEBIT-ACCOUNT       PIC X(8).
           03 WS-CHGO-CREDIT-ACCOUNT      PIC X(8).
       01 WS-CADW-ACCOUNTS.
           03 WS-CADW-DEBIT-ACCOUNT       PIC X(8).
           03 WS-CADW-CREDIT-ACCOUNT      PIC X(8).

       01 WS-CHARGE-WORK.
           03 WS-DEFICIENCY               PIC S9(9)V99 COMP.
      *    EPSCADVF ADVANCES OWED (ESCROW-CARRIED EXCLUDED), THE PART
      *    THE PROCEEDS LEFT UNCOVERED, AND THE CHGO REMAINDER.
           03 WS-LEDGER-ADVANCES          PIC S9(9)V99 COMP.
           03 WS-ADVANCE-LOSS             PIC S9(9)V99 COMP.
           03 WS-ADVANCE-LOSS-LEFT        PIC S9(9)V99 COMP.
           03 WS-ADVANCE-TAKEN            PIC S9(9)V99 COMP.
           03 WS-LOAN-LOSS                PIC S9(9)V99 COMP.
           03 WS-HISTORY-ACTIVITY         PIC X.
      *    PRINCIPAL AND ADVANCES BEFORE THE CLOSE ZEROES THEM - THE
      *    DEBT A GOVERNMENT CLAIM IS FIGURED ON.
           03 WS-DEBT-AT-SALE             PIC S9(9)V99 COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              CLOSE RECOVERY-SUBLEDGER-FILE
              OPEN I-O RECOVERY-SUBLEDGER-FILE
           END-IF.
      *    NO ADVANCE SUB-LEDGER YET MEANS NO ADVANCES TO WRITE OFF.
           OPEN I-O    CORP-ADVANCE-FILE.
           IF WS-CADVF-STATUS = '00'
              MOVE 'Y' TO WS-CADVF-OPEN
           END-IF.
           OPEN EXTEND ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS = '05' OR '35'
              OPEN OUTPUT ADVANCE-HISTORY-FILE
           END-IF.
      *    NO GOVERNMENT LOAN FILE YET MEANS NO GOVERNMENT LOANS.
           OPEN I-O    GOVT-LOAN-FILE.
           IF WS-GOVLN-STATUS = '00'
              MOVE 'Y' TO WS-GOVLN-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
                    MOVE GLMAP-CREDIT-ACCOUNT
                         TO WS-CHGO-CREDIT-ACCOUNT
                 END-IF
                 IF GLMAP-SOURCE-CODE = 'CADW'
                    MOVE 'Y' TO WS-CADW-MAP-FOUND
                    MOVE GLMAP-DEBIT-ACCOUNT
                         TO WS-CADW-DEBIT-ACCOUNT
                    MOVE GLMAP-CREDIT-ACCOUNT
                         TO WS-CADW-CREDIT-ACCOUNT
                 END-IF
           END-READ
           .

           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-TOTAL-ADVANCES
           END-IF
           .
      *    ADVANCES THE GL CANNOT WRITE OFF STOP THE CHARGE-OFF - THE
      *    LOAN STAYS OPEN UNTIL ACCOUNTING MAPS THE CADW SOURCE.
           IF WS-TRANSACTION-VALID AND WS-LEDGER-ADVANCES > 0
              AND NOT CADW-MAP-LOADED
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              COMPUTE WS-DEBT-AT-SALE =
                      SRV-PRINCIPAL-BALANCE + COTX-ADVANCES
                    + WS-LEDGER-ADVANCES
              COMPUTE WS-DEFICIENCY =
                      WS-DEBT-AT-SALE - COTX-SALE-PROCEEDS
              MOVE WS-DEFICIENCY TO DTL-DEFICIENCY
              PERFORM A300-CLOSE-LOAN
           END-IF
           .
      *    THE PROCEEDS GO AGAINST THE LOAN FIRST, SO THE ADVANCES
      *    ARE THE LAST OF THE DEBT AND THE FIRST OF THE LOSS.
           IF WS-TRANSACTION-VALID
              IF WS-DEFICIENCY > WS-LEDGER-ADVANCES
                 MOVE WS-LEDGER-ADVANCES TO WS-ADVANCE-LOSS
              ELSE
                 IF WS-DEFICIENCY > 0
                    MOVE WS-DEFICIENCY TO WS-ADVANCE-LOSS
                 ELSE
                    MOVE 0 TO WS-ADVANCE-LOSS
                 END-IF
              END-IF
              COMPUTE WS-LOAN-LOSS = WS-DEFICIENCY - WS-ADVANCE-LOSS
              PERFORM A350-CLOSE-ADVANCES
           END-IF
           .
           IF WS-TRANSACTION-VALID
              IF WS-DEFICIENCY > 0
                 PERFORM A400-POST-WRITE-OFF
                      TO DTL-RESULT
              END-IF
              ADD 1 TO WS-CHARGED-OFF-COUNT
              IF GOVT-LOANS-OPEN
                 PERFORM A600-RECORD-GOVT-DISPOSITION
              END-IF
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    WHAT THE LOAN STILL OWES ON THE ADVANCE SUB-LEDGER, LESS
      *    THE ESCROW-CARRIED PREMIUM THE ESCROW ACCOUNT CARRIES.
       A250-TOTAL-ADVANCES.
           MOVE 0 TO WS-LEDGER-ADVANCES.
           IF NOT ADVANCE-LEDGER-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'        TO WS-END-OF-ADVANCES.
           MOVE COTX-PAN   TO CADV-PAN.
           MOVE LOW-VALUES TO CADV-TYPE.
           START CORP-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-START.
           PERFORM A260-ADD-ONE-ADVANCE UNTIL END-OF-ADVANCES
           .

       A260-ADD-ONE-ADVANCE.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF NOT END-OF-ADVANCES
              IF CADV-PAN NOT = COTX-PAN
                 MOVE 'Y' TO WS-END-OF-ADVANCES
              ELSE
                 IF CADV-OPEN AND NOT CADV-ESCROW-CARRIED
                    ADD CADV-BALANCE TO WS-LEDGER-ADVANCES
                 END-IF
              END-IF
           END-IF
           .

       A300-CLOSE-LOAN.
           MOVE 'O'               TO SRV-STATUS-IND.
           MOVE 0                 TO SRV-PRINCIPAL-BALANCE.
           END-REWRITE
           .

      *    EVERY OPEN ADVANCE CLOSES WITH THE LOAN. THE UNCOVERED
      *    PART IS WRITTEN OFF IN KEY ORDER AND WHATEVER THE PROCEEDS
      *    COVERED IS RECOVERED; THE ESCROW-CARRIED PREMIUM IS WRITTEN
      *    OFF WITH THE ESCROW BALANCE THE CLOSE ZEROES, ITS HISTORY
      *    FLAGGED SO EPSGLPST LEAVES IT ALONE.
       A350-CLOSE-ADVANCES.
           IF NOT ADVANCE-LEDGER-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ADVANCE-LOSS TO WS-ADVANCE-LOSS-LEFT.
           MOVE 'N'        TO WS-END-OF-ADVANCES.
           MOVE COTX-PAN   TO CADV-PAN.
           MOVE LOW-VALUES TO CADV-TYPE.
           START CORP-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-START.
           PERFORM A360-CLOSE-ONE-ADVANCE UNTIL END-OF-ADVANCES
           .

       A360-CLOSE-ONE-ADVANCE.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF CADV-PAN NOT = COTX-PAN
              MOVE 'Y' TO WS-END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           IF NOT CADV-OPEN OR CADV-BALANCE = 0
              EXIT PARAGRAPH
           END-IF.
           IF CADV-ESCROW-CARRIED
              MOVE CADV-BALANCE TO WS-ADVANCE-TAKEN
           ELSE
              IF CADV-BALANCE > WS-ADVANCE-LOSS-LEFT
                 MOVE WS-ADVANCE-LOSS-LEFT TO WS-ADVANCE-TAKEN
              ELSE
                 MOVE CADV-BALANCE         TO WS-ADVANCE-TAKEN
              END-IF
              SUBTRACT WS-ADVANCE-TAKEN FROM WS-ADVANCE-LOSS-LEFT
           END-IF.
           IF WS-ADVANCE-TAKEN > 0
              ADD WS-ADVANCE-TAKEN      TO CADV-WRITTEN-OFF-AMOUNT
              SUBTRACT WS-ADVANCE-TAKEN FROM CADV-BALANCE
              MOVE 'W' TO WS-HISTORY-ACTIVITY
              PERFORM A370-WRITE-ADVANCE-HISTORY
           END-IF.
           IF CADV-BALANCE > 0
              MOVE CADV-BALANCE         TO WS-ADVANCE-TAKEN
              ADD WS-ADVANCE-TAKEN      TO CADV-RECOVERED-TO-DATE
              MOVE 0                    TO CADV-BALANCE
              MOVE WS-CURRENT-DATE-8    TO CADV-LAST-RECOVERY-DATE
              MOVE 'R' TO WS-HISTORY-ACTIVITY
              PERFORM A370-WRITE-ADVANCE-HISTORY
           END-IF.
           IF CADV-WRITTEN-OFF-AMOUNT > 0
              MOVE 'W' TO CADV-STATUS-IND
           ELSE
              MOVE 'C' TO CADV-STATUS-IND
           END-IF.
           MOVE 0                 TO CADV-OLDEST-OPEN-DATE.
           MOVE WS-CURRENT-DATE-8 TO CADV-LAST-MAINT-DATE.
           REWRITE CORP-ADVANCE-RECORD
           .

       A370-WRITE-ADVANCE-HISTORY.
           MOVE SPACES                  TO CORP-ADVANCE-HISTORY-RECORD.
           MOVE CADV-PAN                TO CAHST-PAN.
           MOVE WS-HISTORY-ACTIVITY     TO CAHST-ACTIVITY.
           MOVE CADV-TYPE               TO CAHST-TYPE.
           MOVE CADV-ESCROW-CARRIED-IND TO CAHST-ESCROW-CARRIED-IND.
           MOVE WS-CURRENT-DATE-8       TO CAHST-POST-DATE.
           MOVE WS-ADVANCE-TAKEN        TO CAHST-AMOUNT.
           MOVE CADV-BALANCE            TO CAHST-BALANCE-AFTER.
           MOVE 'EPSCHGOF'              TO CAHST-SOURCE-PGM.
           MOVE 'CHARGE-OFF'            TO CAHST-REFERENCE.
           WRITE CORP-ADVANCE-HISTORY-RECORD
           .

      *    BALANCED DEBIT/CREDIT PAIRS PER CHARGE-OFF - THE SAME
      *    BY-CONSTRUCTION BALANCE EPSGLPST'S EXTRACT HAS. THE LOAN'S
      *    SHARE OF THE LOSS POSTS UNDER CHGO, THE WRITTEN-OFF
      *    ADVANCES UNDER CADW AGAINST THE ADVANCE RECEIVABLE.
       A400-POST-WRITE-OFF.
           IF WS-LOAN-LOSS > 0
              MOVE WS-CHGO-DEBIT-ACCOUNT  TO GLXTR-ACCOUNT
              MOVE 'D'                    TO GLXTR-DR-CR-IND
              MOVE WS-LOAN-LOSS           TO GLXTR-AMOUNT
              MOVE 'CHGO'                 TO GLXTR-SOURCE-CODE
              MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE
              WRITE GL-INTERFACE-RECORD
              MOVE WS-CHGO-CREDIT-ACCOUNT TO GLXTR-ACCOUNT
              MOVE 'C'                    TO GLXTR-DR-CR-IND
              WRITE GL-INTERFACE-RECORD
           END-IF.
           IF WS-ADVANCE-LOSS > 0
              MOVE WS-CADW-DEBIT-ACCOUNT  TO GLXTR-ACCOUNT
              MOVE 'D'                    TO GLXTR-DR-CR-IND
              MOVE WS-ADVANCE-LOSS        TO GLXTR-AMOUNT
              MOVE 'CADW'                 TO GLXTR-SOURCE-CODE
              MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE
              WRITE GL-INTERFACE-RECORD
              MOVE WS-CADW-CREDIT-ACCOUNT TO GLXTR-ACCOUNT
              MOVE 'C'                    TO GLXTR-DR-CR-IND
              WRITE GL-INTERFACE-RECORD
           END-IF
           .

       A500-OPEN-SUBLEDGER.
           END-WRITE
           .

      *    ONLY AN ACTIVE GOVERNMENT LOAN IS TOUCHED - A RECORD
      *    ALREADY IN CLAIM OR TERMINATED KEEPS WHAT IT HAS.
       A600-RECORD-GOVT-DISPOSITION.
           MOVE COTX-PAN TO GOVT-PAN.
           READ GOVT-LOAN-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT GOVT-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           IF COTX-SHORT-SALE
              MOVE 'S'             TO GOVT-DISPOSITION-TYPE
           ELSE
              MOVE 'F'             TO GOVT-DISPOSITION-TYPE
           END-IF.
           MOVE COTX-SALE-DATE     TO GOVT-DISPOSITION-DATE.
           MOVE WS-DEBT-AT-SALE    TO GOVT-DEBT-AT-DISPOSITION.
           MOVE COTX-SALE-PROCEEDS TO GOVT-SALE-PROCEEDS.
           IF WS-DEFICIENCY > 0
              MOVE 'C'             TO GOVT-STATUS-IND
              MOVE 'R'             TO GOVT-CLAIM-STATUS
              MOVE 'CHARGED OFF - SUB-LEDGER OPENED, GOVT CLAIM DUE'
                                   TO DTL-RESULT
           ELSE
              MOVE 'T'             TO GOVT-STATUS-IND
           END-IF.
           MOVE WS-CURRENT-DATE-8  TO GOVT-LAST-MAINT-DATE.
           REWRITE GOVERNMENT-LOAN-RECORD
           .

       A900-FINALIZE.
           MOVE WS-CHARGED-OFF-COUNT TO SUM-CHARGED.
           MOVE WS-ERROR-COUNT       TO SUM-ERRORS.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE RECOVERY-SUBLEDGER-FILE.
           IF ADVANCE-LEDGER-OPEN
              CLOSE CORP-ADVANCE-FILE
           END-IF.
           CLOSE ADVANCE-HISTORY-FILE.
           IF GOVT-LOANS-OPEN
              CLOSE GOVT-LOAN-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
