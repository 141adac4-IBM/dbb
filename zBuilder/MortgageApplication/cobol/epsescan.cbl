      *    STATEMENT REGULATORS REQUIRE - ONE PER LOAN TO ESCSTMT IN
      *    THE SAME PRINT SHAPE AS EPSDENLT'S DNLLETR LETTERS.
      *
      *    A LOAN STILL CARRYING PMI GETS THE ANNUAL HOMEOWNERS
      *    PROTECTION ACT DISCLOSURE ON ITS STATEMENT - THE DATE THE
      *    INSURANCE ENDS AUTOMATICALLY (STAMPED ON EPSMIPOL BY
      *    EPSPMITR) AND THE BORROWER'S RIGHT TO ASK FOR CANCELLATION
      *    AT 80%.
      *
      *    EVERY LOAN WHOSE ESCROW PAYMENT CHANGES ALSO GETS A
      *    PAYMENT-CHANGE RECORD ON ESCNPCHG, EFFECTIVE WITH ITS NEXT
      *    DUE PAYMENT, SO EPSBKPOC CAN NOTICE THE CHANGE IN A
      *    CHAPTER 13 CASE.
      *
      *    A LOAN'S FIRST ANALYSIS ALSO SETS WHAT HAPPENED AGAINST
      *    THE INITIAL ESCROW ACCOUNT STATEMENT EPSESIDS GAVE THE
      *    BORROWER AT BOARDING (KEPT ON EPSESPRJ): DEPOSITS,
      *    DISBURSEMENTS AND BALANCE, PROJECTED AND ACTUAL, OVER THE
      *    MONTHS OF THE PROJECTION ELAPSED SO FAR. ACTUAL DEPOSITS
      *    ARE THE ESCROW SHARE OF THE POSTED PAYMENTS ON EPSPYHST;
      *    ACTUAL DISBURSEMENTS ARE WHAT LEFT THE ACCOUNT - THE
      *    INITIAL DEPOSIT PLUS THOSE DEPOSITS LESS TODAY'S BALANCE.
      *    THE PROJECTION IS THEN STAMPED COMPARED SO IT PRINTS ONCE.
      *
      *    A BORROWER ENROLLED FOR PAPERLESS ESCROW ANALYSES (AN
      *    ENROLLED EPSEDPRF 'EA' RECORD WITH AN E-SIGN CONSENT DATE)
      *    GETS THE STATEMENT ON ESCSTME, THE E-DELIVERY STREAM
      *    EPSARCST FILES AND EXTRACTS FOR THE EMAIL VENDOR, INSTEAD
      *    OF ON THE ESCSTMT PRINT FILE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT MI-POLICY-FILE ASSIGN TO EPSMIPOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MIPOL-PAN
                  FILE STATUS IS WS-MIPOL-STATUS.

           SELECT PROJECTION-FILE ASSIGN TO EPSESPRJ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPRJ-PAN
                  FILE STATUS IS WS-ESPRJ-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EPSPYHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYHST-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO ESCSTMT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT E-STATEMENT-FILE ASSIGN TO ESCSTME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ESTMT-STATUS.

           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

      *    PAYMENT CHANGES - CONCATENATED ONTO EPSBKPOC'S EPSPYCHG
      *    INPUT BY THE STREAM.
           SELECT PAYMENT-CHANGE-FILE ASSIGN TO ESCNPCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYCHG-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO ESCANRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  MI-POLICY-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSMIPOL.

       FD  PROJECTION-FILE
           RECORD CONTAINS 600 CHARACTERS.
           COPY EPSESPRJ.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-LINE                     PIC X(80).

       FD  E-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMT-LINE                    PIC X(80).

       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  PAYMENT-CHANGE-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSPYCHG.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MIPOL-STATUS             PIC XX.
           03 WS-ESPRJ-STATUS             PIC XX.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-STMT-STATUS              PIC XX.
           03 WS-ESTMT-STATUS             PIC XX.
           03 WS-EDPRF-STATUS             PIC XX.
           03 WS-PYCHG-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-PROJECTIONS       PIC X VALUE 'N'.
              88 END-OF-PROJECTIONS          VALUE 'Y'.
           03 WS-END-OF-PYHST             PIC X VALUE 'N'.
              88 END-OF-PYHST                VALUE 'Y'.
      *    THE PROJECTION AND HISTORY FILES ARE OPTIONAL - WITHOUT
      *    THEM THERE IS SIMPLY NOTHING TO COMPARE.
           03 WS-ESPRJ-OPEN               PIC X VALUE 'N'.
              88 ESPRJ-OPEN                  VALUE 'Y'.
           03 WS-PYHST-OPEN               PIC X VALUE 'N'.
              88 PYHST-OPEN                  VALUE 'Y'.
           03 WS-COMPARE-FOUND            PIC X VALUE 'N'.
              88 COMPARE-FOUND               VALUE 'Y'.
           03 WS-EDPRF-OPEN               PIC X VALUE 'N'.
              88 EDPRF-FILE-OPEN             VALUE 'Y'.
           03 WS-EDELIVERY-IND            PIC X VALUE 'N'.
              88 DELIVER-ELECTRONICALLY      VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ANALYZED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SHORTAGE-COUNT           PIC 9(7) VALUE 0.
           03 WS-SURPLUS-COUNT            PIC 9(7) VALUE 0.
           03 WS-COMPARED-COUNT           PIC 9(7) VALUE 0.
           03 WS-EDELIVERY-COUNT          PIC 9(7) VALUE 0.

      *    PROJECTIONS NOT YET COMPARED, WITH THE ESCROW DEPOSITS
      *    POSTED SINCE THEIR FIRST PROJECTED MONTH.
       01 WS-PROJECTION-TABLE.
           03 WS-PRJ-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-PRJ-ENTRY OCCURS 2000 TIMES.
              05 PRJ-PAN                  PIC X(10).
              05 PRJ-FIRST-YYYYMM         PIC 9(6).
              05 PRJ-ACTUAL-DEPOSITS      PIC S9(9)V99 COMP.
       01 WS-PRJ-IDX                      PIC 9(4) COMP.
       01 WS-PRJ-FOUND-IDX                PIC 9(4) COMP.
       01 WS-MONTH-IDX                    PIC 9(2) COMP.
       01 WS-HIST-YYYYMM                  PIC 9(6).
       01 WS-CURRENT-YYYYMM               PIC 9(6).

       01 WS-ANALYSIS-WORK.
           03 WS-PROJECTED-DISBURSEMENTS  PIC S9(9)V99 COMP.
      *    BALANCE.
           03 WS-OLD-ESCROW-MONTHLY       PIC S9(7)V99 COMP.

       01 WS-COMPARISON-WORK.
           03 WS-PROJ-DEPOSITS            PIC S9(9)V99 COMP.
           03 WS-PROJ-DISBURSED           PIC S9(9)V99 COMP.
           03 WS-PROJ-BALANCE             PIC S9(9)V99 COMP.
           03 WS-ACT-DEPOSITS             PIC S9(9)V99 COMP.
           03 WS-ACT-DISBURSED            PIC S9(9)V99 COMP.
           03 WS-ELAPSED-MONTHS           PIC 9(2) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
              05 FILLER                   PIC X(30) VALUE
                 'NEW MONTHLY ESCROW PAYMENT'.
              05 NEW-AMOUNT               PIC ZZZ,ZZ9.99.
           03 WS-CMP-TITLE-LINE           PIC X(80) VALUE
              'YOUR FIRST YEAR - INITIAL ESCROW STATEMENT AGAINST ACTUA
      -       'L'.
           03 WS-CMP-HEADING-LINE.
              05 FILLER                   PIC X(28) VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 '     PROJECTED'.
              05 FILLER                   PIC X(14) VALUE
                 '        ACTUAL'.
           03 WS-CMP-MONTHS-LINE.
              05 FILLER                   PIC X(30) VALUE
                 'MONTHS COMPARED'.
              05 CMP-MONTHS               PIC Z9.
           03 WS-CMP-DETAIL-LINE.
              05 CMP-LABEL                PIC X(28).
              05 CMP-PROJECTED            PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 CMP-ACTUAL               PIC Z,ZZZ,ZZ9.99-.
           03 WS-HPA-TITLE-LINE           PIC X(80) VALUE
              'PRIVATE MORTGAGE INSURANCE - HOMEOWNERS PROTECTION ACT'.
           03 WS-HPA-DATE-LINE.
              05 FILLER                   PIC X(50) VALUE
                 'YOUR PMI WILL TERMINATE AUTOMATICALLY ON'.
              05 HPA-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HPA-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HPA-DD                   PIC 9(2).
           03 WS-HPA-AUTO-LINE            PIC X(80) VALUE
              'YOUR PMI WILL TERMINATE AUTOMATICALLY AT 78% OF THE ORIG
      -       'INAL VALUE IF CURRENT.'.
           03 WS-HPA-REQUEST-LINE-1       PIC X(80) VALUE
              'YOU MAY ASK IN WRITING TO CANCEL PMI ONCE YOUR BALANCE R
      -       'EACHES 80% OF THE'.
           03 WS-HPA-REQUEST-LINE-2       PIC X(80) VALUE
              'ORIGINAL VALUE, IF YOUR PAYMENT HISTORY IS GOOD AND THE
      -       'LOAN IS CURRENT.'.

       01 WS-HPA-DATE-PARTS.
           03 WS-HPA-YYYY                 PIC 9(4).
           03 WS-HPA-MM                   PIC 9(2).
           03 WS-HPA-DD                   PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SURPLUSES:'.
              05 SUM-SURPLUSES            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'COMPARED TO INITIAL:'.
              05 SUM-COMPARED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'E-DELIVERY:'.
              05 SUM-EDELIVERY            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN INPUT  MI-POLICY-FILE.
           OPEN I-O    PROJECTION-FILE.
           IF WS-ESPRJ-STATUS = '00'
              MOVE 'Y' TO WS-ESPRJ-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PROJECTIONS
           END-IF.
           OPEN INPUT  PAYMENT-HISTORY-FILE.
           IF WS-PYHST-STATUS = '00'
              MOVE 'Y' TO WS-PYHST-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PYHST
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT E-STATEMENT-FILE.
      *    NO PREFERENCE FILE YET MEANS EVERY STATEMENT IS MAILED.
           OPEN INPUT  EDELIVERY-PREF-FILE.
           IF WS-EDPRF-STATUS = '00'
              MOVE 'Y' TO WS-EDPRF-OPEN
           END-IF.
           OPEN OUTPUT PAYMENT-CHANGE-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO DATE-YYYY.
           MOVE WS-CURR-MM   TO DATE-MM.
           MOVE WS-CURR-DD   TO DATE-DD.
           MOVE WS-CURRENT-DATE-8(1:6) TO WS-CURRENT-YYYYMM.

           IF ESPRJ-OPEN
              MOVE LOW-VALUES TO ESPRJ-PAN
              START PROJECTION-FILE KEY IS NOT LESS THAN ESPRJ-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-PROJECTIONS
              END-START
           END-IF.
           PERFORM A110-LOAD-PROJECTION UNTIL END-OF-PROJECTIONS.
           IF WS-PRJ-COUNT = 0
              MOVE 'Y' TO WS-END-OF-PYHST
           END-IF.
           PERFORM A120-ADD-HISTORY UNTIL END-OF-PYHST.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
           END-IF
           .

       A110-LOAD-PROJECTION.
           READ PROJECTION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-PROJECTIONS
           END-READ.
           IF END-OF-PROJECTIONS OR ESPRJ-COMPARED-DATE > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-PRJ-COUNT >= 2000
              DISPLAY 'EPSESCAN: PROJECTION TABLE FULL AT 2000'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PRJ-COUNT.
           MOVE ESPRJ-PAN             TO PRJ-PAN(WS-PRJ-COUNT).
           MOVE ESPRJ-MONTH-YYYYMM(1) TO PRJ-FIRST-YYYYMM(WS-PRJ-COUNT).
           MOVE 0 TO PRJ-ACTUAL-DEPOSITS(WS-PRJ-COUNT)
           .

      *    ONE PASS OF THE HISTORY: EACH PAYMENT'S ESCROW SHARE GOES
      *    TO ITS LOAN'S PROJECTION WHEN IT WAS MADE IN OR AFTER THE
      *    FIRST PROJECTED MONTH. A REVERSAL TAKES IT BACK; A HELOC
      *    DRAW BROUGHT NO CASH IN.
       A120-ADD-HISTORY.
           READ PAYMENT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PYHST
           END-READ.
           IF END-OF-PYHST OR PYHST-SOURCE-HELOC-DRAW
              OR PYHST-ESCROW-APPLIED = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE PYHST-PAN TO ESPRJ-PAN.
           PERFORM A130-FIND-PROJECTION.
           IF NOT COMPARE-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE PYHST-PAYMENT-DATE(1:6) TO WS-HIST-YYYYMM.
           IF WS-HIST-YYYYMM < PRJ-FIRST-YYYYMM(WS-PRJ-FOUND-IDX)
              EXIT PARAGRAPH
           END-IF.
           IF PYHST-SOURCE-REVERSAL
              SUBTRACT PYHST-ESCROW-APPLIED
                  FROM PRJ-ACTUAL-DEPOSITS(WS-PRJ-FOUND-IDX)
           ELSE
              ADD PYHST-ESCROW-APPLIED
                  TO PRJ-ACTUAL-DEPOSITS(WS-PRJ-FOUND-IDX)
           END-IF
           .

      *    LOOKS ESPRJ-PAN UP IN THE TABLE OF UNCOMPARED PROJECTIONS.
       A130-FIND-PROJECTION.
           MOVE 'N' TO WS-COMPARE-FOUND.
           MOVE 0   TO WS-PRJ-FOUND-IDX.
           PERFORM A135-MATCH-PROJECTION
                   VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
                      OR COMPARE-FOUND
           .

       A135-MATCH-PROJECTION.
           IF PRJ-PAN(WS-PRJ-IDX) = ESPRJ-PAN
              MOVE 'Y'        TO WS-COMPARE-FOUND
              MOVE WS-PRJ-IDX TO WS-PRJ-FOUND-IDX
           END-IF
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT INVALID KEY
                 PERFORM A400-WRITE-STATEMENT
                 IF WS-NEW-ESCROW-MONTHLY NOT = WS-OLD-ESCROW-MONTHLY
                    PERFORM A350-WRITE-PAYMENT-CHANGE
                 END-IF
           END-REWRITE
           .

       A350-WRITE-PAYMENT-CHANGE.
           MOVE SPACES                TO PAYMENT-CHANGE-RECORD.
           MOVE SRV-PAN               TO PYCHG-PAN.
           MOVE 'E'                   TO PYCHG-SOURCE-IND.
           MOVE WS-CURRENT-DATE-8     TO PYCHG-CHANGE-DATE.
           MOVE SRV-NEXT-DUE-DATE     TO PYCHG-EFFECTIVE-DATE.
           MOVE SRV-CURRENT-RATE      TO PYCHG-OLD-RATE.
           MOVE SRV-CURRENT-RATE      TO PYCHG-NEW-RATE.
           MOVE SRV-PI-PAYMENT        TO PYCHG-OLD-PI-PAYMENT.
           MOVE SRV-PI-PAYMENT        TO PYCHG-NEW-PI-PAYMENT.
           MOVE WS-OLD-ESCROW-MONTHLY TO PYCHG-OLD-ESCROW-MONTHLY.
           MOVE WS-NEW-ESCROW-MONTHLY TO PYCHG-NEW-ESCROW-MONTHLY.
           MOVE SRV-PMI-MONTHLY       TO PYCHG-PMI-MONTHLY.
           WRITE PAYMENT-CHANGE-RECORD
           .

       A400-WRITE-STATEMENT.
           PERFORM A410-CHECK-EDELIVERY.
           MOVE WS-DATE-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-TITLE-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE SRV-PAN          TO ACC-PAN.
           MOVE WS-ACCOUNT-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           MOVE SRV-ANNUAL-PROPERTY-TAX       TO TAX-AMOUNT.
           MOVE WS-TAX-LINE      TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE SRV-ANNUAL-INSURANCE-PREMIUM  TO INS-AMOUNT.
           MOVE WS-INS-LINE      TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE SRV-ESCROW-BALANCE            TO BAL-AMOUNT.
           MOVE WS-BAL-LINE      TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           COMPUTE COLL-AMOUNT = WS-OLD-ESCROW-MONTHLY * 12.
           MOVE WS-COLL-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           IF WS-SHORTAGE-SURPLUS > 0
              MOVE WS-SHORTAGE-SURPLUS TO SHT-AMOUNT
              MOVE WS-SHORT-LINE    TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
           IF WS-SHORTAGE-SURPLUS < 0
              COMPUTE SRP-AMOUNT = 0 - WS-SHORTAGE-SURPLUS
              MOVE WS-SURP-LINE     TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

           MOVE WS-NEW-ESCROW-MONTHLY TO NEW-AMOUNT.
           MOVE WS-NEWPAY-LINE   TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF WS-PRJ-COUNT > 0
              PERFORM A420-COMPARE-INITIAL-STATEMENT
           END-IF.
           IF SRV-PMI-MONTHLY > 0
              PERFORM A450-WRITE-HPA-DISCLOSURE
           END-IF.
           MOVE WS-BLANK-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE
           .

      *    ELECTRONIC ONLY WITH AN ENROLLED 'EA' PREFERENCE THAT HAS
      *    AN E-SIGN CONSENT DATE.
       A410-CHECK-EDELIVERY.
           MOVE 'N' TO WS-EDELIVERY-IND.
           IF NOT EDPRF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO EDPF-PAN.
           MOVE 'EA'    TO EDPF-DOC-TYPE.
           READ EDELIVERY-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EDPF-ENROLLED AND EDPF-CONSENT-DATE > 0
                    MOVE 'Y' TO WS-EDELIVERY-IND
                    ADD 1 TO WS-EDELIVERY-COUNT
                 END-IF
           END-READ
           .

      *    THE PROJECTED SIDE COVERS THE PROJECTION MONTHS UP TO THIS
      *    ONE. A LOAN WHOSE FIRST PAYMENT HAS NOT COME DUE YET HAS
      *    NOTHING TO SET AGAINST IT AND WAITS FOR NEXT YEAR.
       A420-COMPARE-INITIAL-STATEMENT.
           MOVE SRV-PAN TO ESPRJ-PAN.
           PERFORM A130-FIND-PROJECTION.
           IF NOT COMPARE-FOUND
              EXIT PARAGRAPH
           END-IF.
           READ PROJECTION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO WS-PROJ-DEPOSITS.
           MOVE 0 TO WS-PROJ-DISBURSED.
           MOVE ESPRJ-INITIAL-DEPOSIT TO WS-PROJ-BALANCE.
           MOVE 0 TO WS-ELAPSED-MONTHS.
           PERFORM A425-ADD-PROJECTED-MONTH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12.
           IF WS-ELAPSED-MONTHS = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE PRJ-ACTUAL-DEPOSITS(WS-PRJ-FOUND-IDX)
                TO WS-ACT-DEPOSITS.
           COMPUTE WS-ACT-DISBURSED = ESPRJ-INITIAL-DEPOSIT
                 + WS-ACT-DEPOSITS
                 - SRV-ESCROW-BALANCE.

           MOVE WS-BLANK-LINE      TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-CMP-TITLE-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-ELAPSED-MONTHS  TO CMP-MONTHS.
           MOVE WS-CMP-MONTHS-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-CMP-HEADING-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE 'ESCROW DEPOSITS'  TO CMP-LABEL.
           MOVE WS-PROJ-DEPOSITS   TO CMP-PROJECTED.
           MOVE WS-ACT-DEPOSITS    TO CMP-ACTUAL.
           MOVE WS-CMP-DETAIL-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE 'TAX AND INSURANCE PAID' TO CMP-LABEL.
           MOVE WS-PROJ-DISBURSED  TO CMP-PROJECTED.
           MOVE WS-ACT-DISBURSED   TO CMP-ACTUAL.
           MOVE WS-CMP-DETAIL-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE 'ESCROW BALANCE'   TO CMP-LABEL.
           MOVE WS-PROJ-BALANCE    TO CMP-PROJECTED.
           MOVE SRV-ESCROW-BALANCE TO CMP-ACTUAL.
           MOVE WS-CMP-DETAIL-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           MOVE WS-CURRENT-DATE-8  TO ESPRJ-COMPARED-DATE.
           REWRITE ESCROW-PROJECTION-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-COMPARED-COUNT
           END-REWRITE
           .

       A425-ADD-PROJECTED-MONTH.
           IF ESPRJ-MONTH-YYYYMM(WS-MONTH-IDX) > WS-CURRENT-YYYYMM
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ELAPSED-MONTHS.
           ADD ESPRJ-MONTH-DEPOSIT(WS-MONTH-IDX) TO WS-PROJ-DEPOSITS.
           ADD ESPRJ-MONTH-TAX(WS-MONTH-IDX)
               ESPRJ-MONTH-INSURANCE(WS-MONTH-IDX)
               TO WS-PROJ-DISBURSED.
           MOVE ESPRJ-MONTH-BALANCE(WS-MONTH-IDX) TO WS-PROJ-BALANCE
           .

      *    THE ANNUAL HPA DISCLOSURE. A POLICY EPSPMITR HAS NOT YET
      *    DATED GETS THE 78% RULE IN WORDS INSTEAD OF A DATE.
       A450-WRITE-HPA-DISCLOSURE.
           MOVE SRV-PAN TO MIPOL-PAN.
           READ MI-POLICY-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT MIPOL-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BLANK-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-HPA-TITLE-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF MIPOL-TERMINATION-DATE > 0
              MOVE MIPOL-TERMINATION-DATE TO WS-HPA-DATE-PARTS
              MOVE WS-HPA-YYYY       TO HPA-YYYY
              MOVE WS-HPA-MM         TO HPA-MM
              MOVE WS-HPA-DD         TO HPA-DD
              MOVE WS-HPA-DATE-LINE  TO STMT-LINE
           ELSE
              MOVE WS-HPA-AUTO-LINE  TO STMT-LINE
           END-IF.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-HPA-REQUEST-LINE-1 TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-HPA-REQUEST-LINE-2 TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE
           .

       A900-FINALIZE.
           MOVE WS-ANALYZED-COUNT TO SUM-ANALYZED.
           MOVE WS-SHORTAGE-COUNT TO SUM-SHORTAGES.
           MOVE WS-SURPLUS-COUNT  TO SUM-SURPLUSES.
           MOVE WS-COMPARED-COUNT TO SUM-COMPARED.
           MOVE WS-EDELIVERY-COUNT TO SUM-EDELIVERY.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE MI-POLICY-FILE.
           IF ESPRJ-OPEN
              CLOSE PROJECTION-FILE
           END-IF.
           IF PYHST-OPEN
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE E-STATEMENT-FILE.
           IF EDPRF-FILE-OPEN
              CLOSE EDELIVERY-PREF-FILE
           END-IF.
           CLOSE PAYMENT-CHANGE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .

      *    EVERY STATEMENT LINE GOES THROUGH HERE - TO THE E-DELIVERY
      *    STREAM FOR AN ENROLLED BORROWER, TO PRINT FOR EVERYONE ELSE.
       A950-WRITE-STMT-LINE.
           IF DELIVER-ELECTRONICALLY
              MOVE STMT-LINE TO ESTMT-LINE
              WRITE ESTMT-LINE
           ELSE
              WRITE STMT-LINE
           END-IF
           .
