      *    DISCLAIMER, NO LATE-CHARGE LINE AND NO AMOUNT-DUE DEMAND -
      *    SO THE STATEMENT CANNOT READ AS DUNNING.
      *
      *    A LOAN WITH AN ACTIVE EPSBYDNF TEMPORARY BUYDOWN IS BILLED
      *    THE REDUCED P+I FOR THE BUYDOWN YEAR OF THE INSTALLMENT
      *    DUE, WITH THE SUBSIDY EPSPYPST WILL DRAW SHOWN BESIDE IT.
      *
      *    A BALLOON LOAN (SEE EPSBLMNT) SHOWS ITS MATURITY DATE ON
      *    EVERY STATEMENT. ONCE THE INSTALLMENT DUE IS THE MATURITY
      *    INSTALLMENT IT GETS THE FINAL BILL INSTEAD - THE BALLOON
      *    (THE UNPAID BALANCE PLUS THAT MONTH'S INTEREST, PRICED
      *    THROUGH EPSBLAMT) IN PLACE OF THE REGULAR P+I - AND KEEPS
      *    GETTING IT UNTIL THE BALLOON IS PAID.
      *
      *    A RUN BILLS ONE DUE-DATE CYCLE: EVERY LOAN WHOSE NEXT
      *    INSTALLMENT FALLS DUE ON OR BEFORE THE CYCLE DUE DATE, READ
      *    UP THE SRV-NEXT-DUE-DATE ALTERNATE INDEX, SO THE BROWSE
      *    STOPS AT THE FIRST LOAN DUE BEYOND THE CYCLE. A LOAN PAID
      *    AHEAD IS BILLED IN THE CYCLE ITS NEXT INSTALLMENT FALLS
      *    DUE. THE RECORDS READ GO TO EPSRUNRS FOR THE HEALTH PAGE.
      *
      *    A BORROWER ENROLLED FOR PAPERLESS STATEMENTS (AN ENROLLED
      *    EPSEDPRF 'ST' RECORD WITH AN E-SIGN CONSENT DATE) GETS THE
      *    SAME STATEMENT ON BILSTME, THE E-DELIVERY STREAM EPSARCST
      *    FILES AND EXTRACTS FOR THE EMAIL VENDOR, INSTEAD OF ON THE
      *    BILSTMT PRINT FILE. A KNOWN-BAD POSTAL ADDRESS DOES NOT
      *    HOLD AN EMAILED STATEMENT. A STATEMENT ADDRESSED TO A
      *    CONFIRMED SUCCESSOR ALWAYS GOES ON PAPER - THE ADDRESS ON
      *    FILE IS THE DECEASED BORROWER'S.
      *
      *    A PARTITION NUMBER ON THE CARD RUNS ONE EPSPTCTL PAN-RANGE
      *    PARTITION OF THE CYCLE SIDE BY SIDE WITH THE OTHERS: THE
      *    PARTITION BROWSES ITS RANGE IN PAN ORDER INSTEAD OF UP THE
      *    DUE-DATE INDEX, PASSING OVER LOANS DUE BEYOND THE CYCLE,
      *    CHECKPOINTS AND RESUMES THROUGH EPSPARTN, AND TIMES AND
      *    SUMMARIZES ITSELF UNDER THE PARTITION JOB NAME (EPSBIL01).
      *    ITS BILSTMT AND BILSTME DDS ARE THE PARTITION'S OWN FILES -
      *    STREAMS 1 AND 2 - WHICH EPSPTMRG MERGES FOR THE PRINT AND
      *    E-DELIVERY VENDORS. A RESUMED PARTITION'S EPSPARTN TOTALS,
      *    NOT ITS OWN COUNTS, GO TO EPSRUNRS.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 1-8   CYCLE DUE DATE, YYYYMMDD (BLANK = THE FIRST
      *                  OF NEXT MONTH).
      *       COLS 10-11 PARTITION NUMBER (BLANK OR 00 = THE WHOLE
      *                  FILE IN ONE RUN).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  ALTERNATE RECORD KEY IS SRV-NEXT-DUE-DATE
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO BILSTMT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT E-STATEMENT-FILE ASSIGN TO BILSTME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ESTMT-STATUS.

           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-LINE                     PIC X(80).

       FD  E-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMT-LINE                    PIC X(80).

       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SUCCESSOR-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SUCR-STATUS              PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-ESTMT-STATUS             PIC XX.
           03 WS-EDPRF-STATUS             PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 ADDRESS-IS-BAD              VALUE 'Y'.
           03 WS-END-OF-ACTIVITY          PIC X VALUE 'N'.
              88 END-OF-ACTIVITY             VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.
           03 WS-FINAL-BILL-IND           PIC X VALUE 'N'.
              88 BALLOON-FINAL-BILL          VALUE 'Y'.
           03 WS-EDPRF-OPEN               PIC X VALUE 'N'.
              88 EDPRF-FILE-OPEN             VALUE 'Y'.
           03 WS-EDELIVERY-IND            PIC X VALUE 'N'.
              88 DELIVER-ELECTRONICALLY      VALUE 'Y'.
           03 WS-PARTITION-IND            PIC X VALUE 'N'.
              88 PARTITION-RUN               VALUE 'Y'.
           03 WS-QUALIFY-IND              PIC X VALUE 'N'.
              88 LOAN-QUALIFIES              VALUE 'Y'.
       01 WS-SUCR-IDX                     PIC 9(1).
       01 WS-SUCR-SLOT                    PIC 9(1).

       01 WS-COUNTERS.
           03 WS-STATEMENT-COUNT          PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7) VALUE 0.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 WS-CARD-CYCLE-DATE          PIC X(8).
           03 WS-CARD-CYCLE-DATE-N REDEFINES WS-CARD-CYCLE-DATE
                                          PIC 9(8).
           03 FILLER                      PIC X.
           03 WS-CARD-PARTITION           PIC X(2).
           03 WS-CARD-PARTITION-N REDEFINES WS-CARD-PARTITION
                                          PIC 9(2).
           03 FILLER                      PIC X(69).
      *    THE INSTALLMENT DATE THIS RUN BILLS THROUGH.
       01 WS-CYCLE-DUE-DATE.
           03 WS-CYCLE-YYYY               PIC 9(4).
           03 WS-CYCLE-MM                 PIC 9(2).
           03 WS-CYCLE-DD                 PIC 9(2).
       01 WS-CYCLE-DUE-DATE-8 REDEFINES WS-CYCLE-DUE-DATE
                                          PIC 9(8).

       01 WS-AMOUNT-DUE                   PIC S9(9)V99 COMP.

      *    THE P+I BILLED - THE NOTE-RATE PAYMENT LESS ANY BUYDOWN
      *    SUBSIDY FOR THE INSTALLMENT DUE. SEE A330.
       01 WS-BUYDOWN-WORK.
           03 WS-BILLED-PI                PIC S9(9)V99 COMP.
           03 WS-BILL-SUBSIDY             PIC S9(7)V99 COMP.
           03 WS-BILL-YEAR                PIC 9(1).

      *    THE BALLOON ON A FINAL BILL - SEE A340.
           COPY EPSBLPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 DATE-DD                  PIC 9(2).
           03 WS-TITLE-LINE               PIC X(80) VALUE
              'MONTHLY MORTGAGE BILLING STATEMENT'.
           03 WS-BALLOON-TITLE-LINE       PIC X(80) VALUE
              'FINAL STATEMENT - BALLOON PAYMENT DUE AT MATURITY'.
           03 WS-INFO-TITLE-LINE          PIC X(80) VALUE
              'INFORMATIONAL MORTGAGE STATEMENT'.
           03 WS-DISCLAIMER-LINE          PIC X(80) VALUE
              05 FILLER                   PIC X(28) VALUE
                 'PRINCIPAL AND INTEREST'.
              05 PIL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03 WS-BALLOON-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'BALLOON PAYMENT'.
              05 BLN-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-BUYDOWN-LINE.
              05 FILLER                   PIC X(23) VALUE
                 'BUYDOWN SUBSIDY - YEAR'.
              05 BYD-YEAR                 PIC 9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 BYD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03 WS-PMI-LINE.
              05 FILLER                   PIC X(28) VALUE
                 'PRIVATE MORTGAGE INSURANCE'.
                 'UNAPPLIED FUNDS (SUSPENSE)'.
              05 SUS-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03 WS-DUE-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'TOTAL AMOUNT DUE'.
              05 DUE-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-DUE-DATE-LINE.
              05 FILLER                   PIC X(28) VALUE
                 'PAYMENT DUE DATE'.
              05 DUE-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 DUE-DD                   PIC 9(2).
           03 WS-MATURITY-LINE.
              05 FILLER                   PIC X(28) VALUE
                 'BALLOON MATURITY DATE'.
              05 MAT-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 MAT-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 MAT-DD                   PIC 9(2).
           03 WS-BALANCE-LINE.
              05 FILLER                   PIC X(26) VALUE
                 'REMAINING LOAN BALANCE'.
           03 WS-DUE-MM                   PIC 9(2).
           03 WS-DUE-DD                   PIC 9(2).

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    PARTITION START/CHECKPOINT/END - SEE EPSPARTN. STREAM 1 IS
      *    BILSTMT, 2 BILSTME - LINES, NOT STATEMENTS.
           COPY EPSPTPM.
           COPY EPSPTMRK.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN
           .

       A100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO DATE-YYYY.
           MOVE WS-CURR-MM   TO DATE-MM.
           MOVE WS-CURR-DD   TO DATE-DD.
           PERFORM A110-READ-CONTROL-CARD.

           MOVE 'EPSBILST' TO EPSJOBTM-JOB-NAME.
           IF WS-CARD-PARTITION IS NUMERIC
              AND WS-CARD-PARTITION-N > 0
              PERFORM A120-START-PARTITION
           END-IF.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
      *    A RESUMED PARTITION ADDS TO WHAT ITS FAILED ATTEMPT WROTE.
           IF PARTITION-RUN AND EPSPARTN-RESUMING
              OPEN EXTEND STATEMENT-FILE
              OPEN EXTEND E-STATEMENT-FILE
           ELSE
              OPEN OUTPUT STATEMENT-FILE
              OPEN OUTPUT E-STATEMENT-FILE
           END-IF.
           IF PARTITION-RUN AND EPSPARTN-SUCCESS
              PERFORM A125-MARK-PARTITION-FILES
           END-IF.
      *    NO PREFERENCE FILE YET MEANS EVERY STATEMENT IS MAILED.
           OPEN INPUT  EDELIVERY-PREF-FILE.
           IF WS-EDPRF-STATUS = '00'
              MOVE 'Y' TO WS-EDPRF-OPEN
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  SUCCESSOR-FILE.
           OPEN INPUT  ONLINE-HISTORY-FILE.
      *    NO BUYDOWN FILE YET MEANS NO LOAN CARRIES A BUYDOWN.
           OPEN INPUT  BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '00'
              MOVE 'Y' TO WS-BYDNF-OPEN
           END-IF.

      *    A PARTITION BROWSES ITS PAN RANGE - THE DUE-DATE INDEX
      *    CANNOT BE SPLIT BY PAN.
           EVALUATE TRUE
              WHEN PARTITION-RUN AND NOT EPSPARTN-SUCCESS
                 MOVE 'Y' TO WS-END-OF-MASTER
              WHEN PARTITION-RUN AND EPSPARTN-RESUMING
                 MOVE EPSPARTN-LAST-PAN TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS GREATER THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN PARTITION-RUN
                 MOVE EPSPARTN-LOW-PAN TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN OTHER
                 MOVE 0 TO SRV-NEXT-DUE-DATE
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-NEXT-DUE-DATE
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
           END-EVALUATE.
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A110-READ-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF WS-CARD-CYCLE-DATE IS NUMERIC
              MOVE WS-CARD-CYCLE-DATE-N TO WS-CYCLE-DUE-DATE-8
           ELSE
              MOVE WS-CURR-YYYY TO WS-CYCLE-YYYY
              MOVE 1            TO WS-CYCLE-DD
              IF WS-CURR-MM = 12
                 ADD 1 TO WS-CYCLE-YYYY
                 MOVE 1 TO WS-CYCLE-MM
              ELSE
                 COMPUTE WS-CYCLE-MM = WS-CURR-MM + 1
              END-IF
           END-IF.

      *    THE PARTITION'S RANGE AND RESTART POINT COME FROM EPSPARTN.
      *    A PARTITION IT CANNOT PLACE BILLS NOTHING AND ENDS RC 16.
       A120-START-PARTITION.
           MOVE 'Y'                 TO WS-PARTITION-IND.
           MOVE 'EPSBILST'          TO EPSPARTN-JOB-NAME.
           MOVE WS-CARD-PARTITION-N TO EPSPARTN-PARTITION-NUM.
           SET EPSPARTN-START       TO TRUE.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS.
           MOVE EPSPARTN-PART-JOB-NAME TO EPSJOBTM-JOB-NAME.
           IF NOT EPSPARTN-SUCCESS
              MOVE 16 TO WS-RUN-RETURN-CODE
           END-IF
           .

      *    A FRESH PARTITION HEADS EACH OF ITS FILES WITH A HEADER
      *    MARKER; A RESUMED ONE FOLLOWS ITS FAILED ATTEMPT'S LINES
      *    WITH A RESUME MARKER CARRYING THE COUNT KEPT AS OF THE
      *    CHECKPOINT - SEE EPSPTMRK.cpy.
       A125-MARK-PARTITION-FILES.
           MOVE HIGH-VALUES         TO PTMRK-SENTINEL.
           IF EPSPARTN-RESUMING
              SET PTMRK-RESUME TO TRUE
           ELSE
              SET PTMRK-HEADER TO TRUE
           END-IF.
           MOVE WS-CARD-PARTITION-N TO PTMRK-PARTITION-NUM.
           MOVE EPSPARTN-STREAM-COUNT(1) TO PTMRK-KEPT-COUNT.
           WRITE STMT-LINE  FROM PARTITION-MARKER-RECORD.
           MOVE EPSPARTN-STREAM-COUNT(2) TO PTMRK-KEPT-COUNT.
           WRITE ESTMT-LINE FROM PARTITION-MARKER-RECORD
           .

       A150-READ-MASTER.
           MOVE 'N' TO WS-QUALIFY-IND.
           PERFORM A155-READ-ONE-MASTER
              UNTIL END-OF-MASTER OR LOAN-QUALIFIES
           .

      *    UP THE DUE-DATE INDEX THE FIRST LOAN DUE BEYOND THE CYCLE
      *    ENDS THE RUN; IN A PARTITION'S PAN ORDER IT IS PASSED OVER.
       A155-READ-ONE-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN PARTITION-RUN
                   AND SRV-PAN > EPSPARTN-HIGH-PAN
                 MOVE 'Y' TO WS-END-OF-MASTER
              WHEN SRV-NEXT-DUE-DATE <= WS-CYCLE-DUE-DATE-8
                 ADD 1 TO WS-READ-COUNT
                 MOVE 'Y' TO WS-QUALIFY-IND
              WHEN NOT PARTITION-RUN
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-EVALUATE
           .

      *    ONE CALL PER LOAN FINISHED - EPSPARTN REWRITES THE
      *    CHECKPOINT EVERY EPSPTCTL INTERVAL.
       A190-CHECKPOINT-LOAN.
           IF NOT PARTITION-RUN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN            TO EPSPARTN-LAST-PAN.
           PERFORM A195-LOAD-RUN-COUNTS.
           SET EPSPARTN-CHECKPOINT TO TRUE.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS
           .

       A195-LOAD-RUN-COUNTS.
           MOVE WS-READ-COUNT      TO EPSPARTN-READ-COUNT.
           MOVE 0                  TO EPSPARTN-ERROR-COUNT.
           MOVE WS-STATEMENT-COUNT TO EPSPARTN-OUT-TOTAL
           .

      *    A KNOWN-BAD ADDRESS HOLDS THE STATEMENT - POSTAGE TO
       A200-PROCESS-LOAN.
           IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
              PERFORM A205-CHECK-BAD-ADDRESS
              PERFORM A210-CHECK-EDELIVERY
              PERFORM A305-CHECK-BANKRUPTCY
              EVALUATE TRUE
                 WHEN ADDRESS-IS-BAD AND NOT DELIVER-ELECTRONICALLY
                    ADD 1 TO WS-HELD-COUNT
                 WHEN SRV-LOAN-CONSTRUCTION
                    PERFORM A350-WRITE-CONSTRUCTION-STMT
              END-EVALUATE
           END-IF
           .
           PERFORM A190-CHECKPOINT-LOAN.
           PERFORM A150-READ-MASTER.

       A205-CHECK-BAD-ADDRESS.
           END-READ
           .

      *    ELECTRONIC ONLY WITH AN ENROLLED 'ST' PREFERENCE THAT HAS
      *    AN E-SIGN CONSENT DATE, AND NEVER FOR A STATEMENT GOING TO
      *    A SUCCESSOR.
       A210-CHECK-EDELIVERY.
           MOVE 'N' TO WS-EDELIVERY-IND.
           IF NOT EDPRF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO EDPF-PAN.
           MOVE 'ST'    TO EDPF-DOC-TYPE.
           READ EDELIVERY-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EDPF-ENROLLED AND EDPF-CONSENT-DATE > 0
                    MOVE 'Y' TO WS-EDELIVERY-IND
                 END-IF
           END-READ.
           IF DELIVER-ELECTRONICALLY
              PERFORM A320-CHECK-SUCCESSOR
              IF MAIL-TO-SUCCESSOR
                 MOVE 'N' TO WS-EDELIVERY-IND
              END-IF
           END-IF
           .

       A300-WRITE-STATEMENT.
           MOVE 'N' TO WS-FINAL-BILL-IND.
           IF SRV-BALLOON-LOAN AND SRV-MATURITY-DATE > 0
              AND SRV-NEXT-DUE-DATE NOT < SRV-MATURITY-DATE
              MOVE 'Y' TO WS-FINAL-BILL-IND
           END-IF.
           MOVE WS-DATE-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           PERFORM A310-WRITE-ADDRESS-BLOCK.
           EVALUATE TRUE
              WHEN LOAN-IN-BANKRUPTCY
                 MOVE WS-INFO-TITLE-LINE TO STMT-LINE
                 PERFORM A950-WRITE-STMT-LINE
                 MOVE WS-DISCLAIMER-LINE TO STMT-LINE
                 PERFORM A950-WRITE-STMT-LINE
              WHEN BALLOON-FINAL-BILL
                 MOVE WS-BALLOON-TITLE-LINE TO STMT-LINE
                 PERFORM A950-WRITE-STMT-LINE
              WHEN OTHER
                 MOVE WS-TITLE-LINE    TO STMT-LINE
                 PERFORM A950-WRITE-STMT-LINE
           END-EVALUATE.
           MOVE SRV-PAN          TO ACC-PAN.
           MOVE WS-ACCOUNT-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           IF BALLOON-FINAL-BILL
              PERFORM A340-PRICE-BALLOON
              MOVE WS-BILLED-PI    TO BLN-AMOUNT
              MOVE WS-BALLOON-LINE TO STMT-LINE
           ELSE
              PERFORM A330-CHECK-BUYDOWN
              MOVE WS-BILLED-PI    TO PIL-AMOUNT
              MOVE WS-PI-LINE      TO STMT-LINE
           END-IF.
           PERFORM A950-WRITE-STMT-LINE.
           IF WS-BILL-SUBSIDY > 0
              MOVE WS-BILL-YEAR    TO BYD-YEAR
              MOVE WS-BILL-SUBSIDY TO BYD-AMOUNT
              MOVE WS-BUYDOWN-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
           MOVE SRV-PMI-MONTHLY    TO PMI-AMOUNT.
           MOVE WS-PMI-LINE        TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE SRV-ESCROW-MONTHLY TO ESC-AMOUNT.
           MOVE WS-ESCROW-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF SRV-LATE-CHARGE-DUE > 0 AND NOT LOAN-IN-BANKRUPTCY
              MOVE SRV-LATE-CHARGE-DUE TO LTE-AMOUNT
              MOVE WS-LATE-LINE        TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
      *    MONEY THE BORROWER ALREADY SENT THAT IS WAITING IN
      *    SUSPENSE FOR A FULL PAYMENT TO ACCUMULATE - SHOWN SO THE
           IF SRV-SUSPENSE-BALANCE > 0
              MOVE SRV-SUSPENSE-BALANCE TO SUS-AMOUNT
              MOVE WS-SUSPENSE-LINE     TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

      *    THE AMOUNT-DUE DEMAND STAYS OFF AN INFORMATIONAL
      *    STATEMENT ENTIRELY.
           IF NOT LOAN-IN-BANKRUPTCY
              COMPUTE WS-AMOUNT-DUE =
                      WS-BILLED-PI + SRV-PMI-MONTHLY
                    + SRV-ESCROW-MONTHLY + SRV-LATE-CHARGE-DUE
              MOVE WS-AMOUNT-DUE    TO DUE-AMOUNT
              MOVE WS-DUE-LINE      TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

           MOVE SRV-NEXT-DUE-DATE TO WS-DUE-DATE-PARTS.
           MOVE WS-DUE-MM         TO DUE-MM.
           MOVE WS-DUE-DD         TO DUE-DD.
           MOVE WS-DUE-DATE-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF SRV-BALLOON-LOAN
              MOVE SRV-MATURITY-DATE TO WS-DUE-DATE-PARTS
              MOVE WS-DUE-YYYY       TO MAT-YYYY
              MOVE WS-DUE-MM         TO MAT-MM
              MOVE WS-DUE-DD         TO MAT-DD
              MOVE WS-MATURITY-LINE  TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

           MOVE SRV-PRINCIPAL-BALANCE TO BAL-AMOUNT.
           MOVE WS-BALANCE-LINE       TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE         TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE
           .

      *    NAME AND MAILING ADDRESS FROM THE BORROWER MASTER - A LOAN
           IF MAIL-TO-SUCCESSOR
              MOVE SUCR-NAME(WS-SUCR-SLOT)        TO WS-NAME-LINE
              MOVE WS-NAME-LINE     TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
              MOVE SUCR-ADDR-LINE-1(WS-SUCR-SLOT) TO WS-ADDRESS-LINE
              MOVE WS-ADDRESS-LINE  TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
              MOVE SUCR-CITY(WS-SUCR-SLOT)  TO CSL-CITY
              MOVE SUCR-STATE(WS-SUCR-SLOT) TO CSL-STATE
              MOVE SUCR-ZIP(WS-SUCR-SLOT)   TO CSL-ZIP
              MOVE WS-CITY-STATE-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BORROWER-FOUND.
           IF WS-BORROWER-ON-FILE
              MOVE BRWR-NAME        TO WS-NAME-LINE
              MOVE WS-NAME-LINE     TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
              MOVE BRWR-ADDR-LINE-1 TO WS-ADDRESS-LINE
              MOVE WS-ADDRESS-LINE  TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
              IF BRWR-ADDR-LINE-2 NOT = SPACES
                 MOVE BRWR-ADDR-LINE-2 TO WS-ADDRESS-LINE
                 MOVE WS-ADDRESS-LINE  TO STMT-LINE
                 PERFORM A950-WRITE-STMT-LINE
              END-IF
              MOVE BRWR-CITY        TO CSL-CITY
              MOVE BRWR-STATE       TO CSL-STATE
              MOVE BRWR-ZIP         TO CSL-ZIP
              MOVE WS-CITY-STATE-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF
           .

           END-READ
           .

      *    THE BUYDOWN YEAR IS THE ONE THE INSTALLMENT DUE FALLS IN -
      *    ONE DUE ON OR AFTER THE ANNIVERSARY BILLS THE NEXT YEAR,
      *    OR THE FULL NOTE-RATE PAYMENT PAST THE LAST YEAR - AND THE
      *    SUBSIDY IS CAPPED AT WHAT IS LEFT, THE SAME WAY EPSPYPST
      *    DRAWS IT.
       A330-CHECK-BUYDOWN.
           MOVE SRV-PI-PAYMENT TO WS-BILLED-PI.
           MOVE 0              TO WS-BILL-SUBSIDY.
           MOVE 0              TO WS-BILL-YEAR.
           IF NOT BUYDOWN-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO BYDN-PAN.
           READ BUYDOWN-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT BYDN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           MOVE BYDN-CURRENT-YEAR TO WS-BILL-YEAR.
           IF SRV-NEXT-DUE-DATE NOT < BYDN-NEXT-STEP-DATE
              ADD 1 TO WS-BILL-YEAR
           END-IF.
           IF WS-BILL-YEAR > BYDN-YEAR-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BILL-SUBSIDY = SRV-PI-PAYMENT
                 - BYDN-REDUCED-PAYMENT(WS-BILL-YEAR).
           IF WS-BILL-SUBSIDY > BYDN-SUBSIDY-BALANCE
              MOVE BYDN-SUBSIDY-BALANCE TO WS-BILL-SUBSIDY
           END-IF.
           IF WS-BILL-SUBSIDY < 0
              MOVE 0 TO WS-BILL-SUBSIDY
           END-IF.
           SUBTRACT WS-BILL-SUBSIDY FROM WS-BILLED-PI
           .

      *    THE MATURITY INSTALLMENT IS THE WHOLE UNPAID BALANCE PLUS
      *    ONE MONTH'S INTEREST ON IT - NO REGULAR INSTALLMENTS LEFT
      *    TO RUN - AND NO BUYDOWN SUBSIDY APPLIES TO IT.
       A340-PRICE-BALLOON.
           MOVE 0                     TO WS-BILL-SUBSIDY.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSBLAMT-BALANCE.
           MOVE SRV-CURRENT-RATE      TO EPSBLAMT-NOTE-RATE.
           MOVE SRV-PI-PAYMENT        TO EPSBLAMT-PI-PAYMENT.
           MOVE 0                     TO EPSBLAMT-REGULAR-PAYMENTS.
           CALL 'EPSBLAMT' USING EPSBLAMT-PARMS.
           IF EPSBLAMT-SUCCESS
              MOVE EPSBLAMT-FINAL-PAYMENT TO WS-BILLED-PI
           ELSE
              MOVE SRV-PI-PAYMENT         TO WS-BILLED-PI
           END-IF
           .

      *    THE CONSTRUCTION-PHASE FORMAT - INTEREST ONLY ON THE
      *    DRAWN BALANCE, ONE MONTH AT THE NOTE RATE. THE AMORTIZING
      *    BREAKDOWN STARTS WHEN EPSCNCVT CONVERTS THE LOAN. AN
      *    OFF.
       A350-WRITE-CONSTRUCTION-STMT.
           MOVE WS-DATE-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           PERFORM A310-WRITE-ADDRESS-BLOCK.
           MOVE WS-CONSTRUCTION-TITLE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF LOAN-IN-BANKRUPTCY
              MOVE WS-DISCLAIMER-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
           MOVE SRV-PAN          TO ACC-PAN.
           MOVE WS-ACCOUNT-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           COMPUTE WS-AMOUNT-DUE ROUNDED =
                   SRV-PRINCIPAL-BALANCE * SRV-CURRENT-RATE / 1200.
           MOVE WS-AMOUNT-DUE TO IOL-AMOUNT.
           MOVE WS-IO-INTEREST-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF NOT LOAN-IN-BANKRUPTCY
              MOVE WS-AMOUNT-DUE TO DUE-AMOUNT
              MOVE WS-DUE-LINE   TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

           MOVE SRV-PRINCIPAL-BALANCE TO DRW-AMOUNT.
           MOVE WS-DRAWN-BALANCE-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE         TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE
           .

      *    THE REVOLVING FORMAT - DRAWN BALANCE, LIMIT, AVAILABLE
      *    DISCLAIMER ON, MINIMUM-PAYMENT DEMAND OFF.
       A360-WRITE-HELOC-STMT.
           MOVE WS-DATE-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           PERFORM A310-WRITE-ADDRESS-BLOCK.
           MOVE WS-HELOC-TITLE   TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           IF LOAN-IN-BANKRUPTCY
              MOVE WS-DISCLAIMER-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
           MOVE SRV-PAN          TO ACC-PAN.
           MOVE WS-ACCOUNT-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE    TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           MOVE SRV-PRINCIPAL-BALANCE TO DRW-AMOUNT.
           MOVE WS-DRAWN-BALANCE-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE SRV-CREDIT-LIMIT      TO LIM-AMOUNT.
           MOVE WS-LIMIT-LINE         TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           COMPUTE WS-AVAILABLE-CREDIT =
                   SRV-CREDIT-LIMIT - SRV-PRINCIPAL-BALANCE.
           IF WS-AVAILABLE-CREDIT < 0
           END-IF.
           MOVE WS-AVAILABLE-CREDIT   TO AVL-AMOUNT.
           MOVE WS-AVAILABLE-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.

           COMPUTE WS-MONTH-INTEREST ROUNDED =
                   SRV-PRINCIPAL-BALANCE * SRV-CURRENT-RATE / 1200.
           IF NOT LOAN-IN-BANKRUPTCY
              MOVE WS-MIN-PAYMENT        TO MIN-AMOUNT
              MOVE WS-MIN-PAYMENT-LINE   TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.
      *    MONEY IN SUSPENSE SHOWS HERE THE SAME WAY IT DOES ON THE
      *    STANDARD FORMAT - A SHORT HELOC PAYMENT WAITS THE SAME
           IF SRV-SUSPENSE-BALANCE > 0
              MOVE SRV-SUSPENSE-BALANCE TO SUS-AMOUNT
              MOVE WS-SUSPENSE-LINE     TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF.

           PERFORM A370-WRITE-CYCLE-ACTIVITY.
           MOVE WS-DUE-MM         TO DUE-MM.
           MOVE WS-DUE-DD         TO DUE-DD.
           MOVE WS-DUE-DATE-LINE  TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-BLANK-LINE     TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE
           .

      *    THE CYCLE'S DRAWS AND PAYMENTS, OFF THE KEYED HISTORY
      *    FIRST OF THE MONTH, READ FORWARD WHILE THE PAN HOLDS.
       A370-WRITE-CYCLE-ACTIVITY.
           MOVE WS-BLANK-LINE        TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE WS-ACTIVITY-HDG-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           MOVE 0 TO WS-ACTIVITY-COUNT.
           COMPUTE WS-CYCLE-START-8 =
                   (WS-CURR-YYYY * 10000) + (WS-CURR-MM * 100) + 1.
           PERFORM A380-WRITE-ONE-ACTIVITY UNTIL END-OF-ACTIVITY.
           IF WS-ACTIVITY-COUNT = 0
              MOVE WS-NO-ACTIVITY-LINE TO STMT-LINE
              PERFORM A950-WRITE-STMT-LINE
           END-IF
           .

           END-EVALUATE.
           MOVE PYHSV-AMOUNT-RECEIVED TO ACT-AMOUNT.
           MOVE WS-ACTIVITY-LINE TO STMT-LINE.
           PERFORM A950-WRITE-STMT-LINE.
           ADD 1 TO WS-ACTIVITY-COUNT
           .

       A900-FINALIZE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE E-STATEMENT-FILE.
           IF EDPRF-FILE-OPEN
              CLOSE EDELIVERY-PREF-FILE
           END-IF.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE BANKRUPTCY-FILE.
           CLOSE SUCCESSOR-FILE.
           CLOSE ONLINE-HISTORY-FILE.
           IF BUYDOWN-FILE-OPEN
              CLOSE BUYDOWN-FILE
           END-IF.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    A PARTITION'S EPSRUNRS ENTRY CARRIES ITS TOTALS ACROSS
      *    EVERY ATTEMPT, UNDER THE PARTITION JOB NAME.
           MOVE EPSJOBTM-JOB-NAME   TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT       TO EPSRUNWR-IN-COUNT.
           MOVE WS-STATEMENT-COUNT  TO EPSRUNWR-OUT-COUNT.
           MOVE 0                   TO EPSRUNWR-ERROR-COUNT.
           IF PARTITION-RUN AND EPSPARTN-SUCCESS
              PERFORM A195-LOAD-RUN-COUNTS
              SET EPSPARTN-END TO TRUE
              CALL 'EPSPARTN' USING EPSPARTN-PARMS
              MOVE EPSPARTN-READ-COUNT TO EPSRUNWR-IN-COUNT
              MOVE EPSPARTN-OUT-TOTAL  TO EPSRUNWR-OUT-COUNT
              IF NOT EPSPARTN-SUCCESS
                 MOVE 16 TO WS-RUN-RETURN-CODE
              END-IF
           END-IF.
           IF PARTITION-RUN AND NOT EPSPARTN-SUCCESS
              MOVE 1                TO EPSRUNWR-ERROR-COUNT
           END-IF.
           MOVE WS-RUN-RETURN-CODE  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .

      *    EVERY STATEMENT LINE GOES THROUGH HERE - TO THE E-DELIVERY
      *    STREAM FOR AN ENROLLED BORROWER, TO PRINT FOR EVERYONE ELSE.
       A950-WRITE-STMT-LINE.
           IF DELIVER-ELECTRONICALLY
              MOVE STMT-LINE TO ESTMT-LINE
              WRITE ESTMT-LINE
              ADD 1 TO EPSPARTN-STREAM-COUNT(2)
           ELSE
              WRITE STMT-LINE
              ADD 1 TO EPSPARTN-STREAM-COUNT(1)
           END-IF
           .
