      *    ESCROW AND ANY ACCRUED LATE CHARGES), DRAFTED ON THE
      *    ENROLLMENT'S DRAFT DAY THIS MONTH. SETTLED DRAFTS COME BACK
      *    FROM THE BANK AS EPSPYTXN 'A' RECORDS AND POST THROUGH
      *    EPSPYPST LIKE ANY OTHER PAYMENT. A LOAN WITH AN ACTIVE
      *    EPSBYDNF TEMPORARY BUYDOWN IS DRAFTED THE REDUCED P+I THE
      *    EPSBILST STATEMENT BILLED, NOT THE NOTE-RATE PAYMENT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-ENROLLMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-ACHXT-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-ENROLL               VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 WS-LOAN-ON-FILE             VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-DRAFT-COUNT              PIC 9(7) VALUE 0.

       01 WS-DRAFT-AMOUNT                 PIC S9(7)V99 COMP.

      *    BUYDOWN SUBSIDY FOR THE INSTALLMENT DUE - SEE A350.
       01 WS-BUYDOWN-WORK.
           03 WS-DRAFT-SUBSIDY            PIC S9(7)V99 COMP.
           03 WS-DRAFT-YEAR               PIC 9(1).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           OPEN INPUT  AUTOPAY-ENROLLMENT-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT DRAFT-EXTRACT-FILE.
      *    NO BUYDOWN FILE YET MEANS NO LOAN CARRIES A BUYDOWN.
           OPEN INPUT  BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '00'
              MOVE 'Y' TO WS-BYDNF-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
              COMPUTE WS-DRAFT-AMOUNT =
                      SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                    + SRV-ESCROW-MONTHLY + SRV-LATE-CHARGE-DUE
              PERFORM A350-CHECK-BUYDOWN
              SUBTRACT WS-DRAFT-SUBSIDY FROM WS-DRAFT-AMOUNT
              MOVE WS-CURR-YYYY     TO WS-DFT-YYYY
              MOVE WS-CURR-MM       TO WS-DFT-MM
              MOVE ACHEN-DRAFT-DAY  TO WS-DFT-DD
           WRITE RPT-LINE
           .

      *    THE SAME BUYDOWN YEAR AND SUBSIDY EPSBILST BILLED FOR THE
      *    INSTALLMENT DUE - SEE ITS A330.
       A350-CHECK-BUYDOWN.
           MOVE 0 TO WS-DRAFT-SUBSIDY.
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
           MOVE BYDN-CURRENT-YEAR TO WS-DRAFT-YEAR.
           IF SRV-NEXT-DUE-DATE NOT < BYDN-NEXT-STEP-DATE
              ADD 1 TO WS-DRAFT-YEAR
           END-IF.
           IF WS-DRAFT-YEAR > BYDN-YEAR-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DRAFT-SUBSIDY = SRV-PI-PAYMENT
                 - BYDN-REDUCED-PAYMENT(WS-DRAFT-YEAR).
           IF WS-DRAFT-SUBSIDY > BYDN-SUBSIDY-BALANCE
              MOVE BYDN-SUBSIDY-BALANCE TO WS-DRAFT-SUBSIDY
           END-IF.
           IF WS-DRAFT-SUBSIDY < 0
              MOVE 0 TO WS-DRAFT-SUBSIDY
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-DRAFT-COUNT   TO SUM-DRAFTS.
           MOVE WS-SKIPPED-COUNT TO SUM-SKIPPED.
           CLOSE AUTOPAY-ENROLLMENT-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE DRAFT-EXTRACT-FILE.
           IF BUYDOWN-FILE-OPEN
              CLOSE BUYDOWN-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
