      *    REPORT SHOWS THE WEIGHTED-AVERAGE RATE AND TOTAL PRINCIPAL
      *    DELIVERED.
      *
      *    A POOL SOLD UNDER A FORWARD COMMITMENT NAMES IT ON THE
      *    CONTROL RECORD. THE COMMITMENT MUST BE OPEN AND FOR THE
      *    SAME INVESTOR, SELECTION ALSO STOPS BEFORE THE POOL WOULD
      *    OVER-DELIVER WHAT REMAINS OF IT, AND THE PRINCIPAL POOLED
      *    IS ADDED TO THE COMMITMENT'S DELIVERED AMOUNT - FILLING IT
      *    ONCE NOTHING REMAINS. EPSFCPOS REPORTS THE POSITION.
      *
      *    NO LOAN IS DELIVERED UNTIL THE DOCUMENT CUSTODIAN HAS
      *    CERTIFIED ITS COLLATERAL FILE (EPSTRDOC, APPLIED BY
      *    EPSTDCRT). A LOAN THAT OTHERWISE QUALIFIES BUT IS NOT
      *    CERTIFIED STAYS UNPOOLED, IS LISTED AS AN EXCEPTION, AND IS
      *    PICKED UP BY A LATER POOL ONCE THE CERTIFICATION ARRIVES.
      *
      *    EACH DELIVERED LOAN REGISTERED WITH A MIN ON EPSMERSR GETS
      *    A TRANSFER OF BENEFICIAL RIGHTS QUEUED TO THE INVESTOR'S
      *    MERS ORG FROM THE CONTROL RECORD; EPSMERSD SENDS IT IN THE
      *    NEXT DAILY MERS BATCH.
      *
      *    THE SALE ITSELF IS BOOKED WHEN THE POOL SETTLES AND THE
      *    INVESTOR'S PURCHASE ADVICE ARRIVES - SEE EPSGOSST.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PLCTL-STATUS.

           SELECT COMMITMENT-MASTER-FILE ASSIGN TO EPSFCMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCMT-COMMITMENT-ID
                  FILE STATUS IS WS-FCMT-STATUS.

           SELECT TRAILING-DOC-FILE ASSIGN TO EPSTRDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDOC-PAN
                  FILE STATUS IS WS-TRDOC-STATUS.

           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT DELIVERY-EXTRACT-FILE ASSIGN TO EPSINVDL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INVDL-STATUS.
           COPY EPSPLASN.

       FD  POOL-CONTROL-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY EPSPLCTL.

       FD  COMMITMENT-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSFCMT.

       FD  TRAILING-DOC-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSTRDOC.

       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  DELIVERY-EXTRACT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY EPSINVDL.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-PLCTL-STATUS             PIC XX.
           03 WS-FCMT-STATUS              PIC XX.
           03 WS-TRDOC-STATUS             PIC XX.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-INVDL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              88 WS-CONTROL-OK               VALUE 'Y'.
           03 WS-POOL-FULL                PIC X VALUE 'N'.
              88 POOL-FULL                   VALUE 'Y'.
           03 WS-COMMITMENT-OPENED        PIC X VALUE 'N'.
              88 COMMITMENT-FILE-OPEN        VALUE 'Y'.
           03 WS-COMMITMENT-LOADED        PIC X VALUE 'N'.
              88 WS-COMMITMENT-OK            VALUE 'Y'.
           03 WS-TRDOC-OPENED             PIC X VALUE 'N'.
              88 TRDOC-FILE-OPEN             VALUE 'Y'.
           03 WS-MERSR-OPENED             PIC X VALUE 'N'.
              88 MERSR-FILE-OPEN             VALUE 'Y'.
           03 WS-COLLATERAL-STATE         PIC X.
              88 COLLATERAL-CERTIFIED        VALUE 'C'.

       01 WS-COUNTERS.
           03 WS-SELECTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-UNCERT-COUNT             PIC 9(7) VALUE 0.

       01 WS-POOL-TOTALS.
           03 WS-TOTAL-PRINCIPAL          PIC S9(11)V99 COMP-3
           03 WS-RATE-WEIGHT-SUM          PIC S9(13)V9(4) COMP-3
                                          VALUE 0.
           03 WS-WEIGHTED-AVG-RATE        PIC S9(3)V9(3) COMP-3.
      *    WHAT IS LEFT OF THE FORWARD COMMITMENT BEFORE THIS POOL.
           03 WS-COMMIT-REMAINING         PIC S9(11)V99 COMP-3
                                          VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 DTL-YEARS                PIC Z9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-UNCERT-LINE.
              05 UCL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(45) VALUE
                 'NOT DELIVERED - COLLATERAL FILE NOT CERTIFIED'.
           03 WS-NO-CONTROL-LINE          PIC X(48) VALUE
              'EPSPLCTL CONTROL RECORD MISSING - NOTHING POOLED'.
           03 WS-COMMIT-ERROR-LINE.
              05 FILLER                   PIC X(12) VALUE
                 'COMMITMENT'.
              05 CER-COMMITMENT-ID        PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CER-TEXT                 PIC X(60).
           03 WS-COMMITMENT-LINE.
              05 FILLER                   PIC X(12) VALUE
                 'COMMITMENT'.
              05 CML-COMMITMENT-ID        PIC X(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'COMMITTED:'.
              05 CML-COMMITTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'DELIVERED:'.
              05 CML-DELIVERED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'REMAINING:'.
              05 CML-REMAINING            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CML-STATUS               PIC X(6).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(14)
                 VALUE 'LOANS POOLED:'.
              05 FILLER                   PIC X(14) VALUE
                 'WTD AVG RATE:'.
              05 SUM-WAR                  PIC ZZ9.999.
           03 WS-UNCERT-SUMMARY-LINE.
              05 FILLER                   PIC X(14)
                 VALUE 'NOT CERTIFIED:'.
              05 SUM-UNCERT               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
              OPEN OUTPUT POOL-ASSIGNMENT-FILE
           END-IF.
           OPEN INPUT  POOL-CONTROL-FILE.
           OPEN INPUT  TRAILING-DOC-FILE.
           IF WS-TRDOC-STATUS = '00'
              MOVE 'Y' TO WS-TRDOC-OPENED
           END-IF.
      *    NO REGISTRATION FILE YET MEANS NO MIN TO TRANSFER.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '00'
              MOVE 'Y' TO WS-MERSR-OPENED
           END-IF.
           OPEN OUTPUT DELIVERY-EXTRACT-FILE.
           OPEN OUTPUT CONTROL-REPORT.

                 MOVE PLCTL-INVESTOR-NAME TO PLH-INVESTOR
                 MOVE WS-POOL-HDG TO RPT-LINE
                 WRITE RPT-LINE
           END-READ.

           IF WS-CONTROL-OK
              AND PLCTL-COMMITMENT-ID NOT = SPACES
              PERFORM A120-LOAD-COMMITMENT
           END-IF.

           IF WS-CONTROL-OK
              MOVE WS-HEADING-2 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           IF WS-CONTROL-OK
              MOVE LOW-VALUES TO SRV-PAN
              START SERVICING-MASTER-FILE
           END-IF
           .

      *    A NAMED COMMITMENT THAT CANNOT BE DELIVERED AGAINST STOPS THE
      *    RUN BEFORE ANY LOAN IS MARKED SOLD.
       A120-LOAD-COMMITMENT.
           MOVE PLCTL-COMMITMENT-ID TO CER-COMMITMENT-ID.
           OPEN I-O COMMITMENT-MASTER-FILE.
           IF WS-FCMT-STATUS NOT = '00'
              MOVE 'NOT ON FILE - NOTHING POOLED' TO CER-TEXT
              PERFORM A130-REJECT-COMMITMENT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-COMMITMENT-OPENED.
           MOVE PLCTL-COMMITMENT-ID TO FCMT-COMMITMENT-ID.
           READ COMMITMENT-MASTER-FILE
              INVALID KEY
                 MOVE 'NOT ON FILE - NOTHING POOLED' TO CER-TEXT
                 PERFORM A130-REJECT-COMMITMENT
                 EXIT PARAGRAPH
           END-READ.
           IF NOT FCMT-OPEN
              MOVE 'NO LONGER OPEN - NOTHING POOLED' TO CER-TEXT
              PERFORM A130-REJECT-COMMITMENT
              EXIT PARAGRAPH
           END-IF.
           IF FCMT-INVESTOR-NAME NOT = PLCTL-INVESTOR-NAME
              MOVE 'IS WITH ANOTHER INVESTOR - NOTHING POOLED'
                   TO CER-TEXT
              PERFORM A130-REJECT-COMMITMENT
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-COMMITMENT-LOADED.
           COMPUTE WS-COMMIT-REMAINING =
                   FCMT-COMMITTED-AMOUNT - FCMT-DELIVERED-AMOUNT
           .

       A130-REJECT-COMMITMENT.
           MOVE 'N' TO WS-CONTROL-LOADED.
           MOVE WS-COMMIT-ERROR-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
              AND SRV-REMAINING-YEARS >= PLCTL-MIN-REMAINING-YEARS
              AND SRV-REMAINING-YEARS <= PLCTL-MAX-REMAINING-YEARS
              AND SRV-PRINCIPAL-BALANCE <= PLCTL-MAX-LOAN-BALANCE
              EVALUATE TRUE
                 WHEN PLCTL-POOL-PRINCIPAL-LIMIT > 0
                  AND (WS-TOTAL-PRINCIPAL + SRV-PRINCIPAL-BALANCE)
                      > PLCTL-POOL-PRINCIPAL-LIMIT
                    MOVE 'Y' TO WS-POOL-FULL
                 WHEN WS-COMMITMENT-OK
                  AND (WS-TOTAL-PRINCIPAL + SRV-PRINCIPAL-BALANCE)
                      > WS-COMMIT-REMAINING
                    MOVE 'Y' TO WS-POOL-FULL
                 WHEN OTHER
                    PERFORM A250-CHECK-COLLATERAL
                    IF COLLATERAL-CERTIFIED
                       PERFORM A300-SELECT-LOAN
                    ELSE
                       ADD 1 TO WS-UNCERT-COUNT
                       MOVE SRV-PAN        TO UCL-PAN
                       MOVE WS-UNCERT-LINE TO RPT-LINE
                       WRITE RPT-LINE
                    END-IF
              END-EVALUATE
           END-IF
           .
           IF NOT POOL-FULL
           END-IF
           .

      *    NO EPSTRDOC FILE, OR NO RECORD FOR THE LOAN, MEANS NOTHING
      *    HAS BEEN CERTIFIED FOR IT.
       A250-CHECK-COLLATERAL.
           MOVE 'N' TO WS-COLLATERAL-STATE.
           IF NOT TRDOC-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO TDOC-PAN.
           READ TRAILING-DOC-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF TDOC-CERTIFIED
              MOVE 'C' TO WS-COLLATERAL-STATE
           END-IF
           .

       A300-SELECT-LOAN.
           MOVE PLCTL-POOL-NUMBER TO SRV-POOL-NUMBER.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
              NOT INVALID KEY
                 PERFORM A310-WRITE-ASSIGNMENT
                 PERFORM A320-WRITE-DELIVERY
                 PERFORM A330-QUEUE-MERS-TRANSFER
                 ADD 1 TO WS-SELECTED-COUNT
                 ADD SRV-PRINCIPAL-BALANCE TO WS-TOTAL-PRINCIPAL
                 COMPUTE WS-RATE-WEIGHT-SUM =
           WRITE INVESTOR-DELIVERY-RECORD
           .

      *    A LOAN WITH NO MIN, OR ONE ALREADY DEACTIVATED, HAS NOTHING
      *    TO TRANSFER ON MERS. A ZERO INVESTOR ORG IS QUEUED ANYWAY -
      *    EPSMERSD HOLDS IT AND SAYS SO UNTIL THE ORG IS SUPPLIED.
       A330-QUEUE-MERS-TRANSFER.
           IF NOT MERSR-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF MERS-DEACTIVATED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P'                     TO MERS-TOB-IND.
           MOVE PLCTL-INVESTOR-MERS-ORG TO MERS-TOB-INVESTOR-ORG.
           MOVE WS-CURRENT-DATE-8       TO MERS-TOB-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE-8       TO MERS-LAST-MAINT-DATE.
           REWRITE MERS-REGISTRATION-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    THE POOLED PRINCIPAL COUNTS AGAINST THE COMMITMENT.
       A800-APPLY-COMMITMENT.
           ADD WS-TOTAL-PRINCIPAL TO FCMT-DELIVERED-AMOUNT.
           IF WS-TOTAL-PRINCIPAL > 0
              MOVE PLCTL-POOL-NUMBER TO FCMT-LAST-POOL-NUMBER
              MOVE WS-CURRENT-DATE-8 TO FCMT-LAST-DELIVERY-DATE
           END-IF.
           MOVE SPACES TO CML-STATUS.
           IF FCMT-DELIVERED-AMOUNT NOT < FCMT-COMMITTED-AMOUNT
              MOVE 'F'               TO FCMT-STATUS-IND
              MOVE WS-CURRENT-DATE-8 TO FCMT-CLOSED-DATE
              MOVE 'FILLED'          TO CML-STATUS
           END-IF.
           REWRITE FORWARD-COMMITMENT-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           MOVE FCMT-COMMITMENT-ID    TO CML-COMMITMENT-ID.
           MOVE FCMT-COMMITTED-AMOUNT TO CML-COMMITTED.
           MOVE FCMT-DELIVERED-AMOUNT TO CML-DELIVERED.
           COMPUTE CML-REMAINING =
                   FCMT-COMMITTED-AMOUNT - FCMT-DELIVERED-AMOUNT.
           MOVE WS-COMMITMENT-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           IF WS-TOTAL-PRINCIPAL > 0
              COMPUTE WS-WEIGHTED-AVG-RATE ROUNDED =
           MOVE WS-WEIGHTED-AVG-RATE TO SUM-WAR.
           MOVE WS-SUMMARY-LINE     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-UNCERT-COUNT     TO SUM-UNCERT.
           MOVE WS-UNCERT-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-COMMITMENT-OK
              PERFORM A800-APPLY-COMMITMENT
           END-IF.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE POOL-ASSIGNMENT-FILE.
           CLOSE POOL-CONTROL-FILE.
           IF COMMITMENT-FILE-OPEN
              CLOSE COMMITMENT-MASTER-FILE
           END-IF.
           IF TRDOC-FILE-OPEN
              CLOSE TRAILING-DOC-FILE
           END-IF.
           IF MERSR-FILE-OPEN
              CLOSE MERS-REGISTRATION-FILE
           END-IF.
           CLOSE DELIVERY-EXTRACT-FILE.
           CLOSE CONTROL-REPORT.

