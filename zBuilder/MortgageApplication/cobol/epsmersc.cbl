       ID DIVISION.
       PROGRAM-ID. EPSMERSC.
      *    MONTHLY MERS RECONCILIATION.
      *
      *    RECONCILES THE MONTHLY MERS DATA EXTRACT (MERSREC, ONE
      *    RECORD PER MIN MERS HOLDS FOR OUR ORG, WRAPPED WITH THE
      *    EPSHDTRL CONTROL RECORDS BY EPSCTLWR) AGAINST EPSMERSR, THE
      *    SERVICING MASTER AND THE POOL ASSIGNMENTS, AND LISTS EVERY
      *    MISMATCH FOR THE POST-CLOSING TEAM TO CORRECT ON MERS:
      *
      *    PASS 1 - EACH MIN ON THE EXTRACT:
      *       THE PAN IS NOT OURS, OR WE HOLD A DIFFERENT MIN FOR IT;
      *       ACTIVE ON MERS BUT PAID OFF OR DEACTIVATED HERE, OR
      *       INACTIVE ON MERS BUT THE LOAN IS STILL LIVE;
      *       MERS STILL SHOWS US AS INVESTOR ON A LOAN SOLD INTO A
      *       POOL (EPSPLASN), OR ANOTHER INVESTOR ON ONE WE KEPT;
      *       MERS STILL SHOWS US AS SERVICER ON A LOAN WHOSE
      *       SERVICING WAS RELEASED, OR ANOTHER SERVICER ON ONE WE
      *       SERVICE.
      *    A CHECK IS SKIPPED WHILE THE TRANSACTION THAT WOULD SETTLE
      *    IT IS STILL QUEUED OR SENT - THAT IS TIMING, NOT A BREAK.
      *    EVERY MIN FOUND IS STAMPED WITH THE RECONCILIATION DATE.
      *
      *    PASS 2 - EACH LIVE LOAN ON THE SERVICING MASTER WITH NO MIN
      *    AT ALL, OR REGISTERED HERE BUT MISSING FROM THE EXTRACT.
      *
      *    RETURN CODE 4 WHEN ANY MISMATCH IS LISTED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERS-RECON-FILE ASSIGN TO MERSREC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRSRC-STATUS.

           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT MERS-CONTROL-FILE ASSIGN TO EPSMRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRCTL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO MERSCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERS-RECON-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRSRC.

       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  MERS-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRCTL.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-MRSRC-STATUS             PIC XX.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-MRCTL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-EXTRACT           PIC X VALUE 'N'.
              88 END-OF-EXTRACT              VALUE 'Y'.
           03 WS-END-OF-SERVICING         PIC X VALUE 'N'.
              88 END-OF-SERVICING            VALUE 'Y'.
           03 WS-PLASN-OPENED             PIC X VALUE 'N'.
              88 PLASN-FILE-OPEN             VALUE 'Y'.
           03 WS-MERS-FOUND               PIC X VALUE 'N'.
              88 MERS-ON-FILE                VALUE 'Y'.
           03 WS-SRV-FOUND                PIC X VALUE 'N'.
              88 SRV-ON-FILE                 VALUE 'Y'.
           03 WS-LOAN-POOLED              PIC X VALUE 'N'.
              88 LOAN-POOLED                 VALUE 'Y'.
           03 WS-MIN-MISMATCHED           PIC X VALUE 'N'.
              88 MIN-MISMATCHED              VALUE 'Y'.

      *    INTERFACE-FILE CONTROL-RECORD ENFORCEMENT - SEE EPSHDTRL.
      *    THE FIRST RECORD MUST BE THE HDR, THE LAST THE TRL, AND
      *    THE TRL COUNT MUST MATCH WHAT WAS ACTUALLY READ - A SHORT
      *    EXTRACT WOULD OTHERWISE LIST EVERY MISSING MIN AS A BREAK.
      *    THE EXTRACT CARRIES NO MONEY AMOUNTS, SO NO HASH IS
      *    COMPUTED OR CHECKED.
           COPY EPSHDTRL.
       01 WS-CONTROL-CHECK.
           03 WS-HDR-SEEN                 PIC X VALUE 'N'.
              88 HEADER-SEEN                 VALUE 'Y'.
           03 WS-TRL-SEEN                 PIC X VALUE 'N'.
              88 TRAILER-SEEN                VALUE 'Y'.
           03 WS-GOT-DATA                 PIC X VALUE 'N'.
              88 GOT-DATA-RECORD             VALUE 'Y'.
           03 WS-DATA-COUNT               PIC 9(6) VALUE 0.
           03 WS-ABEND-TEXT               PIC X(40).

       01 WS-OUR-ORG-ID                   PIC 9(7).

       01 WS-COUNTERS.
           03 WS-LOANS-CHECKED            PIC 9(7) VALUE 0.
           03 WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
           03 WS-LOAN-MISMATCHES          PIC 9(3) VALUE 0.
           03 WS-AGREED-COUNT             PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSMERSC - MONTHLY MERS RECONCILIATION'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(20) VALUE 'MIN'.
              05 FILLER                   PIC X(9)  VALUE 'INVESTOR'.
              05 FILLER                   PIC X(9)  VALUE 'SERVICER'.
              05 FILLER                   PIC X(40) VALUE 'MISMATCH'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MIN                  PIC X(18).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INVESTOR-ORG         PIC X(7).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SERVICER-ORG         PIC X(7).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'MINS ON MERS:'.
              05 SUM-EXTRACT              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'LOANS CHECKED:'.
              05 SUM-CHECKED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'AGREED:'.
              05 SUM-AGREED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'MISMATCHES:'.
              05 SUM-MISMATCHES           PIC ZZZZZZ9.

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
           PERFORM A200-RECONCILE-MIN UNTIL END-OF-EXTRACT.
           PERFORM A500-START-SERVICING-PASS.
           PERFORM A550-CHECK-LIVE-LOAN UNTIL END-OF-SERVICING.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSMERSC' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           PERFORM A120-LOAD-MERS-CONTROL.

           OPEN INPUT  MERS-RECON-FILE.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '05' OR '35'
              CLOSE MERS-REGISTRATION-FILE
              OPEN OUTPUT MERS-REGISTRATION-FILE
              CLOSE MERS-REGISTRATION-FILE
              OPEN I-O MERS-REGISTRATION-FILE
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
      *    NO POOL ASSIGNMENT FILE MEANS NOTHING HAS BEEN SOLD YET.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           IF WS-PLASN-STATUS = '00'
              MOVE 'Y' TO WS-PLASN-OPENED
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

           PERFORM A150-READ-EXTRACT
           .

      *    THE INVESTOR AND SERVICER CHECKS ASK WHETHER MERS SHOWS US
      *    - A MISSING CONTROL RECORD STOPS THE RUN, AS IN EPSMERSD.
       A120-LOAD-MERS-CONTROL.
           OPEN INPUT MERS-CONTROL-FILE.
           MOVE 0 TO WS-OUR-ORG-ID.
           IF WS-MRCTL-STATUS = '00'
              READ MERS-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MRCTL-ORG-ID IS NUMERIC
                       MOVE MRCTL-ORG-ID TO WS-OUR-ORG-ID
                    END-IF
              END-READ
              CLOSE MERS-CONTROL-FILE
           END-IF.
           IF WS-OUR-ORG-ID = 0
              DISPLAY 'EPSMERSC - EPSMRCTL CONTROL RECORD MISSING - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       A150-READ-EXTRACT.
           MOVE 'N' TO WS-GOT-DATA.
           PERFORM A152-READ-ONE-RECORD
                   UNTIL GOT-DATA-RECORD OR END-OF-EXTRACT
           .

       A152-READ-ONE-RECORD.
           READ MERS-RECON-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-EXTRACT
                 IF NOT TRAILER-SEEN
                    MOVE 'TRAILER MISSING - FILE TRUNCATED'
                         TO WS-ABEND-TEXT
                    PERFORM A170-ABEND-CONTROL
                 END-IF
           END-READ.
           IF NOT END-OF-EXTRACT
              MOVE MERS-RECON-RECORD(1:18)
                   TO INTERFACE-CONTROL-RECORD
              EVALUATE TRUE
                 WHEN ICR-HEADER
                    MOVE 'Y' TO WS-HDR-SEEN
                 WHEN ICR-TRAILER
                    MOVE 'Y' TO WS-TRL-SEEN
                    PERFORM A160-VERIFY-TRAILER
                 WHEN OTHER
                    IF NOT HEADER-SEEN
                       MOVE 'HEADER MISSING - NOT A CONTROLLED FILE'
                            TO WS-ABEND-TEXT
                       PERFORM A170-ABEND-CONTROL
                    END-IF
                    ADD 1 TO WS-DATA-COUNT
                    MOVE 'Y' TO WS-GOT-DATA
              END-EVALUATE
           END-IF
           .

       A160-VERIFY-TRAILER.
           IF ICR-RECORD-COUNT NOT = WS-DATA-COUNT
              MOVE 'TRAILER COUNT MISMATCH' TO WS-ABEND-TEXT
              PERFORM A170-ABEND-CONTROL
           END-IF
           .

       A170-ABEND-CONTROL.
           DISPLAY 'EPSMERSC - INTERFACE CONTROL FAILURE ON MERSREC'.
           DISPLAY WS-ABEND-TEXT.
           DISPLAY 'EXPECTED COUNT ' ICR-RECORD-COUNT
                   ' FOUND ' WS-DATA-COUNT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    PASS 1 - THE MERS EXTRACT AGAINST OUR FILES.
       A200-RECONCILE-MIN.
           ADD 1 TO WS-LOANS-CHECKED.
           MOVE 0                 TO WS-LOAN-MISMATCHES.
           MOVE 'N'               TO WS-MIN-MISMATCHED.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE MRSR-PAN          TO DTL-PAN.
           MOVE MRSR-MIN          TO DTL-MIN.
           MOVE MRSR-INVESTOR-ORG TO DTL-INVESTOR-ORG.
           MOVE MRSR-SERVICER-ORG TO DTL-SERVICER-ORG.

           PERFORM A210-READ-LOAN-FILES.
           IF NOT MERS-ON-FILE
              MOVE 'PAN NOT ON EPSMERSR - MIN NOT REGISTERED BY US'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           ELSE
              IF MERS-MIN NOT = MRSR-MIN
                 MOVE 'Y' TO WS-MIN-MISMATCHED
                 MOVE 'MIN DIFFERS - EPSMERSR HOLDS ' TO DTL-RESULT
                 MOVE MERS-MIN TO DTL-RESULT(30:18)
                 PERFORM A800-REPORT-MISMATCH
              ELSE
                 MOVE WS-CURRENT-DATE-8 TO MERS-LAST-RECON-DATE
                 REWRITE MERS-REGISTRATION-RECORD
              END-IF
           END-IF.

           IF NOT SRV-ON-FILE
              MOVE 'LOAN NOT ON EPSSRVCF' TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF.
           IF SRV-ON-FILE AND MERS-ON-FILE AND NOT MIN-MISMATCHED
              PERFORM A300-CHECK-MIN-STATUS
              PERFORM A310-CHECK-INVESTOR
              PERFORM A320-CHECK-SERVICER
           END-IF.

           IF WS-LOAN-MISMATCHES = 0
              ADD 1 TO WS-AGREED-COUNT
           END-IF.
           PERFORM A150-READ-EXTRACT
           .

       A210-READ-LOAN-FILES.
           MOVE 'N' TO WS-MERS-FOUND.
           MOVE MRSR-PAN TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MERS-FOUND
           END-READ.
           MOVE 'N' TO WS-SRV-FOUND.
           MOVE MRSR-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SRV-FOUND
           END-READ.
           MOVE 'N' TO WS-LOAN-POOLED.
           IF PLASN-FILE-OPEN
              MOVE MRSR-PAN TO PLASN-PAN
              READ POOL-ASSIGNMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LOAN-POOLED
              END-READ
           END-IF
           .

      *    ONLY A PAYOFF DEACTIVATES A MIN HERE - A LOAN STILL ON THE
      *    BOOKS IN ANY OTHER STATUS STAYS ACTIVE ON MERS.
       A300-CHECK-MIN-STATUS.
           IF MERS-DEA-IND NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           IF MRSR-ACTIVE
              AND (SRV-LOAN-PAID-OFF OR MERS-DEACTIVATED)
              MOVE 'ACTIVE ON MERS - LOAN PAID OFF, NOT DEACTIVATED'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF.
           IF MRSR-INACTIVE
              AND NOT SRV-LOAN-PAID-OFF AND NOT MERS-DEACTIVATED
              MOVE 'INACTIVE ON MERS - LOAN STILL ON THE BOOKS'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF
           .

       A310-CHECK-INVESTOR.
           IF MERS-TOB-IND NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           IF LOAN-POOLED AND MRSR-INVESTOR-ORG = WS-OUR-ORG-ID
              MOVE 'SOLD TO A POOL - MERS STILL SHOWS US AS INVESTOR'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF.
           IF NOT LOAN-POOLED AND MRSR-INVESTOR-ORG NOT = WS-OUR-ORG-ID
              MOVE 'NOT SOLD - MERS SHOWS ANOTHER INVESTOR'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF
           .

       A320-CHECK-SERVICER.
           IF MERS-TOS-IND NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           IF SRV-LOAN-SERVICE-XFER
              AND MRSR-SERVICER-ORG = WS-OUR-ORG-ID
              MOVE 'SERVICING RELEASED - MERS STILL SHOWS US'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF.
           IF NOT SRV-LOAN-SERVICE-XFER
              AND MRSR-SERVICER-ORG NOT = WS-OUR-ORG-ID
              MOVE 'SERVICED HERE - MERS SHOWS ANOTHER SERVICER'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF
           .

      *    PASS 2 - LIVE LOANS MERS DOES NOT KNOW ABOUT.
       A500-START-SERVICING-PASS.
           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-SERVICING
           END-START
           .

      *    A MIN STILL WAITING ON ITS REGISTRATION IS TIMING AND IS
      *    LEFT TO THE EPSMERSD AND EPSMERSA REPORTS.
       A550-CHECK-LIVE-LOAN.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SERVICING
                 EXIT PARAGRAPH
           END-READ.
           IF NOT (SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
                   OR SRV-LOAN-SERVICE-XFER)
              EXIT PARAGRAPH
           END-IF.
           MOVE 0        TO WS-LOAN-MISMATCHES.
           MOVE SPACES   TO WS-DETAIL-LINE.
           MOVE SRV-PAN  TO DTL-PAN.
           MOVE SRV-PAN  TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 MOVE 'LIVE LOAN WITH NO MIN ASSIGNED' TO DTL-RESULT
                 PERFORM A800-REPORT-MISMATCH
                 EXIT PARAGRAPH
           END-READ.
           MOVE MERS-MIN TO DTL-MIN.
           IF MERS-REGISTERED
              AND MERS-LAST-RECON-DATE NOT = WS-CURRENT-DATE-8
              MOVE 'REGISTERED HERE - NOT ON THE MERS EXTRACT'
                   TO DTL-RESULT
              PERFORM A800-REPORT-MISMATCH
           END-IF
           .

       A800-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           ADD 1 TO WS-LOAN-MISMATCHES.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-DATA-COUNT     TO SUM-EXTRACT.
           MOVE WS-LOANS-CHECKED  TO SUM-CHECKED.
           MOVE WS-AGREED-COUNT   TO SUM-AGREED.
           MOVE WS-MISMATCH-COUNT TO SUM-MISMATCHES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE MERS-RECON-FILE.
           CLOSE MERS-REGISTRATION-FILE.
           CLOSE SERVICING-MASTER-FILE.
           IF PLASN-FILE-OPEN
              CLOSE POOL-ASSIGNMENT-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           IF WS-MISMATCH-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'EPSMERSC'        TO EPSRUNWR-JOB-NAME.
           MOVE WS-DATA-COUNT     TO EPSRUNWR-IN-COUNT.
           MOVE WS-AGREED-COUNT   TO EPSRUNWR-OUT-COUNT.
           MOVE WS-MISMATCH-COUNT TO EPSRUNWR-ERROR-COUNT.
           MOVE RETURN-CODE       TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
