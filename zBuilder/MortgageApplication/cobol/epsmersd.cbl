       ID DIVISION.
       PROGRAM-ID. EPSMERSD.
      *    DAILY MERS BATCH TRANSACTION RUN.
      *
      *    REGISTRATIONS USED TO BE KEYED BY HAND ON THE MERS SITE,
      *    OFTEN LATE. THIS RUN BROWSES THE EPSMERSR REGISTRATION FILE
      *    AND WRITES THE DAY'S MERS BATCH (EPSMERSX, WRAPPED BY THE
      *    EPSCTLWR STEP WITH FILE ID MERSBAT BEFORE TRANSMISSION):
      *
      *       REG - A LOAN EPSSVBLD HAS BOARDED UNDER ITS MIN, WITH
      *             THE NOTE AMOUNT AND DATE FROM EPSSRVCF AND US AS
      *             INVESTOR AND SERVICER.
      *       TOB - A TRANSFER OF BENEFICIAL RIGHTS EPSPOOL QUEUED
      *             WHEN IT DELIVERED THE LOAN TO AN INVESTOR.
      *       TOS - A TRANSFER OF SERVICING RIGHTS EPSSVTRO QUEUED
      *             WHEN IT RELEASED THE SERVICING.
      *       DEA - A DEACTIVATION EPSPOFCP QUEUED WHEN IT SATISFIED
      *             THE LOAN.
      *
      *    EACH TRANSACTION SENT IS MARKED SENT ON EPSMERSR UNTIL
      *    EPSMERSA APPLIES THE MERS RESPONSE, SO NOTHING GOES TWICE.
      *    TRANSFERS AND DEACTIVATIONS WAIT UNTIL MERS HAS CONFIRMED
      *    THE REGISTRATION, AND A TRANSFER WITH NO MERS ORG TO NAME
      *    IS HELD AND LISTED UNTIL THE ORG IS SUPPLIED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT MERS-CONTROL-FILE ASSIGN TO EPSMRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRCTL-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT MERS-BATCH-FILE ASSIGN TO EPSMERSX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERSX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO MERSDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  MERS-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRCTL.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  MERS-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMERSX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-MRCTL-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MERSX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MERS              PIC X VALUE 'N'.
              88 END-OF-MERS                 VALUE 'Y'.
           03 WS-RECORD-CHANGED           PIC X VALUE 'N'.
              88 RECORD-CHANGED              VALUE 'Y'.

       01 WS-OUR-ORG-ID                   PIC 9(7).

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-REG-COUNT                PIC 9(7) VALUE 0.
           03 WS-TOB-COUNT                PIC 9(7) VALUE 0.
           03 WS-TOS-COUNT                PIC 9(7) VALUE 0.
           03 WS-DEA-COUNT                PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7) VALUE 0.
           03 WS-WAITING-COUNT            PIC 9(7) VALUE 0.
           03 WS-SENT-COUNT               PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSMERSD - DAILY MERS BATCH CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(20) VALUE 'MIN'.
              05 FILLER                   PIC X(5)  VALUE 'TXN'.
              05 FILLER                   PIC X(9)  VALUE 'ORG'.
              05 FILLER                   PIC X(40) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MIN                  PIC X(18).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TXN-TYPE             PIC X(3).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ORG                  PIC 9(7).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(6)  VALUE 'REG:'.
              05 SUM-REG                  PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'TOB:'.
              05 SUM-TOB                  PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'TOS:'.
              05 SUM-TOS                  PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'DEA:'.
              05 SUM-DEA                  PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'HELD:'.
              05 SUM-HELD                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'WAITING ON REGISTRATION:'.
              05 SUM-WAITING              PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-REGISTRATION UNTIL END-OF-MERS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSMERSD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           PERFORM A120-LOAD-MERS-CONTROL.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT MERS-BATCH-FILE.
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

      *    NO REGISTRATION FILE YET MEANS NO MIN HAS BEEN ASSIGNED -
      *    AN EMPTY BATCH, NOT A FAILURE.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-MERS
           END-IF.

      *    EVERY TRANSACTION NAMES US AS THE SUBMITTING MEMBER - A
      *    MISSING CONTROL RECORD STOPS THE RUN, THE EPSCKISS WAY.
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
              DISPLAY 'EPSMERSD - EPSMRCTL CONTROL RECORD MISSING - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       A200-PROCESS-REGISTRATION.
           READ MERS-REGISTRATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MERS
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-RECORD-CHANGED.

           IF MERS-REG-PENDING
              PERFORM A300-SEND-REGISTRATION
           END-IF.

           IF MERS-REGISTERED
              IF MERS-TOB-PENDING
                 PERFORM A400-SEND-BENEFICIAL-TRANSFER
              END-IF
              IF MERS-TOS-PENDING
                 PERFORM A500-SEND-SERVICING-TRANSFER
              END-IF
              IF MERS-DEA-PENDING
                 PERFORM A600-SEND-DEACTIVATION
              END-IF
           ELSE
              IF MERS-TOB-PENDING OR MERS-TOS-PENDING
                 OR MERS-DEA-PENDING
                 ADD 1 TO WS-WAITING-COUNT
              END-IF
           END-IF.

           IF RECORD-CHANGED
              MOVE WS-CURRENT-DATE-8 TO MERS-LAST-BATCH-DATE
              MOVE WS-CURRENT-DATE-8 TO MERS-LAST-MAINT-DATE
              REWRITE MERS-REGISTRATION-RECORD
           END-IF
           .

      *    THE NOTE AMOUNT AND DATE COME OFF THE SERVICING MASTER - A
      *    MIN ASSIGNED TO A LOAN THAT NEVER BOARDED IS HELD.
       A300-SEND-REGISTRATION.
           MOVE MERS-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'REG' TO DTL-TXN-TYPE
                 MOVE 0     TO DTL-ORG
                 MOVE 'HELD - LOAN NOT ON EPSSRVCF' TO DTL-RESULT
                 PERFORM A800-REPORT-HELD
                 EXIT PARAGRAPH
           END-READ.
           PERFORM A700-START-TRANSACTION.
           MOVE 'REG'                  TO MRSX-TXN-TYPE.
           MOVE WS-OUR-ORG-ID          TO MRSX-TARGET-ORG.
           MOVE SRV-BOARDING-DATE      TO MRSX-EFFECTIVE-DATE.
           MOVE SRV-ORIGINAL-PRINCIPAL TO MRSX-NOTE-AMOUNT.
           PERFORM A750-WRITE-TRANSACTION.
           ADD 1 TO WS-REG-COUNT.
           MOVE 'S' TO MERS-REG-STATUS
           .

       A400-SEND-BENEFICIAL-TRANSFER.
           IF MERS-TOB-INVESTOR-ORG = 0
              MOVE 'TOB' TO DTL-TXN-TYPE
              MOVE 0     TO DTL-ORG
              MOVE 'HELD - NO INVESTOR MERS ORG ON THE POOL'
                   TO DTL-RESULT
              PERFORM A800-REPORT-HELD
              EXIT PARAGRAPH
           END-IF.
           PERFORM A700-START-TRANSACTION.
           MOVE 'TOB'                   TO MRSX-TXN-TYPE.
           MOVE MERS-TOB-INVESTOR-ORG   TO MRSX-TARGET-ORG.
           MOVE MERS-TOB-EFFECTIVE-DATE TO MRSX-EFFECTIVE-DATE.
           PERFORM A750-WRITE-TRANSACTION.
           ADD 1 TO WS-TOB-COUNT.
           MOVE 'S' TO MERS-TOB-IND
           .

       A500-SEND-SERVICING-TRANSFER.
           IF MERS-TOS-SERVICER-ORG = 0
              MOVE 'TOS' TO DTL-TXN-TYPE
              MOVE 0     TO DTL-ORG
              MOVE 'HELD - NO NEW SERVICER MERS ORG'
                   TO DTL-RESULT
              PERFORM A800-REPORT-HELD
              EXIT PARAGRAPH
           END-IF.
           PERFORM A700-START-TRANSACTION.
           MOVE 'TOS'                   TO MRSX-TXN-TYPE.
           MOVE MERS-TOS-SERVICER-ORG   TO MRSX-TARGET-ORG.
           MOVE MERS-TOS-EFFECTIVE-DATE TO MRSX-EFFECTIVE-DATE.
           PERFORM A750-WRITE-TRANSACTION.
           ADD 1 TO WS-TOS-COUNT.
           MOVE 'S' TO MERS-TOS-IND
           .

       A600-SEND-DEACTIVATION.
           PERFORM A700-START-TRANSACTION.
           MOVE 'DEA'                   TO MRSX-TXN-TYPE.
           MOVE 0                       TO MRSX-TARGET-ORG.
           MOVE MERS-DEA-EFFECTIVE-DATE TO MRSX-EFFECTIVE-DATE.
           MOVE MERS-DEA-REASON         TO MRSX-DEACT-REASON.
           PERFORM A750-WRITE-TRANSACTION.
           ADD 1 TO WS-DEA-COUNT.
           MOVE 'S' TO MERS-DEA-IND
           .

       A700-START-TRANSACTION.
           MOVE SPACES        TO MERS-BATCH-RECORD.
           MOVE MERS-MIN      TO MRSX-MIN.
           MOVE MERS-PAN      TO MRSX-PAN.
           MOVE WS-OUR-ORG-ID TO MRSX-ORG-ID.
           MOVE 0             TO MRSX-NOTE-AMOUNT
           .

       A750-WRITE-TRANSACTION.
           WRITE MERS-BATCH-RECORD.
           ADD 1 TO WS-SENT-COUNT.
           MOVE 'Y' TO WS-RECORD-CHANGED.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE MERS-PAN        TO DTL-PAN.
           MOVE MERS-MIN        TO DTL-MIN.
           MOVE MRSX-TXN-TYPE   TO DTL-TXN-TYPE.
           MOVE MRSX-TARGET-ORG TO DTL-ORG.
           MOVE 'SENT'          TO DTL-RESULT.
           MOVE WS-DETAIL-LINE  TO RPT-LINE.
           WRITE RPT-LINE
           .

       A800-REPORT-HELD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE MERS-PAN       TO DTL-PAN.
           MOVE MERS-MIN       TO DTL-MIN.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-REG-COUNT     TO SUM-REG.
           MOVE WS-TOB-COUNT     TO SUM-TOB.
           MOVE WS-TOS-COUNT     TO SUM-TOS.
           MOVE WS-DEA-COUNT     TO SUM-DEA.
           MOVE WS-HELD-COUNT    TO SUM-HELD.
           MOVE WS-WAITING-COUNT TO SUM-WAITING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-MERSR-STATUS NOT = '35'
              CLOSE MERS-REGISTRATION-FILE
           END-IF.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE MERS-BATCH-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSMERSD'        TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT     TO EPSRUNWR-IN-COUNT.
           MOVE WS-SENT-COUNT     TO EPSRUNWR-OUT-COUNT.
           MOVE WS-HELD-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
