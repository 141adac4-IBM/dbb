       ID DIVISION.
       PROGRAM-ID. EPSSCRRP.
      *    SCRA COMPLIANCE REPORT.
      *
      *    TWO SECTIONS, FOR THE COMPLIANCE FILE:
      *      1. EVERY LOAN UNDER SCRA PROTECTION TODAY (OR STILL
      *         CARRYING A CAP EPSSCRCP HAS NOT YET RESTORED) - THE
      *         DUTY AND PROTECTION DATES, HOW SERVICE WAS VERIFIED,
      *         AND THE RATE ON THE MASTER AGAINST THE NOTE RATE. A
      *         PROTECTED PRE-SERVICE LOAN STILL ABOVE THE CAP IS
      *         FLAGGED - IT MEANS EPSSCRCP HAS NOT RUN SINCE THE
      *         PROTECTION WAS RECORDED.
      *      2. EVERY ACTION HELD BACK FOR PROTECTION, FROM THE
      *         EPSSCRBK LOG EPSLTCHG, EPSSVSMT AND EPSSCRCP APPEND
      *         TO, WITH A COUNT BY ACTION.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT BLOCKED-ACTION-FILE ASSIGN TO EPSSCRBK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRBK-STATUS.

           SELECT COMPLIANCE-REPORT ASSIGN TO SCRRPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BLOCKED-ACTION-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSSCRBK.

       FD  COMPLIANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-CAP-RATE             PIC 9(3)V99 VALUE 6.00.

       01 WS-FILE-STATUSES.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-SCRBK-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-SCRA              PIC X VALUE 'N'.
              88 END-OF-SCRA                 VALUE 'Y'.
           03 WS-END-OF-LOG               PIC X VALUE 'N'.
              88 END-OF-LOG                  VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 LOAN-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-PROTECTED-COUNT          PIC 9(7) VALUE 0.
           03 WS-CAPPED-COUNT             PIC 9(7) VALUE 0.
           03 WS-OVER-CAP-COUNT           PIC 9(7) VALUE 0.
           03 WS-LATE-BLOCK-COUNT         PIC 9(7) VALUE 0.
           03 WS-FCLS-BLOCK-COUNT         PIC 9(7) VALUE 0.
           03 WS-RCAP-BLOCK-COUNT         PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSCRRP - SCRA COMPLIANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-SECTION-1-HEADING        PIC X(40) VALUE
              'SECTION 1 - LOANS UNDER SCRA PROTECTION'.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'DUTY FROM'.
              05 FILLER                   PIC X(10) VALUE 'DUTY TO'.
              05 FILLER                   PIC X(10) VALUE 'PROT END'.
              05 FILLER                   PIC X(4)  VALUE 'VER'.
              05 FILLER                   PIC X(4)  VALUE 'PRE'.
              05 FILLER                   PIC X(4)  VALUE 'CAP'.
              05 FILLER                   PIC X(10) VALUE 'NOTE RATE'.
              05 FILLER                   PIC X(10) VALUE 'SRV RATE'.
              05 FILLER                   PIC X(30) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DUTY-START           PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DUTY-END             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PROTECT-END          PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SOURCE               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-PRE-SERVICE          PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-CAPPED               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-NOTE-RATE            PIC ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-SRV-RATE             PIC ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(40).
           03 WS-SECTION-2-HEADING        PIC X(40) VALUE
              'SECTION 2 - ACTIONS BLOCKED BY SCRA'.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'DATE'.
              05 FILLER                   PIC X(10) VALUE 'PROGRAM'.
              05 FILLER                   PIC X(6)  VALUE 'CODE'.
              05 FILLER                   PIC X(40) VALUE 'ACTION'.
           03 WS-BLOCK-LINE.
              05 BLK-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BLK-DATE                 PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BLK-PROGRAM              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BLK-CODE                 PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BLK-DESCRIPTION          PIC X(40).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(12) VALUE 'PROTECTED:'.
              05 SUM-PROTECTED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'RATE CAPPED:'.
              05 SUM-CAPPED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'OVER CAP:'.
              05 SUM-OVER-CAP             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(20) VALUE
                 'LATE CHARGES HELD:'.
              05 SUM-LATE-BLOCKS          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'FORECLOSURES HELD:'.
              05 SUM-FCLS-BLOCKS          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'RATE INCREASES HELD:'.
              05 SUM-RCAP-BLOCKS          PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-REPORT-PROTECTION UNTIL END-OF-SCRA.
           PERFORM A500-START-BLOCK-SECTION.
           PERFORM A600-REPORT-BLOCK UNTIL END-OF-LOG.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSCRRP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SCRA-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT COMPLIANCE-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-1-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO SCRA-PAN.
           START SCRA-FILE KEY IS NOT LESS THAN SCRA-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-SCRA
           END-START
           .
           IF NOT END-OF-SCRA
              PERFORM A150-READ-SCRA
           END-IF
           .

       A150-READ-SCRA.
           READ SCRA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCRA
           END-READ
           .

       A200-REPORT-PROTECTION.
           IF (SCRA-ACTIVE
               AND SCRA-DUTY-START-DATE <= WS-CURRENT-DATE-8
               AND SCRA-PROTECT-END-DATE >= WS-CURRENT-DATE-8)
              OR SCRA-RATE-CAPPED
              PERFORM A300-PRINT-PROTECTION
           END-IF.
           PERFORM A150-READ-SCRA.

       A300-PRINT-PROTECTION.
           ADD 1 TO WS-PROTECTED-COUNT.
           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE SCRA-PAN              TO DTL-PAN.
           MOVE SCRA-DUTY-START-DATE  TO DTL-DUTY-START.
           MOVE SCRA-DUTY-END-DATE    TO DTL-DUTY-END.
           MOVE SCRA-PROTECT-END-DATE TO DTL-PROTECT-END.
           MOVE SCRA-VERIFY-SOURCE    TO DTL-SOURCE.
           MOVE SCRA-PRE-SERVICE-IND  TO DTL-PRE-SERVICE.
           MOVE SCRA-RATE-CAP-IND     TO DTL-CAPPED.
           MOVE SCRA-PRE-CAP-RATE     TO DTL-NOTE-RATE.
           MOVE 0                     TO DTL-SRV-RATE.
           IF SCRA-RATE-CAPPED
              ADD 1 TO WS-CAPPED-COUNT
           END-IF.

           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE SCRA-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.

           EVALUATE TRUE
              WHEN NOT LOAN-ON-FILE
                 MOVE 'NOT ON SERVICING MASTER' TO DTL-NOTE
              WHEN NOT SCRA-ACTIVE
                 MOVE SRV-CURRENT-RATE TO DTL-SRV-RATE
                 MOVE 'PROTECTION OVER - RESTORE PENDING' TO DTL-NOTE
              WHEN SCRA-PRE-SERVICE-DEBT
                   AND SRV-LOAN-ACTIVE
                   AND SRV-CURRENT-RATE > STATIC-CAP-RATE
                 MOVE SRV-CURRENT-RATE TO DTL-SRV-RATE
                 ADD 1 TO WS-OVER-CAP-COUNT
                 MOVE '*** ABOVE SCRA CAP - RUN EPSSCRCP' TO DTL-NOTE
              WHEN OTHER
                 MOVE SRV-CURRENT-RATE TO DTL-SRV-RATE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A LOG THAT HAS NEVER BEEN WRITTEN MEANS NOTHING WAS
      *    BLOCKED.
       A500-START-BLOCK-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-2-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT BLOCKED-ACTION-FILE.
           IF WS-SCRBK-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-LOG
           ELSE
              PERFORM A550-READ-LOG
           END-IF
           .

       A550-READ-LOG.
           READ BLOCKED-ACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-LOG
           END-READ
           .

       A600-REPORT-BLOCK.
           EVALUATE TRUE
              WHEN SCRBK-LATE-CHARGE
                 ADD 1 TO WS-LATE-BLOCK-COUNT
              WHEN SCRBK-FORECLOSURE
                 ADD 1 TO WS-FCLS-BLOCK-COUNT
              WHEN SCRBK-RATE-CAP
                 ADD 1 TO WS-RCAP-BLOCK-COUNT
           END-EVALUATE.
           MOVE SPACES             TO WS-BLOCK-LINE.
           MOVE SCRBK-PAN          TO BLK-PAN.
           MOVE SCRBK-ACTION-DATE  TO BLK-DATE.
           MOVE SCRBK-PROGRAM-ID   TO BLK-PROGRAM.
           MOVE SCRBK-ACTION-CODE  TO BLK-CODE.
           MOVE SCRBK-DESCRIPTION  TO BLK-DESCRIPTION.
           MOVE WS-BLOCK-LINE      TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A550-READ-LOG.

       A900-FINALIZE.
           MOVE WS-PROTECTED-COUNT  TO SUM-PROTECTED.
           MOVE WS-CAPPED-COUNT     TO SUM-CAPPED.
           MOVE WS-OVER-CAP-COUNT   TO SUM-OVER-CAP.
           MOVE WS-LATE-BLOCK-COUNT TO SUM-LATE-BLOCKS.
           MOVE WS-FCLS-BLOCK-COUNT TO SUM-FCLS-BLOCKS.
           MOVE WS-RCAP-BLOCK-COUNT TO SUM-RCAP-BLOCKS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SCRA-FILE.
           CLOSE SERVICING-MASTER-FILE.
           IF WS-SCRBK-STATUS = '00' OR WS-SCRBK-STATUS = '10'
              CLOSE BLOCKED-ACTION-FILE
           END-IF.
           CLOSE COMPLIANCE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
