       ID DIVISION.
       PROGRAM-ID. EPSAVMEX.
      *    QUARTERLY AVM VALUATION REQUEST EXTRACT.
      *
      *    SRV-APPRAISED-VALUE IS THE ORIGINATION VALUE AND NEVER
      *    MOVES, SO ONCE A QUARTER EVERY ACTIVE LOAN ON EPSSRVCF IS
      *    SENT TO THE AVM VENDOR FOR A FRESH AUTOMATED VALUATION:
      *    ONE EPSAVMX LINE PER LOAN WITH THE EPSPROPF ADDRESS AND THE
      *    LAST VALUE WE HOLD - THE LATEST EPSPVALH VALUATION, ELSE
      *    THE ORIGINATION APPRAISAL. THE EPSCTLWR STEP WRAPS THE
      *    FILE BEFORE IT GOES OUT; EPSAVMLD LOADS WHAT COMES BACK.
      *    A LOAN WITH NO PROPERTY ADDRESS CANNOT BE VALUED AND IS
      *    LISTED FOR THE COLLATERAL DESK.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT VALUATION-HISTORY-FILE ASSIGN TO EPSPVALH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PVAL-KEY
                  FILE STATUS IS WS-PVALH-STATUS.

           SELECT AVM-REQUEST-FILE ASSIGN TO EPSAVMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AVMX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AVMEXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  VALUATION-HISTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSPVALH.

       FD  AVM-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSAVMX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-PVALH-STATUS             PIC XX.
           03 WS-AVMX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-PVALH-OPEN               PIC X VALUE 'N'.
              88 HISTORY-OPEN                VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-EXTRACTED-COUNT          PIC 9(7) VALUE 0.
           03 WS-NO-ADDRESS-COUNT         PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSAVMEX - AVM VALUATION REQUEST EXTRACT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'SCANNED:'.
              05 SUM-SCANNED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'EXTRACTED:'.
              05 SUM-EXTRACTED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NO ADDRESS:'.
              05 SUM-NO-ADDRESS           PIC ZZZZZZ9.

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
           PERFORM A200-EXTRACT-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSAVMEX' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
      *    NO HISTORY YET MEANS EVERY LOAN STILL HAS ONLY ITS
      *    ORIGINATION VALUE.
           OPEN INPUT  VALUATION-HISTORY-FILE.
           IF WS-PVALH-STATUS = '00'
              MOVE 'Y' TO WS-PVALH-OPEN
           END-IF.
           OPEN OUTPUT AVM-REQUEST-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-MASTER.

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A200-EXTRACT-LOAN.
           IF NOT SRV-LOAN-ACTIVE
              PERFORM A150-READ-MASTER
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCANNED-COUNT.

           MOVE SRV-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PROP-ADDR-LINE-1
           END-READ.
           IF PROP-ADDR-LINE-1 = SPACES
              ADD 1 TO WS-NO-ADDRESS-COUNT
              MOVE SPACES  TO WS-DETAIL-LINE
              MOVE SRV-PAN TO DTL-PAN
              MOVE 'NOT SENT - NO PROPERTY ADDRESS ON EPSPROPF'
                           TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-MASTER
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES              TO AVM-REQUEST-RECORD.
           MOVE SRV-PAN             TO AVMX-PAN.
           MOVE PROP-ADDR-LINE-1    TO AVMX-ADDR-LINE-1.
           MOVE PROP-CITY           TO AVMX-CITY.
           MOVE PROP-STATE          TO AVMX-STATE.
           MOVE PROP-ZIP            TO AVMX-ZIP.
           MOVE PROP-PROPERTY-TYPE  TO AVMX-PROPERTY-TYPE.
           MOVE SRV-APPRAISED-VALUE TO AVMX-LAST-VALUE.
           MOVE PROP-APPRAISAL-DATE TO AVMX-LAST-VALUE-DATE.
           PERFORM A300-FIND-LAST-VALUE.
           WRITE AVM-REQUEST-RECORD.
           ADD 1 TO WS-EXTRACTED-COUNT.

           PERFORM A150-READ-MASTER
           .

      *    HISTORY IS IN DATE ORDER UNDER THE PAN, SO THE LAST RECORD
      *    READ IS THE LATEST VALUE.
       A300-FIND-LAST-VALUE.
           IF NOT HISTORY-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'     TO WS-END-OF-HISTORY.
           MOVE SRV-PAN TO PVAL-PAN.
           MOVE 0       TO PVAL-VALUATION-DATE.
           MOVE SPACE   TO PVAL-SOURCE.
           START VALUATION-HISTORY-FILE KEY IS NOT LESS THAN PVAL-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           PERFORM A310-READ-HISTORY UNTIL END-OF-HISTORY
           .

       A310-READ-HISTORY.
           READ VALUATION-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HISTORY
                 EXIT PARAGRAPH
           END-READ.
           IF PVAL-PAN NOT = SRV-PAN
              MOVE 'Y' TO WS-END-OF-HISTORY
              EXIT PARAGRAPH
           END-IF.
           MOVE PVAL-VALUE          TO AVMX-LAST-VALUE.
           MOVE PVAL-VALUATION-DATE TO AVMX-LAST-VALUE-DATE
           .

       A900-FINALIZE.
           MOVE WS-SCANNED-COUNT    TO SUM-SCANNED.
           MOVE WS-EXTRACTED-COUNT  TO SUM-EXTRACTED.
           MOVE WS-NO-ADDRESS-COUNT TO SUM-NO-ADDRESS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE     TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           IF HISTORY-OPEN
              CLOSE VALUATION-HISTORY-FILE
           END-IF.
           CLOSE AVM-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSAVMEX'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-SCANNED-COUNT    TO EPSRUNWR-IN-COUNT.
           MOVE WS-EXTRACTED-COUNT  TO EPSRUNWR-OUT-COUNT.
           MOVE WS-NO-ADDRESS-COUNT TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
