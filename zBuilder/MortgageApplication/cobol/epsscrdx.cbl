       ID DIVISION.
       PROGRAM-ID. EPSSCRDX.
      *    MONTHLY DOD SCRA MATCHING REQUEST EXTRACT.
      *
      *    BROWSES THE EPSSRVCF SERVICING MASTER AND, FOR EVERY
      *    ACTIVE OR CONSTRUCTION-PHASE LOAN, WRITES ONE EPSSCRDX
      *    REQUEST IN THE DMDC BATCH LAYOUT - NAME FROM THE EPSBRWRF
      *    BORROWER MASTER, SSN FROM THE TOKEN VAULT. LOANS ALREADY
      *    PROTECTED GO OUT TOO, SO THE RESULTS PICK UP A DUTY END
      *    DATE AS SOON AS DMDC HAS ONE. EPSSCRIN READS WHAT COMES
      *    BACK.
      *
      *    THE SSN NEVER TRAVELS IN THE CLEAR ANYWHERE ELSE: THE
      *    PAN'S TOKEN COMES OFF THE EPSSSNXR CROSS-REFERENCE AND IS
      *    EXCHANGED THROUGH EPSSSNTK - THIS PROGRAM IS ON ITS
      *    AUTHORIZED-CALLER LIST - ONLY TO BUILD THE REQUEST RECORD.
      *    A LOAN WITH NO TOKEN OR NO BORROWER RECORD CANNOT BE
      *    MATCHED AND IS LISTED ON THE REPORT INSTEAD.
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

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT DOD-REQUEST-FILE ASSIGN TO EPSSCRDX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRDX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SCRDXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  DOD-REQUEST-FILE
           RECORD CONTAINS 111 CHARACTERS.
           COPY EPSSCRDX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-SCRDX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-XREF              PIC X VALUE 'N'.
              88 END-OF-XREF                 VALUE 'Y'.
           03 WS-TOKEN-FOUND              PIC X VALUE 'N'.
              88 TOKEN-FOUND                 VALUE 'Y'.
           03 WS-BORROWER-FOUND           PIC X VALUE 'N'.
              88 BORROWER-FOUND              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-EXTRACTED-COUNT          PIC 9(7) VALUE 0.
           03 WS-NO-TOKEN-COUNT           PIC 9(7) VALUE 0.
           03 WS-NO-BORROWER-COUNT        PIC 9(7) VALUE 0.

      *    PAN-TO-TOKEN MAP, FLATTENED FROM THE EPSSSNXR RECORDS AT
      *    INITIALIZATION (EACH XREF RECORD LISTS UP TO FIVE PANS
      *    UNDER ONE TOKEN).
       01 WS-TOKEN-MAP.
           03 WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-MAP-ENTRY OCCURS 2000 TIMES.
              05 WS-MAP-PAN               PIC X(10).
              05 WS-MAP-TOKEN             PIC X(9).
       01 WS-MAP-IDX                      PIC 9(4) COMP.
       01 WS-MAP-SLOT                     PIC 9(4) COMP.
       01 WS-XREF-IDX                     PIC 9(2) COMP.

      *    BRWR-NAME SPLIT ON SPACES - FIRST, MIDDLE, LAST. A TWO-
      *    WORD NAME HAS NO MIDDLE; ANY FOURTH WORD IS A SUFFIX AND
      *    IS DROPPED.
       01 WS-NAME-WORK.
           03 WS-NAME-PART-COUNT          PIC 9(2) COMP.
           03 WS-NAME-PART-1              PIC X(30).
           03 WS-NAME-PART-2              PIC X(30).
           03 WS-NAME-PART-3              PIC X(30).

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKEN EXCHANGE -
      *    SEE A400-DETOKENIZE.
           COPY EPSTKPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSCRDX - DOD SCRA MATCHING REQUEST EXTRACT'.
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
              05 FILLER                   PIC X(10) VALUE 'SCANNED:'.
              05 SUM-SCANNED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'EXTRACTED:'.
              05 SUM-EXTRACTED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'NO TOKEN:'.
              05 SUM-NO-TOKEN             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'NO BORROWER:'.
              05 SUM-NO-BORROWER          PIC ZZZZZZ9.

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
           MOVE 'EPSSCRDX' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  SSN-XREF-FILE.
           OPEN OUTPUT DOD-REQUEST-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-TOKEN-MAP.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

       A110-LOAD-TOKEN-MAP.
           MOVE LOW-VALUES TO SSNXR-SSN.
           START SSN-XREF-FILE KEY IS NOT LESS THAN SSNXR-SSN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-XREF
           END-START
           .
           PERFORM A120-LOAD-ONE-XREF UNTIL END-OF-XREF.

       A120-LOAD-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-XREF
              NOT AT END
                 PERFORM A125-MAP-ONE-PAN
                         VARYING WS-XREF-IDX FROM 1 BY 1
                         UNTIL WS-XREF-IDX > SSNXR-PAN-COUNT
           END-READ
           .

       A125-MAP-ONE-PAN.
           IF SSNXR-PAN(WS-XREF-IDX) NOT = SPACES
              AND WS-MAP-COUNT < 2000
              ADD 1 TO WS-MAP-COUNT
              MOVE SSNXR-PAN(WS-XREF-IDX) TO WS-MAP-PAN(WS-MAP-COUNT)
              MOVE SSNXR-SSN              TO WS-MAP-TOKEN(WS-MAP-COUNT)
           END-IF
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A200-EXTRACT-LOAN.
           IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
              ADD 1 TO WS-SCANNED-COUNT
              PERFORM A300-BUILD-REQUEST
           END-IF.
           PERFORM A150-READ-MASTER.

       A300-BUILD-REQUEST.
           MOVE SPACES  TO WS-DETAIL-LINE.
           MOVE SRV-PAN TO DTL-PAN.

           MOVE 'N' TO WS-BORROWER-FOUND.
           MOVE SRV-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BORROWER-FOUND
           END-READ.
           IF NOT BORROWER-FOUND OR BRWR-NAME = SPACES
              ADD 1 TO WS-NO-BORROWER-COUNT
              MOVE 'NO BORROWER NAME ON FILE - NOT EXTRACTED'
                   TO DTL-RESULT
              PERFORM A890-PRINT-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A350-FIND-TOKEN.
           IF NOT TOKEN-FOUND
              ADD 1 TO WS-NO-TOKEN-COUNT
              MOVE 'NO SSN TOKEN ON FILE - NOT EXTRACTED'
                   TO DTL-RESULT
              PERFORM A890-PRINT-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A400-DETOKENIZE.
           IF NOT EPSSSNTK-SUCCESS
              ADD 1 TO WS-NO-TOKEN-COUNT
              MOVE 'TOKEN WOULD NOT EXCHANGE - NOT EXTRACTED'
                   TO DTL-RESULT
              PERFORM A890-PRINT-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A500-SPLIT-NAME.
           MOVE SPACES       TO SCRA-DOD-REQUEST-RECORD.
           MOVE EPSSSNTK-SSN TO SCRDX-SSN.
           MOVE SRV-PAN      TO SCRDX-REF-PAN.
           EVALUATE WS-NAME-PART-COUNT
              WHEN 1
                 MOVE WS-NAME-PART-1 TO SCRDX-LAST-NAME
              WHEN 2
                 MOVE WS-NAME-PART-1 TO SCRDX-FIRST-NAME
                 MOVE WS-NAME-PART-2 TO SCRDX-LAST-NAME
              WHEN OTHER
                 MOVE WS-NAME-PART-1 TO SCRDX-FIRST-NAME
                 MOVE WS-NAME-PART-2 TO SCRDX-MIDDLE-NAME
                 MOVE WS-NAME-PART-3 TO SCRDX-LAST-NAME
           END-EVALUATE.
           WRITE SCRA-DOD-REQUEST-RECORD.
      *    THE CLEAR SSN LIVES NO LONGER THAN THE WRITE.
           MOVE SPACES TO EPSSSNTK-SSN.
           ADD 1 TO WS-EXTRACTED-COUNT
           .

       A350-FIND-TOKEN.
           MOVE 'N' TO WS-TOKEN-FOUND.
           MOVE 0 TO WS-MAP-SLOT.
           PERFORM A355-MATCH-ONE-TOKEN
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0
           .

       A355-MATCH-ONE-TOKEN.
           IF WS-MAP-PAN(WS-MAP-IDX) = SRV-PAN
              MOVE WS-MAP-IDX TO WS-MAP-SLOT
              MOVE 'Y' TO WS-TOKEN-FOUND
           END-IF
           .

       A400-DETOKENIZE.
           SET EPSSSNTK-DETOKENIZE TO TRUE.
           MOVE 'EPSSCRDX' TO EPSSSNTK-CALLER-ID.
           MOVE WS-MAP-TOKEN(WS-MAP-SLOT) TO EPSSSNTK-TOKEN.
           MOVE SPACES TO EPSSSNTK-SSN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS.

       A500-SPLIT-NAME.
           MOVE 0      TO WS-NAME-PART-COUNT.
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
                          WS-NAME-PART-3.
           UNSTRING BRWR-NAME DELIMITED BY ALL SPACE
              INTO WS-NAME-PART-1 WS-NAME-PART-2 WS-NAME-PART-3
              TALLYING IN WS-NAME-PART-COUNT
           END-UNSTRING.
           IF WS-NAME-PART-3 = SPACES AND WS-NAME-PART-COUNT > 2
              MOVE 2 TO WS-NAME-PART-COUNT
           END-IF.
           IF WS-NAME-PART-2 = SPACES AND WS-NAME-PART-COUNT > 1
              MOVE 1 TO WS-NAME-PART-COUNT
           END-IF
           .

       A890-PRINT-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-SCANNED-COUNT     TO SUM-SCANNED.
           MOVE WS-EXTRACTED-COUNT   TO SUM-EXTRACTED.
           MOVE WS-NO-TOKEN-COUNT    TO SUM-NO-TOKEN.
           MOVE WS-NO-BORROWER-COUNT TO SUM-NO-BORROWER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE SSN-XREF-FILE.
           CLOSE DOD-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
