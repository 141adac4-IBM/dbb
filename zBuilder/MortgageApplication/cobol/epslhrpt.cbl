       ID DIVISION.
       PROGRAM-ID. EPSLHRPT.
      *    MONTHLY LITIGATION HOLD REPORT.
      *
      *    LISTS EVERY ACTIVE HOLD ON THE EPSLHOLD REGISTRY - WHAT IS
      *    HELD, FOR WHICH MATTER, WHO PLACED IT AND WHEN - WITH THE
      *    VOLUME OF DATA THE HOLD IS KEEPING FROM THE PURGE,
      *    SUMMARIZE AND RETENTION STEPS, SO LEGAL CAN SEE WHAT EACH
      *    MATTER COSTS TO KEEP AND RELEASE WHAT IT NO LONGER NEEDS:
      *
      *       - A LOAN HOLD: WHETHER THE EPSAPPST APPLICATION IS STILL
      *         ON FILE, ITS PAYMENT HISTORY RECORDS (THE KEYED
      *         EPSPYHSV COPY, ONE START PER PAN), AND ITS FILED
      *         DOCUMENTS AND THEIR LINES ON THE EPSARCIX ARCHIVE.
      *       - A LENDER HOLD: WHETHER THE EPSMORTF LENDER ENTRY IS
      *         STILL ON FILE.
      *
      *    A LOAN HELD UNDER MORE THAN ONE MATTER IS LISTED UNDER
      *    EACH, SO THE VOLUME COLUMNS ARE NOT ADDED ACROSS MATTERS
      *    FOR THE SAME LOAN - THE TOTALS COUNT EACH LOAN ONCE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITIGATION-HOLD-FILE ASSIGN TO EPSLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LHLD-KEY
                  FILE STATUS IS WS-LHLD-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO EPSMORTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MORT-FILE-COMPANY
                  FILE STATUS IS WS-MORTF-STATUS.

           SELECT ONLINE-HISTORY-FILE ASSIGN TO EPSPYHSV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO EPSARCIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCIX-KEY
                  FILE STATUS IS WS-ARCIX-STATUS.

           SELECT HOLD-REPORT ASSIGN TO LHOLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LITIGATION-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSLHOLD.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  MORTGAGE-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY EPSMORTF.

       FD  ONLINE-HISTORY-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  ARCHIVE-INDEX-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EPSARCIX.

       FD  HOLD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-LHLD-STATUS              PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-MORTF-STATUS             PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-ARCIX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-HOLDS             PIC X VALUE 'N'.
              88 END-OF-HOLDS                VALUE 'Y'.
           03 WS-END-OF-BROWSE            PIC X VALUE 'N'.
              88 END-OF-BROWSE               VALUE 'Y'.
           03 WS-PYHSV-OPEN               PIC X VALUE 'N'.
              88 HISTORY-FILE-OPEN           VALUE 'Y'.
           03 WS-ARCIX-OPEN               PIC X VALUE 'N'.
              88 ARCHIVE-FILE-OPEN           VALUE 'Y'.
           03 WS-ON-FILE-IND              PIC X.
              88 RECORD-ON-FILE              VALUE 'Y'.

      *    THE LAST LOAN MEASURED - A SECOND MATTER ON THE SAME LOAN
      *    REUSES ITS FIGURES RATHER THAN BROWSING AGAIN.
       01 WS-MEASURED-PAN                 PIC X(10) VALUE SPACES.
       01 WS-HOLD-VOLUME.
           03 WS-HISTORY-COUNT            PIC 9(7).
           03 WS-DOCUMENT-COUNT           PIC 9(5).
           03 WS-DOC-LINE-COUNT           PIC 9(9).

       01 WS-COUNTERS.
           03 WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
           03 WS-LOAN-HOLD-COUNT          PIC 9(7) VALUE 0.
           03 WS-LENDER-HOLD-COUNT        PIC 9(7) VALUE 0.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-TOTAL-HISTORY            PIC 9(9) VALUE 0.
           03 WS-TOTAL-DOCUMENTS          PIC 9(7) VALUE 0.
           03 WS-TOTAL-DOC-LINES          PIC 9(9) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSLHRPT - ACTIVE LITIGATION HOLDS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(8)  VALUE 'HOLD ON'.
              05 FILLER                   PIC X(26) VALUE 'PAN/LENDER'.
              05 FILLER                   PIC X(14) VALUE 'MATTER'.
              05 FILLER                   PIC X(10) VALUE 'PLACED BY'.
              05 FILLER                   PIC X(10) VALUE 'PLACED'.
              05 FILLER                   PIC X(28) VALUE
                 'DESCRIPTION'.
              05 FILLER                   PIC X(6)  VALUE 'FILE'.
              05 FILLER                   PIC X(10) VALUE 'PAY HIST'.
              05 FILLER                   PIC X(8)  VALUE 'DOCS'.
              05 FILLER                   PIC X(11) VALUE 'DOC LINES'.
           03 WS-DETAIL-LINE.
              05 DTL-HOLD-ON              PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOLD-ID              PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MATTER-NUM           PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PLACED-BY            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PLACED-DATE          PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DESCRIPTION          PIC X(26).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ON-FILE              PIC X(3).
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-HISTORY              PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-DOCUMENTS            PIC ZZ,ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DOC-LINES            PIC ZZZ,ZZZ,ZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(14) VALUE
                 'ACTIVE HOLDS:'.
              05 SUM-ACTIVE               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'LOANS:'.
              05 SUM-LOANS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'LENDERS:'.
              05 SUM-LENDERS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'RELEASED ON FILE:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(26) VALUE
                 'PROTECTED - PAY HISTORY:'.
              05 SUM-HISTORY              PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'DOCUMENTS:'.
              05 SUM-DOCUMENTS            PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'DOC LINES:'.
              05 SUM-DOC-LINES            PIC ZZZ,ZZZ,ZZ9.
           03 WS-NONE-LINE.
              05 FILLER                   PIC X(40) VALUE
                 'NO HOLD REGISTRY - NOTHING IS UNDER HOLD'.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-REPORT-HOLD UNTIL END-OF-HOLDS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSLHRPT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT HOLD-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           OPEN INPUT  LITIGATION-HOLD-FILE.
           IF WS-LHLD-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-HOLDS
              MOVE WS-NONE-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  MORTGAGE-FILE.
      *    NO KEYED HISTORY OR NO ARCHIVE YET SIMPLY COUNTS ZERO.
           OPEN INPUT  ONLINE-HISTORY-FILE.
           IF WS-PYHSV-STATUS = '00'
              MOVE 'Y' TO WS-PYHSV-OPEN
           END-IF.
           OPEN INPUT  ARCHIVE-INDEX-FILE.
           IF WS-ARCIX-STATUS = '00'
              MOVE 'Y' TO WS-ARCIX-OPEN
           END-IF.

           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-HOLD.

       A150-READ-HOLD.
           READ LITIGATION-HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HOLDS
           END-READ
           .

       A200-REPORT-HOLD.
           IF NOT LHLD-ACTIVE
              ADD 1 TO WS-RELEASED-COUNT
              PERFORM A150-READ-HOLD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE LHLD-HOLD-ID         TO DTL-HOLD-ID.
           MOVE LHLD-MATTER-NUM      TO DTL-MATTER-NUM.
           MOVE LHLD-PLACED-BY       TO DTL-PLACED-BY.
           MOVE LHLD-PLACED-DATE     TO DTL-PLACED-DATE.
           MOVE LHLD-DESCRIPTION     TO DTL-DESCRIPTION.
           IF LHLD-LENDER-HOLD
              ADD 1 TO WS-LENDER-HOLD-COUNT
              MOVE 'LENDER' TO DTL-HOLD-ON
              PERFORM A300-MEASURE-LENDER
           ELSE
              ADD 1 TO WS-LOAN-HOLD-COUNT
              MOVE 'LOAN'   TO DTL-HOLD-ON
              PERFORM A400-MEASURE-LOAN
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-HOLD.

       A300-MEASURE-LENDER.
           MOVE LHLD-HOLD-ID TO MORT-FILE-COMPANY.
           READ MORTGAGE-FILE
              INVALID KEY
                 MOVE 'NO'  TO DTL-ON-FILE
              NOT INVALID KEY
                 MOVE 'YES' TO DTL-ON-FILE
           END-READ.
           MOVE 0 TO DTL-HISTORY DTL-DOCUMENTS DTL-DOC-LINES
           .

      *    A LOAN HELD UNDER A SECOND MATTER WAS MEASURED JUST BEFORE
      *    - THE REGISTRY IS IN HOLD-ID ORDER - AND IS COUNTED INTO
      *    THE TOTALS ONLY THE FIRST TIME.
       A400-MEASURE-LOAN.
           IF LHLD-HOLD-ID(1:10) NOT = WS-MEASURED-PAN
              MOVE LHLD-HOLD-ID(1:10) TO WS-MEASURED-PAN
              MOVE 0 TO WS-HISTORY-COUNT
                        WS-DOCUMENT-COUNT
                        WS-DOC-LINE-COUNT
              MOVE 'N' TO WS-ON-FILE-IND
              MOVE WS-MEASURED-PAN TO APPST-PAN
              READ APPLICATION-STATUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ON-FILE-IND
              END-READ
              IF HISTORY-FILE-OPEN
                 PERFORM A450-COUNT-HISTORY
              END-IF
              IF ARCHIVE-FILE-OPEN
                 PERFORM A500-COUNT-DOCUMENTS
              END-IF
              ADD WS-HISTORY-COUNT  TO WS-TOTAL-HISTORY
              ADD WS-DOCUMENT-COUNT TO WS-TOTAL-DOCUMENTS
              ADD WS-DOC-LINE-COUNT TO WS-TOTAL-DOC-LINES
           END-IF.
           IF RECORD-ON-FILE
              MOVE 'YES' TO DTL-ON-FILE
           ELSE
              MOVE 'NO'  TO DTL-ON-FILE
           END-IF.
           MOVE WS-HISTORY-COUNT  TO DTL-HISTORY.
           MOVE WS-DOCUMENT-COUNT TO DTL-DOCUMENTS.
           MOVE WS-DOC-LINE-COUNT TO DTL-DOC-LINES
           .

       A450-COUNT-HISTORY.
           MOVE WS-MEASURED-PAN TO PYHSV-PAN.
           MOVE 0               TO PYHSV-POST-DATE.
           MOVE 0               TO PYHSV-SEQ.
           MOVE 'N' TO WS-END-OF-BROWSE.
           START ONLINE-HISTORY-FILE KEY IS NOT LESS THAN PYHSV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-BROWSE
           END-START.
           PERFORM A460-NEXT-HISTORY UNTIL END-OF-BROWSE
           .

       A460-NEXT-HISTORY.
           READ ONLINE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BROWSE
                 EXIT PARAGRAPH
           END-READ.
           IF PYHSV-PAN NOT = WS-MEASURED-PAN
              MOVE 'Y' TO WS-END-OF-BROWSE
           ELSE
              ADD 1 TO WS-HISTORY-COUNT
           END-IF
           .

       A500-COUNT-DOCUMENTS.
           MOVE WS-MEASURED-PAN TO ARCIX-PAN.
           MOVE 0               TO ARCIX-DOC-DATE.
           MOVE 0               TO ARCIX-SEQ.
           MOVE 'N' TO WS-END-OF-BROWSE.
           START ARCHIVE-INDEX-FILE KEY IS NOT LESS THAN ARCIX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-BROWSE
           END-START.
           PERFORM A510-NEXT-DOCUMENT UNTIL END-OF-BROWSE
           .

       A510-NEXT-DOCUMENT.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BROWSE
                 EXIT PARAGRAPH
           END-READ.
           IF ARCIX-PAN NOT = WS-MEASURED-PAN
              MOVE 'Y' TO WS-END-OF-BROWSE
           ELSE
              ADD 1                TO WS-DOCUMENT-COUNT
              ADD ARCIX-LINE-COUNT TO WS-DOC-LINE-COUNT
           END-IF
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ACTIVE-COUNT      TO SUM-ACTIVE.
           MOVE WS-LOAN-HOLD-COUNT   TO SUM-LOANS.
           MOVE WS-LENDER-HOLD-COUNT TO SUM-LENDERS.
           MOVE WS-RELEASED-COUNT    TO SUM-RELEASED.
           MOVE WS-SUMMARY-LINE      TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-HISTORY     TO SUM-HISTORY.
           MOVE WS-TOTAL-DOCUMENTS   TO SUM-DOCUMENTS.
           MOVE WS-TOTAL-DOC-LINES   TO SUM-DOC-LINES.
           MOVE WS-SUMMARY-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-LHLD-STATUS = '00' OR '10'
              CLOSE LITIGATION-HOLD-FILE
              CLOSE APPLICATION-STATUS-FILE
              CLOSE MORTGAGE-FILE
              IF HISTORY-FILE-OPEN
                 CLOSE ONLINE-HISTORY-FILE
              END-IF
              IF ARCHIVE-FILE-OPEN
                 CLOSE ARCHIVE-INDEX-FILE
              END-IF
           END-IF.
           CLOSE HOLD-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
