      *    RUNS BUILD UP ONE CONTINUOUS HISTORY FILE RATHER THAN
      *    OVERWRITING EACH OTHER.
      *
      *    NOTHING UNDER LITIGATION HOLD IS PURGED, HOWEVER OLD: A
      *    LENDER ENTRY WHOSE COMPANY, OR AN APPLICATION WHOSE PAN,
      *    LEGAL HAS HELD ON THE EPSLHOLD REGISTRY (ASKED THROUGH
      *    EPSLHCHK) IS LEFT ON FILE AND LISTED AS SKIPPED WITH THE
      *    MATTER HOLDING IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-MORTF-PURGED-COUNT       PIC 9(5) VALUE 0.
           03 WS-APPST-SCANNED-COUNT      PIC 9(5) VALUE 0.
           03 WS-APPST-PURGED-COUNT       PIC 9(5) VALUE 0.
           03 WS-MORTF-HELD-COUNT         PIC 9(5) VALUE 0.
           03 WS-APPST-HELD-COUNT         PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(24) VALUE 'KEY'.
              05 FILLER                   PIC X(14) VALUE 'AGE DATE'.
              05 FILLER                   PIC X(16) VALUE 'ACTION'.
              05 FILLER                   PIC X(12) VALUE 'MATTER'.
           03 WS-DETAIL-LINE.
              05 DTL-FILE-ID              PIC X(12).
              05 DTL-KEY                  PIC X(24).
              05 DTL-AGE-DATE             PIC 9(8).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 DTL-ACTION               PIC X(16).
              05 DTL-MATTER-NUM           PIC X(12).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(18) VALUE
                 'EPSMORTF SCANNED:'.
              05 FILLER                   PIC X(16) VALUE
                 'ARCHIVED:'.
              05 SUM-MORTF-PURGED         PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'HELD-SKIPPED:'.
              05 SUM-MORTF-HELD           PIC ZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(18) VALUE
                 'EPSAPPST SCANNED:'.
              05 FILLER                   PIC X(16) VALUE
                 'ARCHIVED:'.
              05 SUM-APPST-PURGED         PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'HELD-SKIPPED:'.
              05 SUM-APPST-HELD           PIC ZZZZ9.

      *    LITIGATION HOLD CHECK - SEE EPSLHCHK.
           COPY EPSLHPM.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.

       A200-PURGE-MORTGAGES.
           ADD 1 TO WS-MORTF-SCANNED-COUNT.
           MOVE 'N' TO EPSLHCHK-HELD-IND.
           IF MORT-FILE-LAST-MAINT-DATE < WS-MORTF-CUTOFF-DATE-8
              MOVE 'C'               TO EPSLHCHK-HOLD-TYPE
              MOVE MORT-FILE-COMPANY TO EPSLHCHK-HOLD-ID
              CALL 'EPSLHCHK' USING EPSLHCHK-PARMS
              IF EPSLHCHK-HELD
                 ADD 1 TO WS-MORTF-HELD-COUNT
                 MOVE 'EPSMORTF'                TO DTL-FILE-ID
                 MOVE MORT-FILE-COMPANY         TO DTL-KEY
                 MOVE MORT-FILE-LAST-MAINT-DATE TO DTL-AGE-DATE
                 PERFORM A270-REPORT-HELD
              END-IF
           END-IF.
           IF MORT-FILE-LAST-MAINT-DATE < WS-MORTF-CUTOFF-DATE-8
              AND NOT EPSLHCHK-HELD
              PERFORM A250-ARCHIVE-MORTGAGE
              DELETE MORTGAGE-FILE
                 INVALID KEY
           MOVE MORT-FILE-COMPANY          TO DTL-KEY.
           MOVE MORT-FILE-LAST-MAINT-DATE  TO DTL-AGE-DATE.
           MOVE 'ARCHIVED/PURGED'          TO DTL-ACTION.
           MOVE SPACES                     TO DTL-MATTER-NUM.
           MOVE WS-DETAIL-LINE             TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE CALLER HAS ALREADY SET THE FILE, KEY AND AGE DATE.
       A270-REPORT-HELD.
           MOVE 'SKIPPED - HELD'    TO DTL-ACTION.
           MOVE EPSLHCHK-MATTER-NUM TO DTL-MATTER-NUM.
           MOVE WS-DETAIL-LINE      TO RPT-LINE.
           WRITE RPT-LINE
           .

       A350-READ-APPLICATION.
           READ APPLICATION-STATUS-FILE NEXT RECORD
              AT END

       A300-PURGE-APPLICATIONS.
           ADD 1 TO WS-APPST-SCANNED-COUNT.
           MOVE 'N' TO EPSLHCHK-HELD-IND.
           IF (APPST-CLOSED OR APPST-DENIED OR APPST-WITHDRAWN)
              AND APPST-STATUS-DATE < WS-APPST-CUTOFF-DATE-8
              MOVE 'P'       TO EPSLHCHK-HOLD-TYPE
              MOVE APPST-PAN TO EPSLHCHK-HOLD-ID
              CALL 'EPSLHCHK' USING EPSLHCHK-PARMS
              IF EPSLHCHK-HELD
                 ADD 1 TO WS-APPST-HELD-COUNT
                 MOVE 'EPSAPPST'        TO DTL-FILE-ID
                 MOVE APPST-PAN         TO DTL-KEY
                 MOVE APPST-STATUS-DATE TO DTL-AGE-DATE
                 PERFORM A270-REPORT-HELD
              END-IF
           END-IF.
           IF (APPST-CLOSED OR APPST-DENIED OR APPST-WITHDRAWN)
              AND APPST-STATUS-DATE < WS-APPST-CUTOFF-DATE-8
              AND NOT EPSLHCHK-HELD
              PERFORM A380-ARCHIVE-APPLICATION
              DELETE APPLICATION-STATUS-FILE
                 INVALID KEY
           MOVE APPST-PAN                  TO DTL-KEY.
           MOVE APPST-STATUS-DATE          TO DTL-AGE-DATE.
           MOVE 'ARCHIVED/PURGED'          TO DTL-ACTION.
           MOVE SPACES                     TO DTL-MATTER-NUM.
           MOVE WS-DETAIL-LINE             TO RPT-LINE.
           WRITE RPT-LINE
           .
       A900-FINALIZE.
           MOVE WS-MORTF-SCANNED-COUNT TO SUM-MORTF-SCANNED.
           MOVE WS-MORTF-PURGED-COUNT  TO SUM-MORTF-PURGED.
           MOVE WS-MORTF-HELD-COUNT    TO SUM-MORTF-HELD.
           MOVE WS-SUMMARY-LINE        TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-APPST-SCANNED-COUNT TO SUM-APPST-SCANNED.
           MOVE WS-APPST-PURGED-COUNT  TO SUM-APPST-PURGED.
           MOVE WS-APPST-HELD-COUNT    TO SUM-APPST-HELD.
           MOVE WS-SUMMARY-LINE-2      TO RPT-LINE.
           WRITE RPT-LINE.

