      *         EPSPYSUM SUMMARY (REVERSALS SUBTRACT), SO THE 1098
      *         RUN READS ONE RECORD PER LOAN INSTEAD OF RAW DETAIL.
      *
      *    A LOAN UNDER LITIGATION HOLD (EPSLHOLD, ASKED THROUGH
      *    EPSLHCHK) IS NOT ROLLED UP: ITS OLDER RECORDS STAY ON THE
      *    CURRENT-CYCLE FILE EXACTLY AS POSTED, UNSUMMARIZED, AND
      *    ARE LISTED AS SKIPPED WITH THE MATTER HOLDING THEM. THE
      *    MONTHLY JOBS ONLY TAKE THE CURRENT MONTH'S POSTINGS, SO
      *    THE HELD DETAIL DOES NOT COUNT TWICE. THE FIRST CYCLE
      *    CLOSE AFTER THE HOLD IS RELEASED ARCHIVES AND SUMMARIZES
      *    IT AS USUAL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  CURRENT-CYCLE-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  CURRENT-CYCLE-RECORD           PIC X(110).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  ARCHIVE-RECORD                 PIC X(110).

       FD  SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           03 WS-CURRENT-COUNT            PIC 9(7) VALUE 0.
           03 WS-ARCHIVED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SUMMARY-COUNT            PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-HD-DD                    PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HELD-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'HELD - SKIPPED'.
              05 HLD-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 HLD-POST-DATE            PIC 9(8).
              05 FILLER                   PIC X(10) VALUE
                 '  MATTER '.
              05 HLD-MATTER-NUM           PIC X(12).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'CURRENT CYCLE:'.
              05 FILLER                   PIC X(16) VALUE
                 'SUMMARY ROWS:'.
              05 SUM-SUMMARIES            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'HELD-SKIPPED:'.
              05 SUM-HELD                 PIC ZZZZZZ9.

      *    LITIGATION HOLD CHECK - SEE EPSLHCHK.
           COPY EPSLHPM.

       LINKAGE SECTION.
      *
      *    THE SUMMARY ALWAYS HOLDS EXACTLY THE CLOSED CYCLES.
       A200-SPLIT-RECORD.
           MOVE PYHST-POST-DATE TO WS-HISTORY-DATE-PARTS.
           MOVE 'N' TO EPSLHCHK-HELD-IND.
           IF WS-HD-YYYY NOT = WS-CURR-YYYY OR WS-HD-MM NOT = WS-CURR-MM
              MOVE 'P'       TO EPSLHCHK-HOLD-TYPE
              MOVE PYHST-PAN TO EPSLHCHK-HOLD-ID
              CALL 'EPSLHCHK' USING EPSLHCHK-PARMS
              IF EPSLHCHK-HELD
                 PERFORM A250-REPORT-HELD
              END-IF
           END-IF.
           IF (WS-HD-YYYY = WS-CURR-YYYY AND WS-HD-MM = WS-CURR-MM)
              OR EPSLHCHK-HELD
              MOVE POSTED-PAYMENT-HISTORY-RECORD
                   TO CURRENT-CYCLE-RECORD
              WRITE CURRENT-CYCLE-RECORD
           END-IF.
           PERFORM A150-READ-HISTORY.

       A250-REPORT-HELD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE PYHST-PAN           TO HLD-PAN.
           MOVE PYHST-POST-DATE     TO HLD-POST-DATE.
           MOVE EPSLHCHK-MATTER-NUM TO HLD-MATTER-NUM.
           MOVE WS-HELD-LINE        TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    REVERSALS TAKE THEIR AMOUNTS BACK OUT OF THE YEAR'S
      *    TOTALS, SO THE SUMMARY ALWAYS SAYS WHAT THE DETAIL SAYS.
       A300-ROLL-UP-SUMMARY.
           MOVE WS-CURRENT-COUNT  TO SUM-CURRENT.
           MOVE WS-ARCHIVED-COUNT TO SUM-ARCHIVED.
           MOVE WS-SUMMARY-COUNT  TO SUM-SUMMARIES.
           MOVE WS-HELD-COUNT     TO SUM-HELD.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

