       ID DIVISION.
       PROGRAM-ID. EPSFLPDA.
      *    QUARTERLY FAIR-LENDING PRICING DISPARITY ANALYSIS.
      *
      *    AN OFFICER MAY STILL MOVE THE RATE WITHIN THEIR DISCRETION
      *    AND THE ONLY RECORD OF WHERE IT ENDED UP IS APPST-LOCKED-
      *    RATE. THIS RUN TAKES EVERY APPLICATION LOCKED IN THE
      *    QUARTER JUST ENDED AND REPRICES IT THE WAY THE SYSTEM
      *    WOULD HAVE PRICED IT WITH NO DISCRETION AT ALL:
      *       - THE RATE THE PAN'S MOST RECENT EPSAUDIT QUOTE ROW
      *         CARRIES, BEFORE ANY ADJUSTMENT - THE SAME CAPTURE
      *         EPSHMDA REPORTS;
      *       - PLUS THE STACKED EPSLLPA GRID ADJUSTMENT, FROM THE
      *         QUOTED AMOUNT, THE APPRAISED VALUE AND OCCUPANCY ON
      *         EPSUWFND, THE PROPERTY TYPE ON EPSPROPF AND ANY OTHER
      *         LIEN ON THE PROPERTY (EPSLIENK);
      *       - PLUS THE EPSCRTIR CREDIT-SCORE TIER ADJUSTMENT FOR THE
      *         SCORE THE LOAN WAS PRICED FROM - THE PAN'S OLDEST
      *         EPSSCRHS PULL, THE BASELINE EPSCRRFS USES, OR FAILING
      *         THAT THE SCORE THE UNDERWRITING ENGINE PULLED.
      *    THE GAP IS THE LOCKED RATE LESS THAT EXPECTED RATE, IN
      *    BASIS POINTS - AN OVERAGE WHEN THE BORROWER PAID MORE, AN
      *    UNDERAGE WHEN LESS.
      *
      *    GAPS ARE SUMMARIZED BY LOAN OFFICER, BY BRANCH AND REGION
      *    (EPSOFXRF/EPSBRNCH), BY PROPERTY STATE AND COUNTY
      *    (EPSPROPF), AND BY THE HMDA ETHNICITY, RACE AND SEX ON
      *    EPSHMGMI. EVERY LOAN WHOSE GAP EITHER WAY EXCEEDS THE
      *    OUTLIER LIMIT IS LISTED FOR COMPLIANCE REVIEW, AND EVERY
      *    GROUP WHOSE AVERAGE GAP STRAYS FROM THE PORTFOLIO AVERAGE
      *    BY MORE THAN THE GROUP LIMIT IS MARKED FOR REVIEW. A LOCK
      *    THAT CANNOT BE REPRICED IS LISTED TOO, SO NOTHING DROPS
      *    OUT OF THE ANALYSIS UNSEEN.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT OFFICER-XREF-FILE ASSIGN TO EPSOFXRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OFXRF-LOAN-OFFICER
                  FILE STATUS IS WS-OFXRF-STATUS.

           SELECT BRANCH-REFERENCE-FILE ASSIGN TO EPSBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRNCH-BRANCH-CODE
                  FILE STATUS IS WS-BRNCH-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT GOVT-MONITORING-FILE ASSIGN TO EPSHMGMI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GMI-PAN
                  FILE STATUS IS WS-GMI-STATUS.

           SELECT UW-FINDINGS-FILE ASSIGN TO EPSUWFND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UWFND-PAN
                  FILE STATUS IS WS-UWFND-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO EPSSCRHS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRH-STATUS.

           SELECT CREDIT-TIER-FILE ASSIGN TO EPSCRTIR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRTIR-STATUS.

           SELECT ANALYSIS-REPORT ASSIGN TO FLPDARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  OFFICER-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSOFXRF.

       FD  BRANCH-REFERENCE-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY EPSBRNCH.

       FD  PROPERTY-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  GOVT-MONITORING-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSHMGMI.

       FD  UW-FINDINGS-FILE
           RECORD CONTAINS 480 CHARACTERS.
           COPY EPSUWFND.

       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY EPSSCRHS.

       FD  CREDIT-TIER-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSCRTIR.

       FD  ANALYSIS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-OFXRF-STATUS             PIC XX.
           03 WS-BRNCH-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-GMI-STATUS               PIC XX.
           03 WS-UWFND-STATUS             PIC XX.
           03 WS-SCRH-STATUS              PIC XX.
           03 WS-CRTIR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-APPST             PIC X VALUE 'N'.
              88 END-OF-APPST                VALUE 'Y'.
           03 WS-END-OF-HIST              PIC X VALUE 'N'.
              88 END-OF-HIST                 VALUE 'Y'.
           03 WS-END-OF-TIERS             PIC X VALUE 'N'.
              88 END-OF-TIERS                VALUE 'Y'.
           03 WS-PROPF-OPEN               PIC X VALUE 'N'.
              88 PROPERTY-FILE-OPEN          VALUE 'Y'.
           03 WS-GMI-OPEN                 PIC X VALUE 'N'.
              88 MONITORING-FILE-OPEN        VALUE 'Y'.
           03 WS-UWFND-OPEN               PIC X VALUE 'N'.
              88 FINDINGS-FILE-OPEN          VALUE 'Y'.
           03 WS-QUOTE-FOUND              PIC X VALUE 'N'.
              88 QUOTE-FOUND                 VALUE 'Y'.
           03 WS-UWFND-FOUND              PIC X VALUE 'N'.
              88 FINDINGS-FOUND              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-LOCKED-COUNT             PIC 9(7) VALUE 0.
           03 WS-REPRICED-COUNT           PIC 9(7) VALUE 0.
           03 WS-UNPRICED-COUNT           PIC 9(7) VALUE 0.
           03 WS-OUTLIER-COUNT            PIC 9(7) VALUE 0.
           03 WS-GROUP-REVIEW-COUNT       PIC 9(7) VALUE 0.
           03 WS-TIERS-IGNORED            PIC 9(7) VALUE 0.

      *    A LOAN LOCKED MORE THAN THIS MANY BASIS POINTS AWAY FROM
      *    ITS EXPECTED RATE, EITHER WAY, GOES TO COMPLIANCE.
       01 WS-OUTLIER-LIMIT-BP             PIC 9(3) VALUE 25.
      *    A GROUP OF AT LEAST WS-GROUP-MIN-LOANS WHOSE AVERAGE GAP IS
      *    MORE THAN THIS MANY BASIS POINTS FROM THE PORTFOLIO AVERAGE
      *    IS MARKED FOR REVIEW - FEWER LOANS THAN THAT PROVE NOTHING
      *    EITHER WAY.
       01 WS-GROUP-LIMIT-BP               PIC 9(3) VALUE 10.
       01 WS-GROUP-MIN-LOANS              PIC 9(3) VALUE 5.

      *    THE QUARTER ANALYZED - THE LAST COMPLETE CALENDAR QUARTER
      *    BEFORE THE RUN DATE. LOCKS ARE SELECTED ON THE YEAR AND
      *    MONTH OF APPST-LOCK-DATE.
       01 WS-QUARTER-WORK.
           03 WS-QTR-YEAR                 PIC 9(4).
           03 WS-QTR-NUMBER               PIC 9.
           03 WS-QTR-FIRST-MONTH          PIC 9(2).
           03 WS-QTR-FIRST-YYYYMM         PIC 9(6).
           03 WS-QTR-LAST-YYYYMM          PIC 9(6).
           03 WS-LOCK-YYYYMM              PIC 9(6).

      *    THE EPSCRTIR PRICING TIERS, LOADED ONCE.
       01 WS-TIER-TABLE.
           03 WS-TIER-COUNT               PIC 9(2) COMP VALUE 0.
           03 WS-TIER-ENTRY OCCURS 10 TIMES.
              05 TRT-TIER                 PIC 9.
              05 TRT-MIN-SCORE            PIC 9(3).
              05 TRT-ADJ-BP               PIC S9(4).
       01 WS-TRT-IDX                      PIC 9(2) COMP.
       01 WS-TRT-SLOT                     PIC 9(2) COMP.

      *    BASELINE (OLDEST) SCORE PER PAN, FROM THE HISTORY FILE -
      *    THE SCORE THE RATE WAS PRICED FROM.
       01 WS-BASELINE-TABLE.
           03 WS-BASE-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-BASE-ENTRY OCCURS 2000 TIMES.
              05 WS-BASE-PAN              PIC X(10).
              05 WS-BASE-SCORE            PIC 9(3).
       01 WS-BASE-IDX                     PIC 9(4) COMP.
       01 WS-BASE-SLOT                    PIC 9(4) COMP.
       01 WS-BASE-LOOKUP-PAN              PIC X(10).

      *    GAP TOTALS PER GROUP, KEPT IN DIMENSION/KEY ORDER BY
      *    INSERTION SO THE SUMMARY PRINTS STRAIGHT FROM THE TABLE.
      *    DIMENSIONS: 1 OFFICER, 2 BRANCH, 3 REGION, 4 STATE,
      *    5 COUNTY, 6 ETHNICITY, 7 RACE, 8 SEX.
       01 WS-GROUP-TABLE.
           03 WS-GRP-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-GRP-ENTRY OCCURS 1500 TIMES.
              05 GRP-SORT-KEY.
                 07 GRP-DIMENSION         PIC 9.
                 07 GRP-KEY               PIC X(10).
              05 GRP-DESCRIPTION          PIC X(24).
              05 GRP-LOANS                PIC 9(5).
              05 GRP-GAP-TOTAL            PIC S9(7)V9.
              05 GRP-OVERAGES             PIC 9(5).
              05 GRP-UNDERAGES            PIC 9(5).
              05 GRP-OUTLIERS             PIC 9(5).
       01 WS-GRP-IDX                      PIC 9(4) COMP.
       01 WS-GRP-SLOT                     PIC 9(4) COMP.
       01 WS-GRP-MOVE                     PIC 9(4) COMP.
       01 WS-NEW-GROUP.
           03 NEW-SORT-KEY.
              05 NEW-DIMENSION            PIC 9.
              05 NEW-KEY                  PIC X(10).
           03 NEW-DESCRIPTION             PIC X(24).
       01 WS-LAST-DIMENSION               PIC 9.

      *    WHERE THE LOCK BEING ANALYZED ROLLS UP.
       01 WS-ROLLUP-KEYS.
           03 WS-BRANCH-CODE              PIC X(4).
           03 WS-BRANCH-NAME              PIC X(24).
           03 WS-REGION-CODE              PIC X(2).
           03 WS-STATE-CODE               PIC X(2).
           03 WS-COUNTY-KEY.
              05 WCK-STATE                PIC X(2).
              05 FILLER                   PIC X VALUE '-'.
              05 WCK-COUNTY               PIC X(5).
           03 WS-ETHNICITY                PIC X.
           03 WS-RACE                     PIC X.
           03 WS-SEX                      PIC X.

      *    REPRICING WORK FIELDS.
       01 WS-SCORE                        PIC 9(3).
       01 WS-TIER                         PIC 9.
       01 WS-TIER-BP                      PIC S9(4).
       01 WS-LLPA-BP                      PIC S9(4).
       01 WS-LOCKED-RATE                  PIC S9(2)V9(3).
       01 WS-EXPECTED-RATE                PIC S9(2)V9(3).
       01 WS-GAP-BP                       PIC S9(5)V9.
       01 WS-ABS-GAP-BP                   PIC S9(5)V9.
       01 WS-TOTAL-GAP-BP                 PIC S9(9)V9 VALUE 0.
       01 WS-PORTFOLIO-AVG-BP             PIC S9(5)V9 VALUE 0.
       01 WS-GROUP-AVG-BP                 PIC S9(5)V9.
       01 WS-GROUP-DEVIATION-BP           PIC S9(5)V9.
       01 WS-OUTLIER-IND                  PIC X.
          88 LOAN-IS-OUTLIER                 VALUE 'Y'.

           COPY EPSLLPM.
           COPY EPSLKPM.

       01  SQL-ERROR-MSG.
           03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
           03  SQL-ERROR-CODE      PIC 9(5) DISPLAY.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    SEE EPSQUOTE'S COPY OF THIS SAME COPYBOOK FOR THE TABLE
      *    DECLARATION AND HOST-VARIABLE LAYOUT.
           COPY EPSAUDIT.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(44) VALUE
                 'EPSFLPDA - FAIR LENDING PRICING DISPARITY'.
              05 FILLER                   PIC X(4)  VALUE 'QTR'.
              05 HDG-QTR-YEAR             PIC 9(4).
              05 FILLER                   PIC X VALUE 'Q'.
              05 HDG-QTR-NUMBER           PIC 9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2                PIC X(50) VALUE
              'PRICING EXCEPTIONS FOR COMPLIANCE REVIEW'.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(6)  VALUE 'BRNCH'.
              05 FILLER                   PIC X(4)  VALUE 'ST'.
              05 FILLER                   PIC X(9)  VALUE 'LOCKDATE'.
              05 FILLER                   PIC X(6)  VALUE 'SCORE'.
              05 FILLER                   PIC X(4)  VALUE 'TIER'.
              05 FILLER                   PIC X(8)  VALUE 'LOCKED'.
              05 FILLER                   PIC X(8)  VALUE 'EXPECTED'.
              05 FILLER                   PIC X(7)  VALUE 'LLPA'.
              05 FILLER                   PIC X(7)  VALUE 'TIERBP'.
              05 FILLER                   PIC X(9)  VALUE 'GAP BP'.
              05 FILLER                   PIC X(20) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BRANCH               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATE                PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LOCK-DATE            PIC 9(8).
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-SCORE                PIC ZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-TIER                 PIC Z.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-LOCKED-RATE          PIC Z9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EXPECTED-RATE        PIC Z9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LLPA-BP              PIC -ZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TIER-BP              PIC -ZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-GAP-BP               PIC -ZZZ9.9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(36).
           03 WS-GROUP-HEADING.
              05 FILLER                   PIC X(22) VALUE 'GAPS BY'.
              05 FILLER                   PIC X(26) VALUE
                 'DESCRIPTION'.
              05 FILLER                   PIC X(8)  VALUE 'LOANS'.
              05 FILLER                   PIC X(11) VALUE 'AVG GAP BP'.
              05 FILLER                   PIC X(10) VALUE 'OVERAGES'.
              05 FILLER                   PIC X(11) VALUE 'UNDERAGES'.
              05 FILLER                   PIC X(10) VALUE 'OUTLIERS'.
           03 WS-DIMENSION-LINE.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DIM-NAME                 PIC X(20).
           03 WS-GROUP-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 GRL-KEY                  PIC X(10).
              05 FILLER                   PIC X(8)  VALUE SPACES.
              05 GRL-DESCRIPTION          PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 GRL-LOANS                PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 GRL-AVG-GAP              PIC -ZZZ9.9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 GRL-OVERAGES             PIC ZZZZ9.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 GRL-UNDERAGES            PIC ZZZZ9.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 GRL-OUTLIERS             PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 GRL-FLAG                 PIC X(8).
           03 WS-TIER-LINE.
              05 FILLER                   PIC X(5)  VALUE 'TIER '.
              05 TRL-TIER                 PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TRL-TEXT                 PIC X(50).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(16) VALUE
                 'LOCKED IN QTR:'.
              05 SUM-LOCKED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REPRICED:'.
              05 SUM-REPRICED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOT REPRICED:'.
              05 SUM-UNPRICED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'PORTFOLIO AVG GAP:'.
              05 SUM-AVG-GAP              PIC -ZZZ9.9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(16) VALUE
                 'LOAN OUTLIERS:'.
              05 SUM-OUTLIERS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'GROUPS FLAGGED:'.
              05 SUM-GROUP-REVIEWS        PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'TIERS IGNORED:'.
              05 SUM-TIERS-IGNORED        PIC ZZZZZZ9.

      *    MOST RECENT QUOTE FOR THE PAN BEING REPRICED - THE AMOUNT
      *    AND THE RATE BEFORE ADJUSTMENTS THAT THE INTAKE CAPTURED.
           EXEC SQL
               DECLARE LATEST-QUOTE CURSOR FOR
                   SELECT AUDIT-PRINCIPAL, AUDIT-RATE, AUDIT-YEARS
                     FROM EPSAUDIT
                    WHERE AUDIT-PAN = :EPSAUDIT-PAN
                    ORDER BY AUDIT-SEQ-NUM DESC
           END-EXEC.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-ANALYZE-APPLICATION UNTIL END-OF-APPST.
           PERFORM A600-PRINT-GROUPS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSFLPDA' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  OFFICER-XREF-FILE.
           OPEN INPUT  BRANCH-REFERENCE-FILE.
           OPEN INPUT  PROPERTY-FILE.
           IF WS-PROPF-STATUS = '00'
              MOVE 'Y' TO WS-PROPF-OPEN
           END-IF.
           OPEN INPUT  GOVT-MONITORING-FILE.
           IF WS-GMI-STATUS = '00'
              MOVE 'Y' TO WS-GMI-OPEN
           END-IF.
           OPEN INPUT  UW-FINDINGS-FILE.
           IF WS-UWFND-STATUS = '00'
              MOVE 'Y' TO WS-UWFND-OPEN
           END-IF.
           OPEN OUTPUT ANALYSIS-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           PERFORM A105-SET-QUARTER.
           MOVE WS-QTR-YEAR   TO HDG-QTR-YEAR.
           MOVE WS-QTR-NUMBER TO HDG-QTR-NUMBER.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-TIERS.
           PERFORM A130-LOAD-BASELINES.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO APPST-PAN.
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN APPST-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-APPST
           END-START
           .
           IF NOT END-OF-APPST
              PERFORM A150-READ-APPLICATION
           END-IF
           .

      *    THE QUARTER BEFORE THE ONE THE RUN DATE FALLS IN - A RUN
      *    ANY TIME IN APRIL THROUGH JUNE ANALYZES JANUARY THROUGH
      *    MARCH, AND A RUN IN THE FIRST QUARTER ANALYZES THE FOURTH
      *    QUARTER OF THE YEAR BEFORE.
       A105-SET-QUARTER.
           COMPUTE WS-QTR-NUMBER = (WS-CURR-MM + 2) / 3.
           MOVE WS-CURR-YYYY TO WS-QTR-YEAR.
           IF WS-QTR-NUMBER = 1
              MOVE 4 TO WS-QTR-NUMBER
              SUBTRACT 1 FROM WS-QTR-YEAR
           ELSE
              SUBTRACT 1 FROM WS-QTR-NUMBER
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1.
           COMPUTE WS-QTR-FIRST-YYYYMM =
                   WS-QTR-YEAR * 100 + WS-QTR-FIRST-MONTH.
           COMPUTE WS-QTR-LAST-YYYYMM = WS-QTR-FIRST-YYYYMM + 2.

      *    THE TIER TABLE IS HALF THE EXPECTED PRICE - WITHOUT IT
      *    EVERY GAP WOULD BE MEASURED WRONG, SO A MISSING OR EMPTY
      *    TIER FILE STOPS THE RUN BEFORE ANYTHING IS REPORTED. A
      *    TIER RECORD THAT IS NOT NUMERIC IS LISTED AND LEFT OUT.
       A110-LOAD-TIERS.
           OPEN INPUT CREDIT-TIER-FILE.
           IF WS-CRTIR-STATUS NOT = '00'
              DISPLAY 'EPSFLPDA - EPSCRTIR TIER FILE WILL NOT OPEN, '
                      'STATUS ' WS-CRTIR-STATUS ' - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A120-LOAD-ONE-TIER UNTIL END-OF-TIERS.
           CLOSE CREDIT-TIER-FILE.
           IF WS-TIER-COUNT = 0
              DISPLAY 'EPSFLPDA - NO PRICING TIERS ON EPSCRTIR - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A120-LOAD-ONE-TIER.
           READ CREDIT-TIER-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TIERS
              NOT AT END
                 PERFORM A125-FILE-TIER
           END-READ
           .

       A125-FILE-TIER.
           IF CRTIR-TIER IS NOT NUMERIC
              OR CRTIR-MIN-SCORE IS NOT NUMERIC
              OR CRTIR-ADJ-BP IS NOT NUMERIC
              ADD 1 TO WS-TIERS-IGNORED
              MOVE SPACES TO WS-TIER-LINE
              MOVE CRTIR-TIER TO TRL-TIER
              MOVE 'IGNORED - TIER, SCORE OR ADJUSTMENT NOT NUMERIC'
                   TO TRL-TEXT
              MOVE WS-TIER-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIER-COUNT >= 10
              DISPLAY 'EPSFLPDA - TIER TABLE FULL AT 10 - '
                      'PRICING WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-TIER-COUNT.
           MOVE CRTIR-TIER      TO TRT-TIER(WS-TIER-COUNT).
           MOVE CRTIR-MIN-SCORE TO TRT-MIN-SCORE(WS-TIER-COUNT).
           MOVE CRTIR-ADJ-BP    TO TRT-ADJ-BP(WS-TIER-COUNT).
           IF CRTIR-ADJ-SIGN = '-'
              COMPUTE TRT-ADJ-BP(WS-TIER-COUNT) =
                      0 - TRT-ADJ-BP(WS-TIER-COUNT)
           END-IF.

      *    THE FIRST HISTORY RECORD SEEN FOR A PAN IS ITS OLDEST -
      *    THE SCORE THE PRICING WAS DONE FROM. NO HISTORY FILE IS
      *    NOT AN ERROR; THE UNDERWRITING SCORE STANDS IN.
       A130-LOAD-BASELINES.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCRH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-HIST
           END-IF.
           PERFORM A140-LOAD-ONE-SCORE UNTIL END-OF-HIST.
           IF WS-SCRH-STATUS = '00' OR WS-SCRH-STATUS = '10'
              CLOSE SCORE-HISTORY-FILE
           END-IF.

       A140-LOAD-ONE-SCORE.
           READ SCORE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-HIST
              NOT AT END
                 PERFORM A145-FILE-BASELINE
           END-READ
           .

       A145-FILE-BASELINE.
           MOVE SCRH-PAN TO WS-BASE-LOOKUP-PAN.
           PERFORM A147-FIND-BASELINE.
           IF WS-BASE-SLOT = 0
              AND WS-BASE-COUNT < 2000
              AND SCRH-CREDIT-SCORE IS NUMERIC
              ADD 1 TO WS-BASE-COUNT
              MOVE SCRH-PAN          TO WS-BASE-PAN(WS-BASE-COUNT)
              MOVE SCRH-CREDIT-SCORE TO WS-BASE-SCORE(WS-BASE-COUNT)
           END-IF
           .

       A147-FIND-BASELINE.
           MOVE 0 TO WS-BASE-SLOT.
           PERFORM A148-MATCH-BASELINE
                   VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
                      OR WS-BASE-SLOT > 0.

       A148-MATCH-BASELINE.
           IF WS-BASE-PAN(WS-BASE-IDX) = WS-BASE-LOOKUP-PAN
              MOVE WS-BASE-IDX TO WS-BASE-SLOT
           END-IF
           .

       A150-READ-APPLICATION.
           READ APPLICATION-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-APPST
           END-READ
           .

      *    EVERY LOCK TAKEN IN THE QUARTER COUNTS, WHATEVER BECAME OF
      *    THE APPLICATION AFTERWARDS - A WITHDRAWN FILE WAS STILL
      *    OFFERED THE RATE.
       A200-ANALYZE-APPLICATION.
           IF APPST-RATE-LOCKED
              AND APPST-LOCK-DATE IS NUMERIC
              MOVE APPST-LOCK-DATE(1:6) TO WS-LOCK-YYYYMM
              IF WS-LOCK-YYYYMM >= WS-QTR-FIRST-YYYYMM
                 AND WS-LOCK-YYYYMM <= WS-QTR-LAST-YYYYMM
                 PERFORM A300-REPRICE-LOCK
              END-IF
           END-IF.
           PERFORM A150-READ-APPLICATION.

       A300-REPRICE-LOCK.
           ADD 1 TO WS-LOCKED-COUNT.
           MOVE APPST-LOCKED-RATE TO WS-LOCKED-RATE.
           PERFORM A310-RESOLVE-BRANCH-REGION.
           PERFORM A320-RESOLVE-PROPERTY.
           PERFORM A330-RESOLVE-MONITORING.
           PERFORM A340-READ-FINDINGS.

           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE APPST-PAN          TO DTL-PAN.
           MOVE APPST-LOAN-OFFICER TO DTL-OFFICER.
           MOVE WS-BRANCH-CODE     TO DTL-BRANCH.
           MOVE WS-STATE-CODE      TO DTL-STATE.
           MOVE APPST-LOCK-DATE    TO DTL-LOCK-DATE.
           MOVE WS-LOCKED-RATE     TO DTL-LOCKED-RATE.

           PERFORM A410-FETCH-LATEST-QUOTE.
           IF NOT QUOTE-FOUND
              MOVE 'NOT REPRICED - NO EPSAUDIT QUOTE' TO DTL-NOTE
              PERFORM A490-LIST-UNPRICED
              EXIT PARAGRAPH
           END-IF.

           PERFORM A420-FIND-SCORE.
           IF WS-SCORE = 0
              MOVE 'NOT REPRICED - NO CREDIT SCORE' TO DTL-NOTE
              PERFORM A490-LIST-UNPRICED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCORE TO DTL-SCORE.

           PERFORM A430-FIND-TIER.
           IF WS-TRT-SLOT = 0
              MOVE 'NOT REPRICED - SCORE BELOW EVERY TIER' TO DTL-NOTE
              PERFORM A490-LIST-UNPRICED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIER    TO DTL-TIER.
           MOVE WS-TIER-BP TO DTL-TIER-BP.

           IF NOT FINDINGS-FOUND OR UWFND-APPRAISED-VALUE = 0
              MOVE 'NOT REPRICED - NO APPRAISED VALUE' TO DTL-NOTE
              PERFORM A490-LIST-UNPRICED
              EXIT PARAGRAPH
           END-IF.
           PERFORM A440-PRICE-LLPA.
           IF EPSLLPA-BAD-REQUEST
              MOVE 'NOT REPRICED - LLPA WOULD NOT PRICE' TO DTL-NOTE
              PERFORM A490-LIST-UNPRICED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-LLPA-BP TO DTL-LLPA-BP.

           COMPUTE WS-EXPECTED-RATE =
                   EPSAUDIT-RATE + (WS-LLPA-BP + WS-TIER-BP) / 100.
           COMPUTE WS-GAP-BP = (WS-LOCKED-RATE - WS-EXPECTED-RATE)
                             * 100.
           MOVE WS-EXPECTED-RATE TO DTL-EXPECTED-RATE.
           MOVE WS-GAP-BP        TO DTL-GAP-BP.

           ADD 1 TO WS-REPRICED-COUNT.
           ADD WS-GAP-BP TO WS-TOTAL-GAP-BP.
           IF WS-GAP-BP < 0
              COMPUTE WS-ABS-GAP-BP = 0 - WS-GAP-BP
           ELSE
              MOVE WS-GAP-BP TO WS-ABS-GAP-BP
           END-IF.
           MOVE 'N' TO WS-OUTLIER-IND.
           IF WS-ABS-GAP-BP > WS-OUTLIER-LIMIT-BP
              MOVE 'Y' TO WS-OUTLIER-IND
              ADD 1 TO WS-OUTLIER-COUNT
              IF WS-GAP-BP > 0
                 MOVE 'OUTLIER - OVERAGE' TO DTL-NOTE
              ELSE
                 MOVE 'OUTLIER - UNDERAGE' TO DTL-NOTE
              END-IF
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           PERFORM A500-TALLY-GROUPS.

      *    SAME RESOLUTION EPSBRRLP USES - AN OFFICER OR BRANCH NOT ON
      *    THE CROSS-REFERENCE ROLLS UP UNDER QUESTION MARKS.
       A310-RESOLVE-BRANCH-REGION.
           MOVE '????' TO WS-BRANCH-CODE.
           MOVE 'NO OFFICER XREF' TO WS-BRANCH-NAME.
           MOVE '??'   TO WS-REGION-CODE.
           MOVE APPST-LOAN-OFFICER TO OFXRF-LOAN-OFFICER.
           READ OFFICER-XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE OFXRF-BRANCH-CODE TO WS-BRANCH-CODE
                 MOVE 'NOT ON EPSBRNCH' TO WS-BRANCH-NAME
                 MOVE OFXRF-BRANCH-CODE TO BRNCH-BRANCH-CODE
                 READ BRANCH-REFERENCE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE BRNCH-BRANCH-NAME TO WS-BRANCH-NAME
                       MOVE BRNCH-REGION-CODE TO WS-REGION-CODE
                 END-READ
           END-READ
           .

       A320-RESOLVE-PROPERTY.
           MOVE '??'    TO WS-STATE-CODE.
           MOVE '??'    TO WCK-STATE.
           MOVE '?????' TO WCK-COUNTY.
           MOVE SPACE   TO EPSLLPA-PROPERTY-TYPE.
           IF PROPERTY-FILE-OPEN
              MOVE APPST-PAN TO PROP-PAN
              READ PROPERTY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PROP-STATE         TO WS-STATE-CODE
                    MOVE PROP-STATE         TO WCK-STATE
                    MOVE PROP-COUNTY-CODE   TO WCK-COUNTY
                    MOVE PROP-PROPERTY-TYPE TO EPSLLPA-PROPERTY-TYPE
              END-READ
           END-IF
           .

      *    '?' GROUPS THE LOCKS WITH NO MONITORING RECORD - A LARGE
      *    '?' GROUP IS ITSELF SOMETHING COMPLIANCE WILL ASK ABOUT.
       A330-RESOLVE-MONITORING.
           MOVE '?' TO WS-ETHNICITY.
           MOVE '?' TO WS-RACE.
           MOVE '?' TO WS-SEX.
           IF MONITORING-FILE-OPEN
              MOVE APPST-PAN TO GMI-PAN
              READ GOVT-MONITORING-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GMI-ETHNICITY TO WS-ETHNICITY
                    MOVE GMI-RACE      TO WS-RACE
                    MOVE GMI-SEX       TO WS-SEX
              END-READ
           END-IF
           .

       A340-READ-FINDINGS.
           MOVE 'N' TO WS-UWFND-FOUND.
           IF FINDINGS-FILE-OPEN
              MOVE APPST-PAN TO UWFND-PAN
              READ UW-FINDINGS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-UWFND-FOUND
              END-READ
           END-IF
           .

       A410-FETCH-LATEST-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND.
           MOVE APPST-PAN TO EPSAUDIT-PAN.
           EXEC SQL
               OPEN LATEST-QUOTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQL-ERROR-CODE
              DISPLAY 'EPSFLPDA - ' APPST-PAN ' ' SQL-ERROR-MSG
           ELSE
              EXEC SQL
                  FETCH LATEST-QUOTE
                   INTO :EPSAUDIT-PRINCIPAL, :EPSAUDIT-RATE,
                        :EPSAUDIT-YEARS
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-QUOTE-FOUND
              END-IF
              EXEC SQL
                  CLOSE LATEST-QUOTE
              END-EXEC
           END-IF
           .

      *    THE BASELINE PULL FIRST - IT IS WHAT THE RATE WAS PRICED
      *    FROM - THEN THE SCORE THE UNDERWRITING ENGINE PULLED.
       A420-FIND-SCORE.
           MOVE 0 TO WS-SCORE.
           MOVE APPST-PAN TO WS-BASE-LOOKUP-PAN.
           PERFORM A147-FIND-BASELINE.
           IF WS-BASE-SLOT > 0
              MOVE WS-BASE-SCORE(WS-BASE-SLOT) TO WS-SCORE
           ELSE
              IF FINDINGS-FOUND
                 MOVE UWFND-CREDIT-SCORE TO WS-SCORE
              END-IF
           END-IF
           .

      *    THE TIER WITH THE HIGHEST MINIMUM THE SCORE REACHES.
       A430-FIND-TIER.
           MOVE 0 TO WS-TRT-SLOT.
           PERFORM A435-TRY-ONE-TIER
                   VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-TIER-COUNT.
           IF WS-TRT-SLOT > 0
              MOVE TRT-TIER(WS-TRT-SLOT)   TO WS-TIER
              MOVE TRT-ADJ-BP(WS-TRT-SLOT) TO WS-TIER-BP
           END-IF
           .

       A435-TRY-ONE-TIER.
           IF WS-SCORE >= TRT-MIN-SCORE(WS-TRT-IDX)
              IF WS-TRT-SLOT = 0
                 MOVE WS-TRT-IDX TO WS-TRT-SLOT
              ELSE
                 IF TRT-MIN-SCORE(WS-TRT-IDX) >
                    TRT-MIN-SCORE(WS-TRT-SLOT)
                    MOVE WS-TRT-IDX TO WS-TRT-SLOT
                 END-IF
              END-IF
           END-IF
           .

      *    THE SAME GRID CALL EPSQUOTE MADE WHEN IT QUOTED. NO GRID
      *    FILE PRICES UNADJUSTED, AS EPSQUOTE DOES.
       A440-PRICE-LLPA.
           MOVE 0 TO WS-LLPA-BP.
           MOVE EPSAUDIT-PRINCIPAL    TO EPSLLPA-LOAN-AMOUNT.
           MOVE UWFND-APPRAISED-VALUE TO EPSLLPA-APPRAISED-VALUE.
           MOVE UWFND-OCCUPANCY-IND   TO EPSLLPA-OCCUPANCY-IND.
           MOVE 0                     TO EPSLLPA-OTHER-LIEN-BALANCE.
           MOVE APPST-PAN             TO EPSLIENK-PAN.
           CALL 'EPSLIENK' USING EPSLIENK-PARMS.
           IF EPSLIENK-LINKED
              COMPUTE EPSLLPA-OTHER-LIEN-BALANCE =
                      EPSLIENK-SENIOR-BALANCE + EPSLIENK-JUNIOR-BALANCE
           END-IF.
           CALL 'EPSLLPA' USING EPSLLPA-PARMS.
           IF EPSLLPA-SUCCESS
              MOVE EPSLLPA-ADJUSTMENT-BP TO WS-LLPA-BP
           END-IF
           .

       A490-LIST-UNPRICED.
           ADD 1 TO WS-UNPRICED-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A500-TALLY-GROUPS.
           MOVE 1                  TO NEW-DIMENSION.
           MOVE APPST-LOAN-OFFICER TO NEW-KEY.
           IF NEW-KEY = SPACES
              MOVE '????????' TO NEW-KEY
           END-IF.
           MOVE SPACES             TO NEW-DESCRIPTION.
           PERFORM A510-TALLY-GROUP.

           MOVE 2              TO NEW-DIMENSION.
           MOVE WS-BRANCH-CODE TO NEW-KEY.
           MOVE WS-BRANCH-NAME TO NEW-DESCRIPTION.
           PERFORM A510-TALLY-GROUP.

           MOVE 3              TO NEW-DIMENSION.
           MOVE WS-REGION-CODE TO NEW-KEY.
           MOVE SPACES         TO NEW-DESCRIPTION.
           PERFORM A510-TALLY-GROUP.

           MOVE 4              TO NEW-DIMENSION.
           MOVE WS-STATE-CODE  TO NEW-KEY.
           MOVE SPACES         TO NEW-DESCRIPTION.
           PERFORM A510-TALLY-GROUP.

           MOVE 5              TO NEW-DIMENSION.
           MOVE WS-COUNTY-KEY  TO NEW-KEY.
           MOVE SPACES         TO NEW-DESCRIPTION.
           PERFORM A510-TALLY-GROUP.

           MOVE 6              TO NEW-DIMENSION.
           MOVE WS-ETHNICITY   TO NEW-KEY.
           EVALUATE WS-ETHNICITY
              WHEN '1'
                 MOVE 'HISPANIC OR LATINO'     TO NEW-DESCRIPTION
              WHEN '2'
                 MOVE 'NOT HISPANIC OR LATINO' TO NEW-DESCRIPTION
              WHEN '3'
                 MOVE 'NOT PROVIDED'           TO NEW-DESCRIPTION
              WHEN '4'
                 MOVE 'NOT APPLICABLE'         TO NEW-DESCRIPTION
              WHEN OTHER
                 MOVE 'NO MONITORING RECORD'   TO NEW-DESCRIPTION
           END-EVALUATE.
           PERFORM A510-TALLY-GROUP.

           MOVE 7              TO NEW-DIMENSION.
           MOVE WS-RACE        TO NEW-KEY.
           EVALUATE WS-RACE
              WHEN '1'
                 MOVE 'AMER INDIAN/ALASKA NATV' TO NEW-DESCRIPTION
              WHEN '2'
                 MOVE 'ASIAN'                  TO NEW-DESCRIPTION
              WHEN '3'
                 MOVE 'BLACK/AFRICAN AMERICAN' TO NEW-DESCRIPTION
              WHEN '4'
                 MOVE 'NATV HAWAIIAN/PAC ISL'  TO NEW-DESCRIPTION
              WHEN '5'
                 MOVE 'WHITE'                  TO NEW-DESCRIPTION
              WHEN '6'
                 MOVE 'NOT PROVIDED'           TO NEW-DESCRIPTION
              WHEN '7'
                 MOVE 'NOT APPLICABLE'         TO NEW-DESCRIPTION
              WHEN OTHER
                 MOVE 'NO MONITORING RECORD'   TO NEW-DESCRIPTION
           END-EVALUATE.
           PERFORM A510-TALLY-GROUP.

           MOVE 8              TO NEW-DIMENSION.
           MOVE WS-SEX         TO NEW-KEY.
           EVALUATE WS-SEX
              WHEN '1'
                 MOVE 'MALE'                   TO NEW-DESCRIPTION
              WHEN '2'
                 MOVE 'FEMALE'                 TO NEW-DESCRIPTION
              WHEN '3'
                 MOVE 'NOT PROVIDED'           TO NEW-DESCRIPTION
              WHEN '4'
                 MOVE 'NOT APPLICABLE'         TO NEW-DESCRIPTION
              WHEN OTHER
                 MOVE 'NO MONITORING RECORD'   TO NEW-DESCRIPTION
           END-EVALUATE.
           PERFORM A510-TALLY-GROUP.

      *    FIND THE GROUP, OR INSERT IT IN KEY ORDER - THE SAME
      *    INSERTION EPSAUDTL BUILDS ITS TIMELINE WITH.
       A510-TALLY-GROUP.
           MOVE 0 TO WS-GRP-SLOT.
           PERFORM A515-LOCATE-GROUP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-SLOT > 0.
           IF WS-GRP-SLOT = 0
              OR GRP-SORT-KEY(WS-GRP-SLOT) NOT = NEW-SORT-KEY
              PERFORM A520-INSERT-GROUP
           END-IF.
           ADD 1         TO GRP-LOANS(WS-GRP-SLOT).
           ADD WS-GAP-BP TO GRP-GAP-TOTAL(WS-GRP-SLOT).
           IF WS-GAP-BP > 0
              ADD 1 TO GRP-OVERAGES(WS-GRP-SLOT)
           END-IF.
           IF WS-GAP-BP < 0
              ADD 1 TO GRP-UNDERAGES(WS-GRP-SLOT)
           END-IF.
           IF LOAN-IS-OUTLIER
              ADD 1 TO GRP-OUTLIERS(WS-GRP-SLOT)
           END-IF.

       A515-LOCATE-GROUP.
           IF GRP-SORT-KEY(WS-GRP-IDX) NOT < NEW-SORT-KEY
              MOVE WS-GRP-IDX TO WS-GRP-SLOT
           END-IF
           .

       A520-INSERT-GROUP.
           IF WS-GRP-COUNT >= 1500
              DISPLAY 'EPSFLPDA - GROUP TABLE FULL AT 1500 - '
                      'ANALYSIS WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-GRP-SLOT = 0
              COMPUTE WS-GRP-SLOT = WS-GRP-COUNT + 1
           ELSE
              PERFORM A525-SHIFT-ONE-GROUP
                      VARYING WS-GRP-MOVE FROM WS-GRP-COUNT BY -1
                      UNTIL WS-GRP-MOVE < WS-GRP-SLOT
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE NEW-SORT-KEY    TO GRP-SORT-KEY(WS-GRP-SLOT).
           MOVE NEW-DESCRIPTION TO GRP-DESCRIPTION(WS-GRP-SLOT).
           MOVE 0 TO GRP-LOANS(WS-GRP-SLOT).
           MOVE 0 TO GRP-GAP-TOTAL(WS-GRP-SLOT).
           MOVE 0 TO GRP-OVERAGES(WS-GRP-SLOT).
           MOVE 0 TO GRP-UNDERAGES(WS-GRP-SLOT).
           MOVE 0 TO GRP-OUTLIERS(WS-GRP-SLOT).

       A525-SHIFT-ONE-GROUP.
           MOVE WS-GRP-ENTRY(WS-GRP-MOVE)
                TO WS-GRP-ENTRY(WS-GRP-MOVE + 1)
           .

       A600-PRINT-GROUPS.
           IF WS-REPRICED-COUNT > 0
              COMPUTE WS-PORTFOLIO-AVG-BP ROUNDED =
                      WS-TOTAL-GAP-BP / WS-REPRICED-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GROUP-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LAST-DIMENSION.
           PERFORM A610-PRINT-ONE-GROUP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT.

       A610-PRINT-ONE-GROUP.
           IF GRP-DIMENSION(WS-GRP-IDX) NOT = WS-LAST-DIMENSION
              PERFORM A620-PRINT-DIMENSION-NAME
           END-IF.
           COMPUTE WS-GROUP-AVG-BP ROUNDED =
                   GRP-GAP-TOTAL(WS-GRP-IDX) / GRP-LOANS(WS-GRP-IDX).
           COMPUTE WS-GROUP-DEVIATION-BP =
                   WS-GROUP-AVG-BP - WS-PORTFOLIO-AVG-BP.
           IF WS-GROUP-DEVIATION-BP < 0
              COMPUTE WS-GROUP-DEVIATION-BP =
                      0 - WS-GROUP-DEVIATION-BP
           END-IF.
           MOVE SPACES                         TO WS-GROUP-LINE.
           MOVE GRP-KEY(WS-GRP-IDX)            TO GRL-KEY.
           MOVE GRP-DESCRIPTION(WS-GRP-IDX)    TO GRL-DESCRIPTION.
           MOVE GRP-LOANS(WS-GRP-IDX)          TO GRL-LOANS.
           MOVE WS-GROUP-AVG-BP                TO GRL-AVG-GAP.
           MOVE GRP-OVERAGES(WS-GRP-IDX)       TO GRL-OVERAGES.
           MOVE GRP-UNDERAGES(WS-GRP-IDX)      TO GRL-UNDERAGES.
           MOVE GRP-OUTLIERS(WS-GRP-IDX)       TO GRL-OUTLIERS.
           IF GRP-LOANS(WS-GRP-IDX) >= WS-GROUP-MIN-LOANS
              AND WS-GROUP-DEVIATION-BP > WS-GROUP-LIMIT-BP
              MOVE 'REVIEW' TO GRL-FLAG
              ADD 1 TO WS-GROUP-REVIEW-COUNT
           END-IF.
           MOVE WS-GROUP-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A620-PRINT-DIMENSION-NAME.
           MOVE GRP-DIMENSION(WS-GRP-IDX) TO WS-LAST-DIMENSION.
           EVALUATE WS-LAST-DIMENSION
              WHEN 1
                 MOVE 'LOAN OFFICER'       TO DIM-NAME
              WHEN 2
                 MOVE 'BRANCH'             TO DIM-NAME
              WHEN 3
                 MOVE 'REGION'             TO DIM-NAME
              WHEN 4
                 MOVE 'PROPERTY STATE'     TO DIM-NAME
              WHEN 5
                 MOVE 'STATE-COUNTY'       TO DIM-NAME
              WHEN 6
                 MOVE 'APPLICANT ETHNICITY' TO DIM-NAME
              WHEN 7
                 MOVE 'APPLICANT RACE'     TO DIM-NAME
              WHEN OTHER
                 MOVE 'APPLICANT SEX'      TO DIM-NAME
           END-EVALUATE.
           MOVE WS-DIMENSION-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOCKED-COUNT       TO SUM-LOCKED.
           MOVE WS-REPRICED-COUNT     TO SUM-REPRICED.
           MOVE WS-UNPRICED-COUNT     TO SUM-UNPRICED.
           MOVE WS-PORTFOLIO-AVG-BP   TO SUM-AVG-GAP.
           MOVE WS-SUMMARY-LINE-1     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OUTLIER-COUNT      TO SUM-OUTLIERS.
           MOVE WS-GROUP-REVIEW-COUNT TO SUM-GROUP-REVIEWS.
           MOVE WS-TIERS-IGNORED      TO SUM-TIERS-IGNORED.
           MOVE WS-SUMMARY-LINE-2     TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE APPLICATION-STATUS-FILE.
           CLOSE OFFICER-XREF-FILE.
           CLOSE BRANCH-REFERENCE-FILE.
           IF PROPERTY-FILE-OPEN
              CLOSE PROPERTY-FILE
           END-IF.
           IF MONITORING-FILE-OPEN
              CLOSE GOVT-MONITORING-FILE
           END-IF.
           IF FINDINGS-FILE-OPEN
              CLOSE UW-FINDINGS-FILE
           END-IF.
           CLOSE ANALYSIS-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
