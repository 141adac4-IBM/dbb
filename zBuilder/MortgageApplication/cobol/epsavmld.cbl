       ID DIVISION.
       PROGRAM-ID. EPSAVMLD.
      *    AVM VALUATION RESULT LOAD AND CURRENT-LTV DISTRIBUTION.
      *
      *    READS THE VENDOR'S EPSAVMRX RETURN FOR THE EPSAVMEX
      *    EXTRACT AND ADDS EACH VALUATION TO THE EPSPVALH PROPERTY
      *    VALUATION HISTORY - SRV-APPRAISED-VALUE STAYS THE
      *    ORIGINATION VALUE. EACH RESULT IS MEASURED AGAINST THE
      *    LAST VALUE WE HELD (THE LATEST HISTORY RECORD, ELSE THE
      *    ORIGINATION VALUE) AND THE LOAN'S CURRENT LTV IS TAKEN ON
      *    ITS PRINCIPAL BALANCE. A RESULT BELOW THE MINIMUM
      *    CONFIDENCE OR SWINGING MORE THAN THE MAXIMUM PERCENT, AND
      *    A PROPERTY THE VENDOR COULD NOT VALUE, GOES ON THE REVIEW
      *    LIST: A DRIVE-BY ORDER TRANSACTION ON EPSAVMRV IN THE
      *    EPSAPOTX LAYOUT, WHICH THE COLLATERAL DESK CLEARS AND FEEDS
      *    TO EPSAPOMT. A RESULT THAT NEEDS NO REVIEW ALSO REFRESHES
      *    THE EPSLIENL PROPERTY VALUE FOR A PROPERTY IT ANCHORS,
      *    UNLESS THAT VALUE WAS KEYED BY HAND. THE REPORT ENDS WITH
      *    THE CURRENT-LTV BAND DISTRIBUTION.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO EPSAVMRX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AVMRX-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT VALUATION-HISTORY-FILE ASSIGN TO EPSPVALH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PVAL-KEY
                  FILE STATUS IS WS-PVALH-STATUS.

           SELECT LIEN-LINKAGE-FILE ASSIGN TO EPSLIENL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIEN-KEY
                  ALTERNATE RECORD KEY IS LIEN-PAN WITH DUPLICATES
                  FILE STATUS IS WS-LIEN-STATUS.

           SELECT REVIEW-FILE ASSIGN TO EPSAVMRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AVMRV-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AVMLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSAVMRX.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  VALUATION-HISTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSPVALH.

       FD  LIEN-LINKAGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSLIENL.

       FD  REVIEW-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY EPSAPOTX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-AVMRX-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PVALH-STATUS             PIC XX.
           03 WS-LIEN-STATUS              PIC XX.
           03 WS-AVMRV-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-RESULTS           PIC X VALUE 'N'.
              88 END-OF-RESULTS              VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-LIEN-OPEN                PIC X VALUE 'N'.
              88 LINKAGE-OPEN                VALUE 'Y'.
           03 WS-REVIEW-IND               PIC X.
              88 NO-REVIEW-NEEDED            VALUE SPACE.

      *    A RESULT UNDER THE CONFIDENCE FLOOR OR MOVING MORE THAN
      *    THE SWING LIMIT EITHER WAY IS CHECKED BY A DRIVE-BY, DUE
      *    BACK FROM THE VENDOR IN THE REVIEW DAYS.
       01 WS-STATIC-DATA.
           03 STATIC-MIN-CONFIDENCE       PIC 9(3)    VALUE 70.
           03 STATIC-MAX-SWING-PCT        PIC 9(3)V99 VALUE 20.
           03 STATIC-REVIEW-DUE-DAYS      PIC 9(3)    VALUE 30.

       01 WS-VALUATION-WORK.
           03 WS-PRIOR-VALUE              PIC 9(9)V99.
           03 WS-SWING-PCT                PIC S9(3)V99.
           03 WS-ABS-SWING-PCT            PIC 9(3)V99.
           03 WS-CURRENT-LTV              PIC 9(3)V99.
           03 WS-REVIEW-DUE-DATE          PIC 9(8).

       01 WS-BAND-WORK.
           03 WS-BAND-VALUE               PIC S9(9)V99 COMP.
           03 WS-BAND-BALANCE             PIC S9(11)V99 COMP-3.
       01 WS-BAND-IDX                     PIC 9(2) COMP.

      *    ONE ROW PER BAND; THE LAST HOLDS LOANS THE VENDOR COULD
      *    NOT VALUE.
       01 WS-BAND-TABLE.
           03 WS-BAND-ENTRY OCCURS 8 TIMES.
              05 BAND-COUNT               PIC 9(7) COMP.
              05 BAND-BALANCE             PIC S9(13)V99 COMP-3.

       01 WS-BAND-LABELS.
           03 FILLER                      PIC X(10) VALUE '<= 60'.
           03 FILLER                      PIC X(10) VALUE '60.01-70'.
           03 FILLER                      PIC X(10) VALUE '70.01-80'.
           03 FILLER                      PIC X(10) VALUE '80.01-90'.
           03 FILLER                      PIC X(10) VALUE '90.01-95'.
           03 FILLER                      PIC X(10) VALUE '95.01-100'.
           03 FILLER                      PIC X(10) VALUE '> 100'.
           03 FILLER                      PIC X(10) VALUE 'NO VALUE'.
       01 WS-BAND-LABEL-TBL REDEFINES WS-BAND-LABELS.
           03 WS-BAND-LABEL OCCURS 8 TIMES
                                          PIC X(10).

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-LOADED-COUNT             PIC 9(7) VALUE 0.
           03 WS-NO-HIT-COUNT             PIC 9(7) VALUE 0.
           03 WS-REVIEW-COUNT             PIC 9(7) VALUE 0.
           03 WS-LIEN-REFRESH-COUNT       PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSAVMLD - AVM VALUATION LOAD'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(16) VALUE 'AVM VALUE'.
              05 FILLER                   PIC X(6)  VALUE 'CONF'.
              05 FILLER                   PIC X(10) VALUE 'SWING %'.
              05 FILLER                   PIC X(8)  VALUE 'LTV'.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CONFIDENCE           PIC ZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-SWING                PIC -ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-LTV                  PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-BAND-HDG.
              05 FILLER                   PIC X(12) VALUE 'LTV BAND'.
              05 FILLER                   PIC X(12) VALUE 'LOANS'.
              05 FILLER                   PIC X(20) VALUE
                 'TOTAL BALANCE'.
           03 WS-BAND-LINE.
              05 BNL-LABEL                PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BNL-COUNT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 BNL-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'READ:'.
              05 SUM-READ                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'LOADED:'.
              05 SUM-LOADED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'NO HIT:'.
              05 SUM-NO-HIT               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'REVIEW:'.
              05 SUM-REVIEW               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'LIEN REFRESH:'.
              05 SUM-LIEN-REFRESH         PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           PERFORM A200-LOAD-RESULT UNTIL END-OF-RESULTS.
           PERFORM A800-WRITE-DISTRIBUTION.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSAVMLD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  RESULT-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN I-O    VALUATION-HISTORY-FILE.
           IF WS-PVALH-STATUS = '05' OR '35'
              CLOSE VALUATION-HISTORY-FILE
              OPEN OUTPUT VALUATION-HISTORY-FILE
              CLOSE VALUATION-HISTORY-FILE
              OPEN I-O VALUATION-HISTORY-FILE
           END-IF.
      *    NO LINKAGE FILE MEANS NO PROPERTY VALUE TO REFRESH.
           OPEN I-O    LIEN-LINKAGE-FILE.
           IF WS-LIEN-STATUS = '00'
              MOVE 'Y' TO WS-LIEN-OPEN
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-REVIEW-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                    + STATIC-REVIEW-DUE-DAYS).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-CLEAR-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 8.

           PERFORM A150-READ-RESULT.

       A110-CLEAR-BAND.
           MOVE 0 TO BAND-COUNT(WS-BAND-IDX)
                     BAND-BALANCE(WS-BAND-IDX)
           .

       A150-READ-RESULT.
           READ RESULT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-RESULTS
           END-READ
           .

       A200-LOAD-RESULT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES    TO WS-DETAIL-LINE.
           MOVE AVMRX-PAN TO DTL-PAN.

           MOVE AVMRX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'PAN NOT ON SERVICING MASTER - NOT LOADED'
                      TO DTL-RESULT
                 PERFORM A290-WRITE-DETAIL
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SRV-LOAN-ACTIVE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'LOAN NO LONGER ACTIVE - NOT LOADED' TO DTL-RESULT
              PERFORM A290-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.

      *    NOTHING TO RECORD FOR A PROPERTY THE VENDOR COULD NOT
      *    VALUE - IT NEEDS A DRIVE-BY INSTEAD.
           IF NOT AVMRX-VALUED
              ADD 1 TO WS-NO-HIT-COUNT
              MOVE 0                     TO WS-BAND-VALUE
              MOVE SRV-PRINCIPAL-BALANCE TO WS-BAND-BALANCE
              PERFORM A600-BAND-LTV
              PERFORM A500-WRITE-REVIEW
              MOVE 'NO AVM VALUE - DRIVE-BY ORDER STAGED'
                   TO DTL-RESULT
              PERFORM A290-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM A300-FIND-PRIOR-VALUE.
           PERFORM A350-MEASURE-RESULT.

           MOVE SPACES                TO PROPERTY-VALUATION-RECORD.
           MOVE AVMRX-PAN             TO PVAL-PAN.
           MOVE AVMRX-VALUATION-DATE  TO PVAL-VALUATION-DATE.
           SET PVAL-AVM               TO TRUE.
           MOVE AVMRX-VALUE           TO PVAL-VALUE.
           MOVE AVMRX-VALUE-LOW       TO PVAL-VALUE-LOW.
           MOVE AVMRX-VALUE-HIGH      TO PVAL-VALUE-HIGH.
           MOVE AVMRX-CONFIDENCE      TO PVAL-CONFIDENCE.
           MOVE AVMRX-MODEL-ID        TO PVAL-MODEL-ID.
           MOVE WS-PRIOR-VALUE        TO PVAL-PRIOR-VALUE.
           MOVE WS-SWING-PCT          TO PVAL-SWING-PCT.
           MOVE SRV-PRINCIPAL-BALANCE TO PVAL-PRINCIPAL-BALANCE.
           MOVE WS-CURRENT-LTV        TO PVAL-CURRENT-LTV.
           MOVE WS-REVIEW-IND         TO PVAL-REVIEW-IND.
           MOVE WS-CURRENT-DATE-8     TO PVAL-LOAD-DATE.
           MOVE 'EPSAVMLD'            TO PVAL-SOURCE-PGM.
           WRITE PROPERTY-VALUATION-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'VALUATION ALREADY LOADED - NOT LOADED AGAIN'
                      TO DTL-RESULT
                 PERFORM A290-WRITE-DETAIL
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.

           MOVE AVMRX-VALUE           TO WS-BAND-VALUE.
           MOVE SRV-PRINCIPAL-BALANCE TO WS-BAND-BALANCE.
           PERFORM A600-BAND-LTV.

           MOVE AVMRX-VALUE      TO DTL-VALUE.
           MOVE AVMRX-CONFIDENCE TO DTL-CONFIDENCE.
           MOVE WS-SWING-PCT     TO DTL-SWING.
           MOVE WS-CURRENT-LTV   TO DTL-LTV.
           EVALUATE TRUE
              WHEN PVAL-LOW-CONFIDENCE
                 PERFORM A500-WRITE-REVIEW
                 MOVE 'LOW CONFIDENCE - DRIVE-BY ORDER STAGED'
                      TO DTL-RESULT
              WHEN PVAL-LARGE-SWING
                 PERFORM A500-WRITE-REVIEW
                 MOVE 'LARGE VALUE SWING - DRIVE-BY ORDER STAGED'
                      TO DTL-RESULT
              WHEN OTHER
                 MOVE 'LOADED' TO DTL-RESULT
                 PERFORM A400-REFRESH-LIEN-VALUE
           END-EVALUATE.
           PERFORM A290-WRITE-DETAIL
           .

       A290-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-RESULT
           .

      *    HISTORY IS IN DATE ORDER UNDER THE PAN, SO THE LAST RECORD
      *    READ IS THE LATEST VALUE; NO HISTORY LEAVES THE
      *    ORIGINATION VALUE.
       A300-FIND-PRIOR-VALUE.
           MOVE SRV-APPRAISED-VALUE TO WS-PRIOR-VALUE.
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
           MOVE PVAL-VALUE TO WS-PRIOR-VALUE
           .

       A350-MEASURE-RESULT.
           MOVE 0     TO WS-SWING-PCT
                         WS-ABS-SWING-PCT
                         WS-CURRENT-LTV.
           MOVE SPACE TO WS-REVIEW-IND.
           IF WS-PRIOR-VALUE > 0
              COMPUTE WS-SWING-PCT ROUNDED =
                      (AVMRX-VALUE - WS-PRIOR-VALUE) * 100
                    / WS-PRIOR-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-SWING-PCT
              END-COMPUTE
           END-IF.
           IF WS-SWING-PCT < 0
              COMPUTE WS-ABS-SWING-PCT = 0 - WS-SWING-PCT
           ELSE
              MOVE WS-SWING-PCT TO WS-ABS-SWING-PCT
           END-IF.
           IF AVMRX-VALUE > 0
              COMPUTE WS-CURRENT-LTV ROUNDED =
                      SRV-PRINCIPAL-BALANCE * 100 / AVMRX-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-CURRENT-LTV
              END-COMPUTE
           END-IF.
           IF AVMRX-CONFIDENCE < STATIC-MIN-CONFIDENCE
              MOVE 'C' TO WS-REVIEW-IND
           ELSE
              IF WS-ABS-SWING-PCT > STATIC-MAX-SWING-PCT
                 MOVE 'S' TO WS-REVIEW-IND
              END-IF
           END-IF
           .

      *    ONLY A PROPERTY THIS PAN ANCHORS; A VALUE KEYED THROUGH
      *    EPSLNMNT STANDS UNTIL SOMEONE KEYS ANOTHER.
       A400-REFRESH-LIEN-VALUE.
           IF NOT LINKAGE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0       TO LIEN-SEQ-NUM.
           READ LIEN-LINKAGE-FILE KEY IS LIEN-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF LPRP-MANUAL-VALUE
              EXIT PARAGRAPH
           END-IF.
           MOVE AVMRX-VALUE          TO LPRP-PROPERTY-VALUE.
           SET LPRP-AVM-VALUE        TO TRUE.
           MOVE AVMRX-VALUATION-DATE TO LPRP-VALUE-DATE.
           MOVE 'EPSAVMLD'           TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8    TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD.
           ADD 1 TO WS-LIEN-REFRESH-COUNT.
           MOVE 'LOADED - LIEN PROPERTY VALUE REFRESHED'
                TO DTL-RESULT
           .

      *    THE DEFAULT VENDOR TAKES THE DRIVE-BY UNLESS THE DESK
      *    CHANGES IT BEFORE THE ORDER IS PLACED.
       A500-WRITE-REVIEW.
           MOVE SPACES             TO APPRAISAL-ORDER-TRANSACTION.
           SET APOTX-ORDER         TO TRUE.
           MOVE SRV-PAN            TO APOTX-PAN.
           MOVE WS-REVIEW-DUE-DATE TO APOTX-DUE-DATE.
           MOVE 'EPSAVMLD'         TO APOTX-USER-ID.
           WRITE APPRAISAL-ORDER-TRANSACTION.
           ADD 1 TO WS-REVIEW-COUNT
           .

       A600-BAND-LTV.
           EVALUATE TRUE
              WHEN WS-BAND-VALUE NOT > 0      MOVE 8 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 60    MOVE 1 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 70    MOVE 2 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 80    MOVE 3 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 90    MOVE 4 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 95    MOVE 5 TO WS-BAND-IDX
              WHEN WS-CURRENT-LTV NOT > 100   MOVE 6 TO WS-BAND-IDX
              WHEN OTHER                      MOVE 7 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1               TO BAND-COUNT(WS-BAND-IDX).
           ADD WS-BAND-BALANCE TO BAND-BALANCE(WS-BAND-IDX)
           .

       A800-WRITE-DISTRIBUTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BAND-HDG TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A810-WRITE-ONE-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 8
           .

       A810-WRITE-ONE-BAND.
           MOVE WS-BAND-LABEL(WS-BAND-IDX) TO BNL-LABEL.
           MOVE BAND-COUNT(WS-BAND-IDX)    TO BNL-COUNT.
           MOVE BAND-BALANCE(WS-BAND-IDX)  TO BNL-BALANCE.
           MOVE WS-BAND-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-READ-COUNT         TO SUM-READ.
           MOVE WS-LOADED-COUNT       TO SUM-LOADED.
           MOVE WS-NO-HIT-COUNT       TO SUM-NO-HIT.
           MOVE WS-REVIEW-COUNT       TO SUM-REVIEW.
           MOVE WS-LIEN-REFRESH-COUNT TO SUM-LIEN-REFRESH.
           MOVE WS-ERROR-COUNT        TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE       TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE RESULT-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE VALUATION-HISTORY-FILE.
           IF LINKAGE-OPEN
              CLOSE LIEN-LINKAGE-FILE
           END-IF.
           CLOSE REVIEW-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSAVMLD'         TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT      TO EPSRUNWR-IN-COUNT.
           MOVE WS-LOADED-COUNT    TO EPSRUNWR-OUT-COUNT.
           MOVE WS-ERROR-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
