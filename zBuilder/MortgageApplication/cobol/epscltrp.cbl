       ID DIVISION.
       PROGRAM-ID. EPSCLTRP.
      *    COMBINED LTV REFRESH AND PORTFOLIO CLTV DISTRIBUTION.
      *
      *    RUNS AT MONTH-END AFTER EPSPYPST. TWO PASSES:
      *
      *       - THE EPSLIENL LINKAGE FILE IS WALKED PROPERTY BY
      *         PROPERTY. EVERY ACTIVE LIEN WE SERVICE HAS ITS DRAWN
      *         BALANCE (AND A HELOC'S LIMIT) REFRESHED FROM EPSSRVCF,
      *         AND ONE THE MASTER SHOWS PAID OFF IS RELEASED. A
      *         PROPERTY WITH NO VALUE KEYED TAKES THE ORIGINATION
      *         APPRAISAL OF ITS PROPERTY PAN. THE PROPERTY RECORD IS
      *         REWRITTEN WITH ITS ACTIVE LIEN COUNT, TOTAL BALANCE
      *         AND COMBINED LTV - THE FIGURES EPSLIENK HANDS OUT
      *         UNTIL THE NEXT REFRESH.
      *       - EVERY ACTIVE LOAN ON EPSSRVCF NOT LINKED TO A
      *         PROPERTY IS THE ONLY LIEN ON ITS HOUSE, SO ITS OWN LTV
      *         AGAINST THE ORIGINATION APPRAISAL IS ITS COMBINED LTV.
      *
      *    BOTH PASSES FEED ONE DISTRIBUTION - COLLATERAL POSITIONS
      *    (A LINKED PROPERTY, OR AN UNLINKED LOAN) AND THEIR TOTAL
      *    BALANCE BY CLTV BAND - AND THE REPORT LISTS EVERY LINKED
      *    PROPERTY OVER 90 PCT, EVERY LIEN RELEASED BY THE REFRESH,
      *    AND EVERY SUBORDINATION STILL PENDING FROM A REFINANCE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-LINKAGE-FILE ASSIGN TO EPSLIENL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIEN-KEY
                  ALTERNATE RECORD KEY IS LIEN-PAN WITH DUPLICATES
                  FILE STATUS IS WS-LIEN-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CLTRPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-LINKAGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSLIENL.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-LIEN-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-LIENL-OPEN               PIC X VALUE 'N'.
              88 LIEN-LINKAGE-OPEN           VALUE 'Y'.
           03 WS-END-OF-LIENS             PIC X VALUE 'N'.
              88 END-OF-LIENS                VALUE 'Y'.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-PROP-IN-PROGRESS         PIC X VALUE 'N'.
              88 PROPERTY-IN-PROGRESS        VALUE 'Y'.
           03 WS-VALUE-DEFAULTED          PIC X VALUE 'N'.
              88 VALUE-DEFAULTED             VALUE 'Y'.

      *    THE PROPERTY BEING TOTALLED - ITS LIENS FOLLOW ITS
      *    SEQUENCE-00 RECORD IN KEY ORDER.
       01 WS-PROPERTY-WORK.
           03 WS-PROP-PAN                 PIC X(10).
           03 WS-PROP-VALUE               PIC S9(9)V99 COMP.
           03 WS-PROP-LIEN-COUNT          PIC 9.
           03 WS-PROP-TOTAL-BALANCE       PIC S9(11)V99 COMP-3.
       01 WS-LIEN-HOLD                    PIC X(160).

       01 WS-BAND-WORK.
           03 WS-BAND-VALUE               PIC S9(9)V99 COMP.
           03 WS-BAND-BALANCE             PIC S9(11)V99 COMP-3.
           03 WS-CLTV-PCT                 PIC 9(3)V99.
       01 WS-BAND-IDX                     PIC 9(2) COMP.

      *    ONE ROW PER BAND; THE LAST HOLDS POSITIONS WITH NO VALUE
      *    TO MEASURE AGAINST.
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
           03 WS-LIEN-READ-COUNT          PIC 9(7) VALUE 0.
           03 WS-MASTER-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-PROPERTY-COUNT           PIC 9(7) VALUE 0.
           03 WS-REFRESHED-COUNT          PIC 9(7) VALUE 0.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-PENDING-COUNT            PIC 9(7) VALUE 0.
           03 WS-HIGH-CLTV-COUNT          PIC 9(7) VALUE 0.
           03 WS-UNLINKED-COUNT           PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCLTRP - COMBINED LTV REFRESH AND DISTRIBUTION'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PROPERTY'.
              05 FILLER                   PIC X(5)  VALUE 'SEQ'.
              05 FILLER                   PIC X(12) VALUE 'LIEN PAN'.
              05 FILLER                   PIC X(8)  VALUE 'CLTV'.
              05 FILLER                   PIC X(19) VALUE 'BALANCE'.
              05 FILLER                   PIC X(40) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PROPERTY-PAN         PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SEQ-NUM              PIC X(2).
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-LIEN-PAN             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CLTV                 PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(40).
           03 WS-BAND-HDG.
              05 FILLER                   PIC X(12) VALUE 'CLTV BAND'.
              05 FILLER                   PIC X(12) VALUE 'POSITIONS'.
              05 FILLER                   PIC X(20) VALUE
                 'TOTAL BALANCE'.
           03 WS-BAND-LINE.
              05 BNL-LABEL                PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 BNL-COUNT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 BNL-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'PROPERTIES:'.
              05 SUM-PROPERTIES           PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'REFRESHED:'.
              05 SUM-REFRESHED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'SUBORD PENDING:'.
              05 SUM-PENDING              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'OVER 90:'.
              05 SUM-HIGH-CLTV            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'UNLINKED:'.
              05 SUM-UNLINKED             PIC ZZZZZZ9.

      *    LIEN LINKAGE LOOKUP - SEE EPSLIENK.
           COPY EPSLKPM.

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
           PERFORM A200-REFRESH-LINKAGE.
           PERFORM A500-SCAN-UNLINKED.
           PERFORM A800-WRITE-DISTRIBUTION.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCLTRP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    NO LINKAGE FILE YET MEANS EVERY LOAN IS UNLINKED.
           OPEN I-O    LIEN-LINKAGE-FILE.
           IF WS-LIEN-STATUS = '00'
              MOVE 'Y' TO WS-LIENL-OPEN
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           PERFORM A110-CLEAR-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 8.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE
           .

       A110-CLEAR-BAND.
           MOVE 0 TO BAND-COUNT(WS-BAND-IDX)
                     BAND-BALANCE(WS-BAND-IDX)
           .

      *    KEY ORDER PUTS EACH PROPERTY RECORD AHEAD OF ITS LIENS, SO
      *    A PROPERTY IS CLOSED OFF WHEN THE NEXT ONE IS REACHED (OR
      *    THE FILE ENDS).
       A200-REFRESH-LINKAGE.
           IF NOT LIEN-LINKAGE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LIEN-KEY.
           START LIEN-LINKAGE-FILE KEY IS NOT LESS THAN LIEN-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           PERFORM A210-READ-LIEN.
           PERFORM A220-PROCESS-LIEN-RECORD UNTIL END-OF-LIENS.
           IF PROPERTY-IN-PROGRESS
              PERFORM A350-CLOSE-PROPERTY
           END-IF
           .

       A210-READ-LIEN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LIENS
              NOT AT END
                 ADD 1 TO WS-LIEN-READ-COUNT
           END-READ
           .

      *    CLOSING THE LAST PROPERTY REWRITES IT BY KEY, WHICH LOSES
      *    THE BROWSE - THE NEW PROPERTY'S RECORD IS HELD, AND THE
      *    BROWSE RE-STARTED ON IT.
       A220-PROCESS-LIEN-RECORD.
           IF LIEN-PROPERTY-ENTRY
              IF PROPERTY-IN-PROGRESS
                 MOVE LIEN-LINKAGE-RECORD TO WS-LIEN-HOLD
                 PERFORM A350-CLOSE-PROPERTY
                 MOVE WS-LIEN-HOLD TO LIEN-LINKAGE-RECORD
                 START LIEN-LINKAGE-FILE KEY IS EQUAL TO LIEN-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIENS
                       EXIT PARAGRAPH
                 END-START
                 READ LIEN-LINKAGE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-END-OF-LIENS
                       EXIT PARAGRAPH
                 END-READ
              END-IF
              PERFORM A300-OPEN-PROPERTY
           ELSE
              PERFORM A400-REFRESH-LIEN
           END-IF.
           PERFORM A210-READ-LIEN
           .

      *    A PROPERTY WITH NO VALUE KEYED IS MEASURED AGAINST THE
      *    ORIGINATION APPRAISAL OF ITS PROPERTY PAN.
       A300-OPEN-PROPERTY.
           MOVE 'Y'               TO WS-PROP-IN-PROGRESS.
           MOVE 'N'               TO WS-VALUE-DEFAULTED.
           MOVE LIEN-PROPERTY-PAN TO WS-PROP-PAN.
           MOVE 0                 TO WS-PROP-LIEN-COUNT
                                     WS-PROP-TOTAL-BALANCE.
           MOVE LPRP-PROPERTY-VALUE TO WS-PROP-VALUE.
           ADD 1 TO WS-PROPERTY-COUNT.
           IF WS-PROP-VALUE > 0
              EXIT PARAGRAPH
           END-IF.
           MOVE LIEN-PROPERTY-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF SRV-APPRAISED-VALUE > 0
              MOVE SRV-APPRAISED-VALUE TO WS-PROP-VALUE
              MOVE 'Y'                 TO WS-VALUE-DEFAULTED
           END-IF
           .

       A350-CLOSE-PROPERTY.
           MOVE 'N'         TO WS-PROP-IN-PROGRESS.
           MOVE WS-PROP-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0           TO LIEN-SEQ-NUM.
           READ LIEN-LINKAGE-FILE KEY IS LIEN-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE 0 TO WS-CLTV-PCT.
           IF WS-PROP-VALUE > 0
              COMPUTE WS-CLTV-PCT ROUNDED =
                      WS-PROP-TOTAL-BALANCE * 100 / WS-PROP-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-CLTV-PCT
              END-COMPUTE
           END-IF.
           IF VALUE-DEFAULTED
              MOVE WS-PROP-VALUE     TO LPRP-PROPERTY-VALUE
              MOVE 'O'               TO LPRP-VALUE-SOURCE
              MOVE WS-CURRENT-DATE-8 TO LPRP-VALUE-DATE
           END-IF.
           MOVE WS-PROP-LIEN-COUNT    TO LPRP-ACTIVE-LIEN-COUNT.
           MOVE WS-PROP-TOTAL-BALANCE TO LPRP-TOTAL-BALANCE.
           MOVE WS-CLTV-PCT           TO LPRP-CLTV-PCT.
           MOVE WS-CURRENT-DATE-8     TO LPRP-CLTV-DATE.
           MOVE 'EPSCLTRP'            TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8     TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.

      *    A PROPERTY WHOSE LIENS ARE ALL RELEASED OWES NOTHING.
           IF WS-PROP-LIEN-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROP-VALUE         TO WS-BAND-VALUE.
           MOVE WS-PROP-TOTAL-BALANCE TO WS-BAND-BALANCE.
           PERFORM A600-BAND-CLTV.
           IF WS-CLTV-PCT > 90
              ADD 1 TO WS-HIGH-CLTV-COUNT
              MOVE SPACES                TO WS-DETAIL-LINE
              MOVE WS-PROP-PAN           TO DTL-PROPERTY-PAN
              MOVE WS-CLTV-PCT           TO DTL-CLTV
              MOVE WS-PROP-TOTAL-BALANCE TO DTL-BALANCE
              MOVE 'COMBINED LTV OVER 90 PCT' TO DTL-NOTE
              MOVE WS-DETAIL-LINE        TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

      *    A THIRD-PARTY LIEN KEEPS THE BALANCE LAST KEYED THROUGH
      *    EPSLNMNT.
       A400-REFRESH-LIEN.
           IF NOT PROPERTY-IN-PROGRESS
              OR LIEN-PROPERTY-PAN NOT = WS-PROP-PAN
              OR NOT LIEN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-SERVICED AND LIEN-PAN NOT = SPACES
              PERFORM A410-REFRESH-SERVICED
              IF NOT LIEN-ACTIVE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1                    TO WS-PROP-LIEN-COUNT.
           ADD LIEN-CURRENT-BALANCE TO WS-PROP-TOTAL-BALANCE.

           IF LIEN-SUBORD-PENDING
              ADD 1 TO WS-PENDING-COUNT
              MOVE SPACES               TO WS-DETAIL-LINE
              MOVE LIEN-PROPERTY-PAN    TO DTL-PROPERTY-PAN
              MOVE LIEN-SEQ-NUM         TO DTL-SEQ-NUM
              MOVE LIEN-PAN             TO DTL-LIEN-PAN
              MOVE LIEN-CURRENT-BALANCE TO DTL-BALANCE
              MOVE 'SUBORDINATION PENDING - REFINANCED FIRST'
                                        TO DTL-NOTE
              MOVE WS-DETAIL-LINE       TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

      *    THE LINKAGE IS REWRITTEN WHERE THE BROWSE STANDS - THE
      *    MASTER READ DOES NOT MOVE IT.
       A410-REFRESH-SERVICED.
           MOVE LIEN-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF SRV-LOAN-PAID-OFF
              MOVE 'R'                   TO LIEN-STATUS
              MOVE 0                     TO LIEN-CURRENT-BALANCE
              MOVE SRV-LAST-PAYMENT-DATE TO LIEN-RELEASED-DATE
              ADD 1 TO WS-RELEASED-COUNT
              MOVE SPACES                TO WS-DETAIL-LINE
              MOVE LIEN-PROPERTY-PAN     TO DTL-PROPERTY-PAN
              MOVE LIEN-SEQ-NUM          TO DTL-SEQ-NUM
              MOVE LIEN-PAN              TO DTL-LIEN-PAN
              MOVE 'RELEASED - LOAN PAID OFF ON EPSSRVCF'
                                         TO DTL-NOTE
              MOVE WS-DETAIL-LINE        TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE SRV-PRINCIPAL-BALANCE TO LIEN-CURRENT-BALANCE
              IF LIEN-HELOC
                 MOVE SRV-CREDIT-LIMIT   TO LIEN-CREDIT-LIMIT
              END-IF
              ADD 1 TO WS-REFRESHED-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO LIEN-BALANCE-DATE.
           MOVE 'EPSCLTRP'        TO LIEN-LAST-MAINT-USER.
           MOVE WS-CURRENT-DATE-8 TO LIEN-LAST-MAINT-DATE.
           REWRITE LIEN-LINKAGE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    EPSLIENK OPENS THE LINKAGE FILE FOR ITSELF, SO THIS RUN'S
      *    UPDATE OPEN IS CLOSED FIRST.
       A500-SCAN-UNLINKED.
           IF LIEN-LINKAGE-OPEN
              CLOSE LIEN-LINKAGE-FILE
              MOVE 'N' TO WS-LIENL-OPEN
           END-IF.
           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           PERFORM A510-READ-MASTER.
           PERFORM A520-BAND-UNLINKED UNTIL END-OF-MASTER
           .

       A510-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 ADD 1 TO WS-MASTER-READ-COUNT
           END-READ
           .

       A520-BAND-UNLINKED.
           IF SRV-LOAN-ACTIVE
              MOVE SRV-PAN TO EPSLIENK-PAN
              CALL 'EPSLIENK' USING EPSLIENK-PARMS
              IF NOT EPSLIENK-LINKED
                 ADD 1 TO WS-UNLINKED-COUNT
                 MOVE SRV-APPRAISED-VALUE   TO WS-BAND-VALUE
                 MOVE SRV-PRINCIPAL-BALANCE TO WS-BAND-BALANCE
                 MOVE 0 TO WS-CLTV-PCT
                 IF WS-BAND-VALUE > 0
                    COMPUTE WS-CLTV-PCT ROUNDED =
                            WS-BAND-BALANCE * 100 / WS-BAND-VALUE
                       ON SIZE ERROR
                          MOVE 999.99 TO WS-CLTV-PCT
                    END-COMPUTE
                 END-IF
                 PERFORM A600-BAND-CLTV
              END-IF
           END-IF.
           PERFORM A510-READ-MASTER
           .

       A600-BAND-CLTV.
           EVALUATE TRUE
              WHEN WS-BAND-VALUE NOT > 0   MOVE 8 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 60    MOVE 1 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 70    MOVE 2 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 80    MOVE 3 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 90    MOVE 4 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 95    MOVE 5 TO WS-BAND-IDX
              WHEN WS-CLTV-PCT NOT > 100   MOVE 6 TO WS-BAND-IDX
              WHEN OTHER                   MOVE 7 TO WS-BAND-IDX
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
           MOVE WS-PROPERTY-COUNT  TO SUM-PROPERTIES.
           MOVE WS-REFRESHED-COUNT TO SUM-REFRESHED.
           MOVE WS-RELEASED-COUNT  TO SUM-RELEASED.
           MOVE WS-PENDING-COUNT   TO SUM-PENDING.
           MOVE WS-HIGH-CLTV-COUNT TO SUM-HIGH-CLTV.
           MOVE WS-UNLINKED-COUNT  TO SUM-UNLINKED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           IF LIEN-LINKAGE-OPEN
              CLOSE LIEN-LINKAGE-FILE
           END-IF.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSCLTRP'          TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT =
                   WS-LIEN-READ-COUNT + WS-MASTER-READ-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-PROPERTY-COUNT + WS-REFRESHED-COUNT
                 + WS-RELEASED-COUNT.
           MOVE 0                   TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
