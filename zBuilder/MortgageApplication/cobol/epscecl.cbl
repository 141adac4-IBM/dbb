       ID DIVISION.
       PROGRAM-ID. EPSCECL.
      *    QUARTERLY CECL ALLOWANCE FOR CREDIT LOSSES.
      *
      *    FINANCE USED TO BUILD THE LOAN-LOSS RESERVE IN A
      *    SPREADSHEET FROM EXPORTS OF THESE FILES. THIS RUN DOES IT
      *    FROM THE FILES DIRECTLY, AT QUARTER-END:
      *
      *       - SEGMENTS EVERY ACTIVE AND CONSTRUCTION LOAN ON
      *         EPSSRVCF BY PRODUCT (SRV-LOAN-TYPE-IND), VINTAGE
      *         (BOARDING YEAR) AND CURRENT LTV BAND (BALANCE OVER
      *         SRV-APPRAISED-VALUE).
      *       - PRICES EACH LOAN'S LIFETIME EXPECTED LOSS AS
      *         PROBABILITY OF DEFAULT TIMES LOSS GIVEN DEFAULT:
      *
      *         PD  - FROM THE EPSROLLF ROLL RATES (EPSRLRAT). A
      *               CURRENT LOAN'S MONTHLY CHANCE OF ROLLING ALL
      *               THE WAY TO FORECLOSURE IS THE PRODUCT OF THE
      *               FOUR RATES, COMPOUNDED OVER ITS REMAINING LIFE
      *               (CAPPED AT THE EXPECTED-LIFE MONTHS BELOW FOR
      *               PREPAYMENT). A DELINQUENT LOAN - ITS BUCKET ON
      *               THE LATEST EPSDLQSN SNAPSHOT - TAKES THE CHAIN
      *               FROM ITS OWN BUCKET, AND IF IT CURES THE
      *               CURRENT LOAN'S LIFETIME RISK AFTER THAT. A LOAN
      *               IN FORECLOSURE OR REO ON EPSSVST IS PD 1.
      *         LGD - THE SHORTFALL OF THE APPRAISED VALUE, LESS
      *               SELLING COSTS, AGAINST THE BALANCE (NEVER LESS
      *               THAN THE MINIMUM SEVERITY), REDUCED BY THE
      *               RECOVERY RATE EPSRCVSL'S CHARGE-OFF HISTORY
      *               HAS ACTUALLY ACHIEVED.
      *
      *       - COMPARES EACH SEGMENT AND THE TOTAL TO THE PRIOR
      *         ALLOWANCE (THE LATEST RUN ON THE EPSCECLS HISTORY),
      *         APPENDS THIS RUN'S SEGMENTS TO IT, AND POSTS THE
      *         CHANGE AS ONE BALANCED CECL PAIR THROUGH THE EPSGLMAP
      *         MAPPING - A BUILD DEBITS PROVISION EXPENSE, A RELEASE
      *         POSTS THE REVERSED PAIR.
      *       - PRINTS THE SEGMENT SUPPORT SCHEDULE FOR THE AUDITORS,
      *         WITH EVERY ASSUMPTION THE FIGURES WERE PRICED ON.
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

           SELECT ROLL-RATE-FILE ASSIGN TO EPSRLRAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RLRAT-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO EPSDLQSN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DLQSN-STATUS.

           SELECT SERVICING-STATUS-FILE ASSIGN TO EPSSVST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVST-PAN
                  FILE STATUS IS WS-SVST-STATUS.

           SELECT RECOVERY-SUBLEDGER-FILE ASSIGN TO EPSRCVSL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCVSL-PAN
                  FILE STATUS IS WS-RCVSL-STATUS.

           SELECT SEGMENT-HISTORY-FILE ASSIGN TO EPSCECLS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CECLS-STATUS.

           SELECT GL-MAP-CONTROL-FILE ASSIGN TO EPSGLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-STATUS.

      *    ALLOWANCE ENTRIES - CONCATENATED ONTO THE EPSGLXTR
      *    HAND-OFF BY THE STREAM.
           SELECT GL-INTERFACE-FILE ASSIGN TO CECLGLXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLXTR-STATUS.

           SELECT SCHEDULE-REPORT ASSIGN TO CECLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  ROLL-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRLRAT.

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY EPSDLQSN.

       FD  SERVICING-STATUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSVST.

       FD  RECOVERY-SUBLEDGER-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY EPSRCVSL.

       FD  SEGMENT-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSCECLS.

       FD  GL-MAP-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY EPSGLMAP.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 32 CHARACTERS.
           COPY EPSGLXTR.

       FD  SCHEDULE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RLRAT-STATUS             PIC XX.
           03 WS-DLQSN-STATUS             PIC XX.
           03 WS-SVST-STATUS              PIC XX.
           03 WS-RCVSL-STATUS             PIC XX.
           03 WS-CECLS-STATUS             PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-FILE              PIC X VALUE 'N'.
              88 END-OF-FILE                 VALUE 'Y'.
           03 WS-END-OF-MAP               PIC X VALUE 'N'.
              88 END-OF-MAP                  VALUE 'Y'.
           03 WS-CECL-MAP-FOUND           PIC X VALUE 'N'.
              88 CECL-MAP-LOADED             VALUE 'Y'.
           03 WS-DLQSN-OPEN               PIC X VALUE 'N'.
              88 SNAPSHOT-FILE-OPEN          VALUE 'Y'.
           03 WS-SVST-OPEN                PIC X VALUE 'N'.
              88 STATUS-FILE-OPEN            VALUE 'Y'.
           03 WS-RCVSL-OPEN               PIC X VALUE 'N'.
              88 RECOVERY-FILE-OPEN          VALUE 'Y'.
           03 WS-CECLS-OPEN               PIC X VALUE 'N'.
              88 HISTORY-FILE-OPEN           VALUE 'Y'.

      *    PRICING ASSUMPTIONS - PRINTED ON THE SCHEDULE SO THE
      *    AUDITORS SEE WHAT EVERY FIGURE RESTS ON.
       01 WS-CECL-ASSUMPTIONS.
      *    REMAINING LIFE A CURRENT LOAN IS EXPOSED FOR - THE
      *    CONTRACTUAL TERM SHORTENED FOR EXPECTED PREPAYMENT.
           03 WS-LIFE-CAP-MONTHS          PIC 9(3) VALUE 84.
      *    COST TO SELL THE COLLATERAL, AS A SHARE OF ITS VALUE.
           03 WS-SALE-COST-RATE           PIC 9V9(4) VALUE .1000.
      *    LOSS SEVERITY FLOOR, AND THE SEVERITY USED WHEN NO
      *    APPRAISED VALUE IS ON FILE.
           03 WS-MIN-SEVERITY             PIC 9V9(4) VALUE .0500.
           03 WS-NO-VALUE-SEVERITY        PIC 9V9(4) VALUE .2500.

       01 WS-RATES.
           03 WS-ROLL-RATE OCCURS 4 TIMES PIC 9V9(4).
      *    CHANCE A LOAN IN BUCKET N ROLLS ALL THE WAY TO FORECLOSURE
      *    FROM WHERE IT STANDS - 1 CURRENT, 2 30, 3 60, 4 90.
           03 WS-CHAIN-RATE OCCURS 4 TIMES
                                          PIC 9V9(12) COMP-3.
           03 WS-RECOVERY-RATE            PIC 9V9(4) VALUE 0.
       01 WS-RATE-IDX                     PIC 9(2) COMP.

       01 WS-COUNTERS.
           03 WS-LOAN-COUNT               PIC 9(7) VALUE 0.
           03 WS-SNAPSHOT-OVERFLOW        PIC 9(7) VALUE 0.
           03 WS-CHARGE-OFF-COUNT         PIC 9(7) VALUE 0.
       01 WS-DEFICIENCY-TOTAL             PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01 WS-RECOVERED-TOTAL              PIC S9(13)V99 COMP-3
                                          VALUE 0.

      *    THE LATEST EPSDLQSN CYCLE - EACH LOAN'S CURRENT BUCKET.
       01 WS-SNAPSHOT-TABLE.
           03 WS-SNAP-CYCLE               PIC 9(6) VALUE 0.
           03 WS-SNAP-COUNT               PIC 9(5) COMP VALUE 0.
           03 WS-SNAP-ENTRY OCCURS 20000 TIMES.
              05 SNP-PAN                  PIC X(10).
              05 SNP-BUCKET               PIC X(3).
       01 WS-SNP-IDX                      PIC 9(5) COMP.
       01 WS-SNP-FOUND-IDX                PIC 9(5) COMP.

      *    ONE ENTRY PER SEGMENT - THE PRIOR RUN'S SEGMENTS ARE
      *    LOADED FIRST, SO A SEGMENT THAT HAS SINCE EMPTIED STILL
      *    SHOWS ITS RELEASE.
       01 WS-SEGMENT-TABLE.
           03 WS-SEG-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-SEG-ENTRY OCCURS 1000 TIMES.
              05 SEG-KEY.
                 07 SEG-PRODUCT           PIC X.
                 07 SEG-VINTAGE           PIC 9(4).
                 07 SEG-LTV-BAND          PIC 9.
              05 SEG-LOAN-COUNT           PIC 9(7).
              05 SEG-BALANCE              PIC S9(13)V99 COMP-3.
              05 SEG-PD-WEIGHTED          PIC S9(13)V9(6) COMP-3.
              05 SEG-LGD-AMOUNT           PIC S9(13)V99 COMP-3.
              05 SEG-ALLOWANCE            PIC S9(13)V99 COMP-3.
              05 SEG-PRIOR-ALLOWANCE      PIC S9(13)V99 COMP-3.
       01 WS-SEG-IDX                      PIC 9(4) COMP.
       01 WS-SEG-FOUND-IDX                PIC 9(4) COMP.
       01 WS-SORT-IDX                     PIC 9(4) COMP.
       01 WS-SEG-HOLD.
           03 HLD-KEY                     PIC X(6).
           03 FILLER                      PIC X(49).
       01 WS-SEEK-KEY.
           03 WS-SEEK-PRODUCT             PIC X.
           03 WS-SEEK-VINTAGE             PIC 9(4).
           03 WS-SEEK-LTV-BAND            PIC 9.

       01 WS-LOAN-WORK.
           03 WS-LTV                      PIC S9(5)V9(4) COMP-3.
           03 WS-LIFE-MONTHS              PIC S9(4) COMP.
           03 WS-LIFETIME-PD-CURRENT      PIC S9V9(8) COMP-3.
           03 WS-LOAN-PD                  PIC S9V9(8) COMP-3.
           03 WS-NET-VALUE                PIC S9(11)V99 COMP-3.
           03 WS-LOAN-LGD                 PIC S9(11)V99 COMP-3.
           03 WS-LOAN-LOSS                PIC S9(11)V99 COMP-3.
           03 WS-FLOOR-LOSS               PIC S9(11)V99 COMP-3.
           03 WS-BUCKET-NUM               PIC 9(2) COMP.

       01 WS-TOTALS.
           03 WS-TOTAL-LOANS              PIC 9(7) VALUE 0.
           03 WS-TOTAL-BALANCE            PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-ALLOWANCE          PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-TOTAL-PRIOR              PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-ALLOWANCE-CHANGE         PIC S9(13)V99 COMP-3
                                          VALUE 0.
           03 WS-POST-AMOUNT              PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01 WS-CECL-ACCOUNTS.
           03 WS-CECL-DEBIT-ACCOUNT       PIC X(8).
           03 WS-CECL-CREDIT-ACCOUNT      PIC X(8).

      *    THE RUN BEING BOOKED AND THE ONE BEFORE IT.
       01 WS-RUN-STAMP.
           03 WS-STAMP-DATE               PIC 9(8).
           03 WS-STAMP-TIME               PIC 9(6).
       01 WS-RUN-STAMP-14 REDEFINES WS-RUN-STAMP
                                          PIC 9(14).
       01 WS-RUN-TIME-8                   PIC 9(8).
       01 WS-RUN-QUARTER                  PIC 9(5).
       01 WS-QUARTER-NUM                  PIC 9.
       01 WS-PRIOR-STAMP                  PIC 9(14) VALUE 0.
       01 WS-PRIOR-QUARTER                PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    LTV BAND NAMES FOR THE SCHEDULE.
       01 STATIC-BAND-NAMES.
           05 FILLER                      PIC X(8) VALUE '<= 60%'.
           05 FILLER                      PIC X(8) VALUE '60-80%'.
           05 FILLER                      PIC X(8) VALUE '80-90%'.
           05 FILLER                      PIC X(8) VALUE '90-100%'.
           05 FILLER                      PIC X(8) VALUE '> 100%'.
           05 FILLER                      PIC X(8) VALUE 'NO VALUE'.
       01 BAND-NAME-TABLE REDEFINES STATIC-BAND-NAMES.
           05 BAND-NAME                   PIC X(8) OCCURS 6 TIMES.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCECL - CECL ALLOWANCE SUPPORT SCHEDULE'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-QUARTER-LINE.
              05 FILLER                   PIC X(18) VALUE
                 'QUARTER BOOKED:'.
              05 QTL-QUARTER              PIC 9(5).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'PRIOR ALLOWANCE:'.
              05 QTL-PRIOR-QUARTER        PIC 9(5).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RUN AT '.
              05 QTL-PRIOR-STAMP          PIC 9(14).
           03 WS-ASSUMPTION-HDG           PIC X(40) VALUE
              'ASSUMPTIONS'.
           03 WS-RATE-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 RTL-LABEL                PIC X(30).
              05 RTL-RATE                 PIC ZZ9.9999.
              05 FILLER                   PIC X(2)  VALUE ' %'.
           03 WS-CYCLE-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE
                 'ROLL RATES MEASURED'.
              05 CYL-PRIOR                PIC 9(6).
              05 FILLER                   PIC X(4)  VALUE ' TO '.
              05 CYL-LATEST               PIC 9(6).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'BUCKETS AS OF'.
              05 CYL-SNAPSHOT             PIC 9(6).
           03 WS-LIFE-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE
                 'EXPECTED LIFE CAP (MONTHS)'.
              05 LFL-MONTHS               PIC ZZ9.
           03 WS-RECOVERY-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE
                 'CHARGE-OFFS / RECOVERED'.
              05 RCL-COUNT                PIC ZZZ,ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RCL-DEFICIENCY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RCL-RECOVERED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-OVERFLOW-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(48) VALUE
                 'SNAPSHOT LOANS BEYOND TABLE - PRICED AS CURRENT'.
              05 OVL-COUNT                PIC ZZZ,ZZ9.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(5)  VALUE 'PROD'.
              05 FILLER                   PIC X(6)  VALUE 'VINT'.
              05 FILLER                   PIC X(10) VALUE 'LTV BAND'.
              05 FILLER                   PIC X(9)  VALUE '   LOANS'.
              05 FILLER                   PIC X(20) VALUE
                 '             BALANCE'.
              05 FILLER                   PIC X(9)  VALUE '  AVG PD'.
              05 FILLER                   PIC X(19) VALUE
                 '         LGD AMOUNT'.
              05 FILLER                   PIC X(19) VALUE
                 '          ALLOWANCE'.
              05 FILLER                   PIC X(19) VALUE
                 '              PRIOR'.
              05 FILLER                   PIC X(17) VALUE
                 '           CHANGE'.
           03 WS-DETAIL-LINE.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PRODUCT              PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-VINTAGE              PIC 9(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BAND                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LOANS                PIC ZZZ,ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PD                   PIC ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE '%'.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-LGD                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-ALLOWANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-PRIOR                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-CHANGE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(21) VALUE
                 'PORTFOLIO TOTAL'.
              05 TOT-LOANS                PIC ZZZ,ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TOT-BALANCE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(29) VALUE SPACES.
              05 TOT-ALLOWANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 TOT-PRIOR                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 TOT-CHANGE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-POSTING-LINE.
              05 FILLER                   PIC X(21) VALUE
                 'GL ENTRY (CECL):'.
              05 PST-ACTION               PIC X(10).
              05 FILLER                   PIC X(4)  VALUE 'DR '.
              05 PST-DEBIT                PIC X(8).
              05 FILLER                   PIC X(6)  VALUE '  CR '.
              05 PST-CREDIT               PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PST-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    SHARED FILE-STATUS HANDLER CALL - SEE EPSFSTAT. THE RUN
      *    CANNOT PRICE ANYTHING WITHOUT THE MASTER OR THE RATES.
           COPY EPSFSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PRICE-LOAN UNTIL END-OF-MASTER.
           PERFORM A500-SORT-SEGMENTS.
           PERFORM A600-PRINT-SCHEDULE.
           PERFORM A700-WRITE-HISTORY.
           PERFORM A800-POST-CHANGE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCECL'  TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS NOT = '00'
              MOVE 'EPSSRVCF' TO EPSFSTAT-FILE-NAME
              MOVE WS-SRVCF-STATUS TO EPSFSTAT-FILE-STATUS
              PERFORM A190-OPEN-FAILED
           END-IF.
           OPEN INPUT  ROLL-RATE-FILE.
           IF WS-RLRAT-STATUS NOT = '00'
              MOVE 'EPSRLRAT' TO EPSFSTAT-FILE-NAME
              MOVE WS-RLRAT-STATUS TO EPSFSTAT-FILE-STATUS
              PERFORM A190-OPEN-FAILED
           END-IF.
           OPEN OUTPUT SCHEDULE-REPORT.
           OPEN OUTPUT GL-INTERFACE-FILE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           MOVE WS-CURRENT-DATE-8  TO WS-STAMP-DATE.
           MOVE WS-RUN-TIME-8(1:6) TO WS-STAMP-TIME.
           COMPUTE WS-QUARTER-NUM = (WS-CURR-MM + 2) / 3.
           COMPUTE WS-RUN-QUARTER =
                   (WS-CURR-YYYY * 10) + WS-QUARTER-NUM.

           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           OPEN INPUT  GL-MAP-CONTROL-FILE.
           PERFORM A120-FIND-CECL-MAP UNTIL END-OF-MAP.
           CLOSE GL-MAP-CONTROL-FILE.
           IF NOT CECL-MAP-LOADED
              DISPLAY 'EPSCECL - NO CECL ACCOUNT MAPPING ON '
                      'EPSGLMAP - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A130-LOAD-RATES.
           PERFORM A140-LOAD-RECOVERY-RATE.
           PERFORM A150-LOAD-SNAPSHOT.
           PERFORM A170-LOAD-PRIOR-ALLOWANCE.

      *    A LOAN IN FORECLOSURE OR REO IS PD 1 - WITHOUT THE STATUS
      *    FILE IT IS PRICED FROM ITS BUCKET LIKE ANY OTHER.
           OPEN INPUT  SERVICING-STATUS-FILE.
           IF WS-SVST-STATUS = '00'
              MOVE 'Y' TO WS-SVST-OPEN
           END-IF.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START.
           IF NOT END-OF-MASTER
              PERFORM A180-READ-MASTER
           END-IF
           .

       A120-FIND-CECL-MAP.
           READ GL-MAP-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-MAP
              NOT AT END
                 IF GLMAP-SOURCE-CODE = 'CECL'
                    MOVE 'Y' TO WS-CECL-MAP-FOUND
                    MOVE GLMAP-DEBIT-ACCOUNT
                         TO WS-CECL-DEBIT-ACCOUNT
                    MOVE GLMAP-CREDIT-ACCOUNT
                         TO WS-CECL-CREDIT-ACCOUNT
                 END-IF
           END-READ
           .

      *    THE FOUR ONE-MONTH RATES AND THE CHAINS BUILT FROM THEM -
      *    A 60 MUST ROLL 60-90 AND THEN 90-FORECLOSURE, AND SO ON
      *    BACK TO CURRENT.
       A130-LOAD-RATES.
           READ ROLL-RATE-FILE
              AT END
                 DISPLAY 'EPSCECL - EPSRLRAT IS EMPTY - RUN EPSROLLF '
                         'FIRST - RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE ROLL-RATE-FILE.
           PERFORM A135-TAKE-ONE-RATE
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > 4.
           MOVE WS-ROLL-RATE(4) TO WS-CHAIN-RATE(4).
           COMPUTE WS-CHAIN-RATE(3) =
                   WS-ROLL-RATE(3) * WS-CHAIN-RATE(4).
           COMPUTE WS-CHAIN-RATE(2) =
                   WS-ROLL-RATE(2) * WS-CHAIN-RATE(3).
           COMPUTE WS-CHAIN-RATE(1) =
                   WS-ROLL-RATE(1) * WS-CHAIN-RATE(2)
           .

       A135-TAKE-ONE-RATE.
           MOVE RLRAT-ROLL-RATE(WS-RATE-IDX)
                TO WS-ROLL-RATE(WS-RATE-IDX)
           .

      *    WHAT THE SHOP HAS ACTUALLY GOT BACK ON DEFICIENCIES IT
      *    WROTE OFF - NO HISTORY, NO CREDIT TAKEN.
       A140-LOAD-RECOVERY-RATE.
           OPEN INPUT RECOVERY-SUBLEDGER-FILE.
           IF WS-RCVSL-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RCVSL-OPEN.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO RCVSL-PAN.
           START RECOVERY-SUBLEDGER-FILE
                 KEY IS NOT LESS THAN RCVSL-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-FILE
           END-START.
           PERFORM A145-ADD-CHARGE-OFF UNTIL END-OF-FILE.
           CLOSE RECOVERY-SUBLEDGER-FILE.
           IF WS-DEFICIENCY-TOTAL > 0
              COMPUTE WS-RECOVERY-RATE ROUNDED =
                      WS-RECOVERED-TOTAL / WS-DEFICIENCY-TOTAL
           END-IF
           .

       A145-ADD-CHARGE-OFF.
           READ RECOVERY-SUBLEDGER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-CHARGE-OFF-COUNT
                 ADD RCVSL-DEFICIENCY-AMOUNT TO WS-DEFICIENCY-TOTAL
                 ADD RCVSL-RECOVERED-TO-DATE TO WS-RECOVERED-TOTAL
           END-READ
           .

      *    PASS 1 FINDS THE LATEST CYCLE; PASS 2 LOADS ITS BUCKETS -
      *    THE EPSROLLF WAY. NO SNAPSHOTS, EVERY LOAN IS CURRENT.
       A150-LOAD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-DLQSN-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DLQSN-OPEN.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM A155-FIND-LATEST-CYCLE UNTIL END-OF-FILE.
           CLOSE SNAPSHOT-FILE.
           OPEN INPUT SNAPSHOT-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM A160-LOAD-ONE-SNAPSHOT UNTIL END-OF-FILE.
           CLOSE SNAPSHOT-FILE
           .

       A155-FIND-LATEST-CYCLE.
           READ SNAPSHOT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
              NOT AT END
                 IF DLQSN-CYCLE > WS-SNAP-CYCLE
                    MOVE DLQSN-CYCLE TO WS-SNAP-CYCLE
                 END-IF
           END-READ
           .

       A160-LOAD-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
              NOT AT END
                 IF DLQSN-CYCLE = WS-SNAP-CYCLE
                    IF WS-SNAP-COUNT < 20000
                       ADD 1 TO WS-SNAP-COUNT
                       MOVE DLQSN-PAN    TO SNP-PAN(WS-SNAP-COUNT)
                       MOVE DLQSN-BUCKET TO SNP-BUCKET(WS-SNAP-COUNT)
                    ELSE
                       ADD 1 TO WS-SNAPSHOT-OVERFLOW
                    END-IF
                 END-IF
           END-READ
           .

      *    PASS 1 FINDS THE LATEST RUN ON THE HISTORY; PASS 2 LOADS
      *    ITS SEGMENTS AS THE PRIOR ALLOWANCE. THE FIRST RUN EVER
      *    HAS NO PRIOR AND BOOKS THE WHOLE ALLOWANCE.
       A170-LOAD-PRIOR-ALLOWANCE.
           OPEN INPUT SEGMENT-HISTORY-FILE.
           IF WS-CECLS-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM A172-FIND-LATEST-RUN UNTIL END-OF-FILE.
           CLOSE SEGMENT-HISTORY-FILE.
           IF WS-PRIOR-STAMP = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SEGMENT-HISTORY-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM A174-LOAD-PRIOR-SEGMENT UNTIL END-OF-FILE.
           CLOSE SEGMENT-HISTORY-FILE
           .

       A172-FIND-LATEST-RUN.
           READ SEGMENT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
              NOT AT END
                 IF CECLS-RUN-STAMP > WS-PRIOR-STAMP
                    MOVE CECLS-RUN-STAMP TO WS-PRIOR-STAMP
                    MOVE CECLS-QUARTER   TO WS-PRIOR-QUARTER
                 END-IF
           END-READ
           .

       A174-LOAD-PRIOR-SEGMENT.
           READ SEGMENT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
              NOT AT END
                 IF CECLS-RUN-STAMP = WS-PRIOR-STAMP
                    MOVE CECLS-PRODUCT  TO WS-SEEK-PRODUCT
                    MOVE CECLS-VINTAGE  TO WS-SEEK-VINTAGE
                    MOVE CECLS-LTV-BAND TO WS-SEEK-LTV-BAND
                    PERFORM A400-FIND-SEGMENT
                    ADD CECLS-ALLOWANCE
                        TO SEG-PRIOR-ALLOWANCE(WS-SEG-FOUND-IDX)
                    ADD CECLS-ALLOWANCE TO WS-TOTAL-PRIOR
                 END-IF
           END-READ
           .

       A180-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A190-OPEN-FAILED.
           MOVE 'EPSCECL'  TO EPSFSTAT-PROGRAM.
           MOVE 'OPEN INP' TO EPSFSTAT-OPERATION.
           MOVE SPACES     TO EPSFSTAT-RECORD-KEY.
           CALL 'EPSFSTAT' USING EPSFSTAT-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN
           .

      *    ONE LOAN'S LIFETIME EXPECTED LOSS INTO ITS SEGMENT. A LOAN
      *    WITH NOTHING OWED CARRIES NO EXPOSURE.
       A200-PRICE-LOAN.
           IF (SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION)
              AND SRV-PRINCIPAL-BALANCE > 0
              ADD 1 TO WS-LOAN-COUNT
              PERFORM A210-FIND-LTV-BAND
              MOVE SRV-LOAN-TYPE-IND     TO WS-SEEK-PRODUCT
              MOVE SRV-BOARDING-DATE(1:4) TO WS-SEEK-VINTAGE
              PERFORM A400-FIND-SEGMENT
              PERFORM A220-LOAN-PD
              PERFORM A240-LOAN-LGD
              COMPUTE WS-LOAN-LOSS ROUNDED = WS-LOAN-PD * WS-LOAN-LGD
              ADD 1 TO SEG-LOAN-COUNT(WS-SEG-FOUND-IDX)
              ADD SRV-PRINCIPAL-BALANCE
                  TO SEG-BALANCE(WS-SEG-FOUND-IDX)
              COMPUTE SEG-PD-WEIGHTED(WS-SEG-FOUND-IDX) =
                      SEG-PD-WEIGHTED(WS-SEG-FOUND-IDX)
                    + (WS-LOAN-PD * SRV-PRINCIPAL-BALANCE)
              ADD WS-LOAN-LGD  TO SEG-LGD-AMOUNT(WS-SEG-FOUND-IDX)
              ADD WS-LOAN-LOSS TO SEG-ALLOWANCE(WS-SEG-FOUND-IDX)
           END-IF.
           PERFORM A180-READ-MASTER
           .

       A210-FIND-LTV-BAND.
           IF SRV-APPRAISED-VALUE = 0
              MOVE 6 TO WS-SEEK-LTV-BAND
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LTV ROUNDED =
                   SRV-PRINCIPAL-BALANCE * 100 / SRV-APPRAISED-VALUE
              ON SIZE ERROR
                 MOVE 99999 TO WS-LTV
           END-COMPUTE.
           EVALUATE TRUE
              WHEN WS-LTV NOT > 60
                 MOVE 1 TO WS-SEEK-LTV-BAND
              WHEN WS-LTV NOT > 80
                 MOVE 2 TO WS-SEEK-LTV-BAND
              WHEN WS-LTV NOT > 90
                 MOVE 3 TO WS-SEEK-LTV-BAND
              WHEN WS-LTV NOT > 100
                 MOVE 4 TO WS-SEEK-LTV-BAND
              WHEN OTHER
                 MOVE 5 TO WS-SEEK-LTV-BAND
           END-EVALUATE
           .

      *    LIFETIME PD. THE CURRENT-LOAN FIGURE COMPOUNDS THE
      *    MONTHLY FULL-ROLL CHANCE OVER THE REMAINING LIFE; A
      *    DELINQUENT LOAN EITHER ROLLS THROUGH FROM ITS BUCKET OR
      *    CURES AND CARRIES THE CURRENT-LOAN RISK FROM THERE.
       A220-LOAN-PD.
           COMPUTE WS-LIFE-MONTHS = SRV-REMAINING-YEARS * 12.
           IF WS-LIFE-MONTHS > WS-LIFE-CAP-MONTHS
              MOVE WS-LIFE-CAP-MONTHS TO WS-LIFE-MONTHS
           END-IF.
           IF WS-LIFE-MONTHS < 1
              MOVE 1 TO WS-LIFE-MONTHS
           END-IF.
           COMPUTE WS-LIFETIME-PD-CURRENT ROUNDED =
                   1 - ((1 - WS-CHAIN-RATE(1)) ** WS-LIFE-MONTHS).

           IF STATUS-FILE-OPEN
              MOVE SRV-PAN TO SVST-PAN
              READ SERVICING-STATUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SVST-FORECLOSURE OR SVST-REO
                       MOVE 1 TO WS-LOAN-PD
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.

           PERFORM A230-FIND-BUCKET.
           IF WS-BUCKET-NUM = 1
              MOVE WS-LIFETIME-PD-CURRENT TO WS-LOAN-PD
           ELSE
              COMPUTE WS-LOAN-PD ROUNDED =
                      WS-CHAIN-RATE(WS-BUCKET-NUM)
                    + ((1 - WS-CHAIN-RATE(WS-BUCKET-NUM))
                       * WS-LIFETIME-PD-CURRENT)
           END-IF
           .

       A230-FIND-BUCKET.
           MOVE 1 TO WS-BUCKET-NUM.
           MOVE 0 TO WS-SNP-FOUND-IDX.
           PERFORM A235-MATCH-SNAPSHOT
                   VARYING WS-SNP-IDX FROM 1 BY 1
                   UNTIL WS-SNP-IDX > WS-SNAP-COUNT
                      OR WS-SNP-FOUND-IDX > 0.
           IF WS-SNP-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           EVALUATE SNP-BUCKET(WS-SNP-FOUND-IDX)
              WHEN 'CUR'  MOVE 1 TO WS-BUCKET-NUM
              WHEN '030'  MOVE 2 TO WS-BUCKET-NUM
              WHEN '060'  MOVE 3 TO WS-BUCKET-NUM
              WHEN OTHER  MOVE 4 TO WS-BUCKET-NUM
           END-EVALUATE
           .

       A235-MATCH-SNAPSHOT.
           IF SNP-PAN(WS-SNP-IDX) = SRV-PAN
              MOVE WS-SNP-IDX TO WS-SNP-FOUND-IDX
           END-IF
           .

      *    LOSS IF IT DEFAULTS - THE COLLATERAL SHORTFALL AFTER
      *    SELLING COSTS, FLOORED AT THE MINIMUM SEVERITY, LESS WHAT
      *    RECOVERY HISTORY SAYS COMES BACK ON THE DEFICIENCY.
       A240-LOAN-LGD.
           IF SRV-APPRAISED-VALUE = 0
              COMPUTE WS-LOAN-LGD ROUNDED =
                      SRV-PRINCIPAL-BALANCE * WS-NO-VALUE-SEVERITY
           ELSE
              COMPUTE WS-NET-VALUE ROUNDED =
                      SRV-APPRAISED-VALUE * (1 - WS-SALE-COST-RATE)
              COMPUTE WS-LOAN-LGD =
                      SRV-PRINCIPAL-BALANCE - WS-NET-VALUE
              COMPUTE WS-FLOOR-LOSS ROUNDED =
                      SRV-PRINCIPAL-BALANCE * WS-MIN-SEVERITY
              IF WS-LOAN-LGD < WS-FLOOR-LOSS
                 MOVE WS-FLOOR-LOSS TO WS-LOAN-LGD
              END-IF
           END-IF.
           COMPUTE WS-LOAN-LGD ROUNDED =
                   WS-LOAN-LGD * (1 - WS-RECOVERY-RATE)
           .

      *    THE SEGMENT'S TABLE SLOT, ADDED ON FIRST SIGHT. A FULL
      *    TABLE WOULD LEAVE THE ALLOWANCE SHORT, SO IT STOPS THE
      *    RUN BEFORE ANYTHING IS BOOKED.
       A400-FIND-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND-IDX.
           PERFORM A410-MATCH-SEGMENT
                   VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
                      OR WS-SEG-FOUND-IDX > 0.
           IF WS-SEG-FOUND-IDX > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-SEG-COUNT NOT < 1000
              DISPLAY 'EPSCECL - SEGMENT TABLE FULL AT 1000 - '
                      'ALLOWANCE WOULD BE WRONG, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           MOVE WS-SEG-COUNT TO WS-SEG-FOUND-IDX.
           MOVE WS-SEEK-KEY  TO SEG-KEY(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-LOAN-COUNT(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-BALANCE(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-PD-WEIGHTED(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-LGD-AMOUNT(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-ALLOWANCE(WS-SEG-FOUND-IDX).
           MOVE 0 TO SEG-PRIOR-ALLOWANCE(WS-SEG-FOUND-IDX)
           .

       A410-MATCH-SEGMENT.
           IF SEG-KEY(WS-SEG-IDX) = WS-SEEK-KEY
              MOVE WS-SEG-IDX TO WS-SEG-FOUND-IDX
           END-IF
           .

      *    THE SCHEDULE READS IN PRODUCT, VINTAGE, BAND ORDER - A
      *    STRAIGHT INSERTION SORT; THE TABLE IS SMALL.
       A500-SORT-SEGMENTS.
           PERFORM A510-INSERT-ONE-SEGMENT
                   VARYING WS-SEG-IDX FROM 2 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
           .

       A510-INSERT-ONE-SEGMENT.
           MOVE WS-SEG-ENTRY(WS-SEG-IDX) TO WS-SEG-HOLD.
           MOVE WS-SEG-IDX TO WS-SORT-IDX.
           PERFORM A520-SHIFT-ONE-UP
                   UNTIL WS-SORT-IDX < 2
                      OR SEG-KEY(WS-SORT-IDX - 1) NOT > HLD-KEY.
           MOVE WS-SEG-HOLD TO WS-SEG-ENTRY(WS-SORT-IDX)
           .

       A520-SHIFT-ONE-UP.
           MOVE WS-SEG-ENTRY(WS-SORT-IDX - 1)
                TO WS-SEG-ENTRY(WS-SORT-IDX).
           SUBTRACT 1 FROM WS-SORT-IDX
           .

       A600-PRINT-SCHEDULE.
           MOVE WS-RUN-QUARTER   TO QTL-QUARTER.
           MOVE WS-PRIOR-QUARTER TO QTL-PRIOR-QUARTER.
           MOVE WS-PRIOR-STAMP   TO QTL-PRIOR-STAMP.
           MOVE WS-QUARTER-LINE  TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES           TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-ASSUMPTION-HDG TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RLRAT-PRIOR-CYCLE  TO CYL-PRIOR.
           MOVE RLRAT-LATEST-CYCLE TO CYL-LATEST.
           MOVE WS-SNAP-CYCLE      TO CYL-SNAPSHOT.
           MOVE WS-CYCLE-LINE      TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ROLL RATE CURRENT TO 30' TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-ROLL-RATE(1) * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ROLL RATE 30 TO 60'      TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-ROLL-RATE(2) * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ROLL RATE 60 TO 90'      TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-ROLL-RATE(3) * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ROLL RATE 90 TO FORECLOSURE' TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-ROLL-RATE(4) * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIFE-CAP-MONTHS TO LFL-MONTHS.
           MOVE WS-LIFE-LINE       TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SELLING COSTS'           TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-SALE-COST-RATE * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'MINIMUM LOSS SEVERITY'   TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-MIN-SEVERITY * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SEVERITY - NO VALUE ON FILE' TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-NO-VALUE-SEVERITY * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHARGE-OFF-COUNT TO RCL-COUNT.
           MOVE WS-DEFICIENCY-TOTAL TO RCL-DEFICIENCY.
           MOVE WS-RECOVERED-TOTAL  TO RCL-RECOVERED.
           MOVE WS-RECOVERY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'HISTORICAL RECOVERY RATE' TO RTL-LABEL.
           COMPUTE RTL-RATE = WS-RECOVERY-RATE * 100.
           MOVE WS-RATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SNAPSHOT-OVERFLOW > 0
              MOVE WS-SNAPSHOT-OVERFLOW TO OVL-COUNT
              MOVE WS-OVERFLOW-LINE     TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           MOVE SPACES       TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A610-PRINT-ONE-SEGMENT
                   VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT.

           COMPUTE WS-ALLOWANCE-CHANGE =
                   WS-TOTAL-ALLOWANCE - WS-TOTAL-PRIOR.
           MOVE SPACES              TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-LOANS      TO TOT-LOANS.
           MOVE WS-TOTAL-BALANCE    TO TOT-BALANCE.
           MOVE WS-TOTAL-ALLOWANCE  TO TOT-ALLOWANCE.
           MOVE WS-TOTAL-PRIOR      TO TOT-PRIOR.
           MOVE WS-ALLOWANCE-CHANGE TO TOT-CHANGE.
           MOVE WS-TOTAL-LINE       TO RPT-LINE.
           WRITE RPT-LINE
           .

       A610-PRINT-ONE-SEGMENT.
           MOVE SEG-PRODUCT(WS-SEG-IDX)   TO DTL-PRODUCT.
           MOVE SEG-VINTAGE(WS-SEG-IDX)   TO DTL-VINTAGE.
           MOVE BAND-NAME(SEG-LTV-BAND(WS-SEG-IDX)) TO DTL-BAND.
           MOVE SEG-LOAN-COUNT(WS-SEG-IDX) TO DTL-LOANS.
           MOVE SEG-BALANCE(WS-SEG-IDX)   TO DTL-BALANCE.
           IF SEG-BALANCE(WS-SEG-IDX) > 0
              COMPUTE DTL-PD ROUNDED =
                      SEG-PD-WEIGHTED(WS-SEG-IDX) * 100
                    / SEG-BALANCE(WS-SEG-IDX)
           ELSE
              MOVE 0 TO DTL-PD
           END-IF.
           MOVE SEG-LGD-AMOUNT(WS-SEG-IDX) TO DTL-LGD.
           MOVE SEG-ALLOWANCE(WS-SEG-IDX) TO DTL-ALLOWANCE.
           MOVE SEG-PRIOR-ALLOWANCE(WS-SEG-IDX) TO DTL-PRIOR.
           COMPUTE DTL-CHANGE = SEG-ALLOWANCE(WS-SEG-IDX)
                              - SEG-PRIOR-ALLOWANCE(WS-SEG-IDX).
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD SEG-LOAN-COUNT(WS-SEG-IDX) TO WS-TOTAL-LOANS.
           ADD SEG-BALANCE(WS-SEG-IDX)    TO WS-TOTAL-BALANCE.
           ADD SEG-ALLOWANCE(WS-SEG-IDX)  TO WS-TOTAL-ALLOWANCE
           .

      *    THIS RUN'S SEGMENTS JOIN THE HISTORY - THE NEXT RUN'S
      *    PRIOR. A SEGMENT THAT HAS EMPTIED IS NOT CARRIED.
       A700-WRITE-HISTORY.
           OPEN EXTEND SEGMENT-HISTORY-FILE.
           IF WS-CECLS-STATUS = '05' OR '35'
              OPEN OUTPUT SEGMENT-HISTORY-FILE
           END-IF.
           PERFORM A710-WRITE-ONE-SEGMENT
                   VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT.
           CLOSE SEGMENT-HISTORY-FILE
           .

       A710-WRITE-ONE-SEGMENT.
           IF SEG-LOAN-COUNT(WS-SEG-IDX) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO CECL-SEGMENT-RECORD.
           MOVE WS-RUN-QUARTER             TO CECLS-QUARTER.
           MOVE WS-RUN-STAMP-14            TO CECLS-RUN-STAMP.
           MOVE SEG-PRODUCT(WS-SEG-IDX)    TO CECLS-PRODUCT.
           MOVE SEG-VINTAGE(WS-SEG-IDX)    TO CECLS-VINTAGE.
           MOVE SEG-LTV-BAND(WS-SEG-IDX)   TO CECLS-LTV-BAND.
           MOVE SEG-LOAN-COUNT(WS-SEG-IDX) TO CECLS-LOAN-COUNT.
           MOVE SEG-BALANCE(WS-SEG-IDX)    TO CECLS-BALANCE.
           MOVE SEG-ALLOWANCE(WS-SEG-IDX)  TO CECLS-ALLOWANCE.
           WRITE CECL-SEGMENT-RECORD
           .

      *    ONE BALANCED PAIR FOR THE CHANGE - A BUILD DEBITS THE
      *    PROVISION AND CREDITS THE ALLOWANCE, A RELEASE SWAPS THE
      *    SIDES. NO CHANGE, NO ENTRY.
       A800-POST-CHANGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ALLOWANCE-CHANGE = 0
              MOVE 'NONE'                 TO PST-ACTION
              MOVE SPACES                 TO PST-DEBIT
              MOVE SPACES                 TO PST-CREDIT
              MOVE 0                      TO PST-AMOUNT
              MOVE WS-POSTING-LINE        TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-ALLOWANCE-CHANGE > 0
              MOVE WS-ALLOWANCE-CHANGE    TO WS-POST-AMOUNT
              MOVE 'BUILD'                TO PST-ACTION
              MOVE WS-CECL-DEBIT-ACCOUNT  TO PST-DEBIT
              MOVE WS-CECL-CREDIT-ACCOUNT TO PST-CREDIT
           ELSE
              COMPUTE WS-POST-AMOUNT = 0 - WS-ALLOWANCE-CHANGE
              MOVE 'RELEASE'              TO PST-ACTION
              MOVE WS-CECL-CREDIT-ACCOUNT TO PST-DEBIT
              MOVE WS-CECL-DEBIT-ACCOUNT  TO PST-CREDIT
           END-IF.
           MOVE PST-DEBIT              TO GLXTR-ACCOUNT.
           MOVE 'D'                    TO GLXTR-DR-CR-IND.
           MOVE WS-POST-AMOUNT         TO GLXTR-AMOUNT.
           MOVE 'CECL'                 TO GLXTR-SOURCE-CODE.
           MOVE WS-CURRENT-DATE-8      TO GLXTR-POST-DATE.
           WRITE GL-INTERFACE-RECORD.
           MOVE PST-CREDIT             TO GLXTR-ACCOUNT.
           MOVE 'C'                    TO GLXTR-DR-CR-IND.
           WRITE GL-INTERFACE-RECORD.
           MOVE WS-POST-AMOUNT         TO PST-AMOUNT.
           MOVE WS-POSTING-LINE        TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           CLOSE SERVICING-MASTER-FILE.
           IF STATUS-FILE-OPEN
              CLOSE SERVICING-STATUS-FILE
           END-IF.
           CLOSE GL-INTERFACE-FILE.
           CLOSE SCHEDULE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSCECL'            TO EPSRUNWR-JOB-NAME.
           MOVE WS-LOAN-COUNT        TO EPSRUNWR-IN-COUNT.
           MOVE WS-SEG-COUNT         TO EPSRUNWR-OUT-COUNT.
           MOVE 0                    TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                    TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE 0                    TO RETURN-CODE
           .
