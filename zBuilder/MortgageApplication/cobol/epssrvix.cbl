       ID DIVISION.
       PROGRAM-ID. EPSSRVIX.
      *    NIGHTLY EPSSRVCF ALTERNATE-INDEX INTEGRITY CHECK.
      *
      *    EPSBESTX, EPSTXDSB, EPSBILST AND EPSLTCHG READ ONLY THE
      *    SLICE OF THE SERVICING MASTER THEY NEED THROUGH THE POOL,
      *    JURISDICTION AND NEXT-DUE-DATE ALTERNATE INDEXES (SEE
      *    EPSSRVCF.cpy). AN INDEX THAT HAS DRIFTED FROM THE BASE
      *    CLUSTER WOULD QUIETLY LEAVE LOANS UNBILLED OR UNCHARGED,
      *    SO AFTER THE NIGHT'S UPDATES THIS RUN PROVES EACH ONE:
      *
      *       - THE BASE CLUSTER IS READ IN PAN ORDER FOR ITS RECORD
      *         COUNT, ITS PRINCIPAL-BALANCE HASH, AND HOW MANY
      *         RECORDS CARRY A POOL, A JURISDICTION AND A DUE DATE.
      *       - EACH ALTERNATE INDEX IS THEN READ END TO END. IT MUST
      *         RETURN THE SAME COUNTS AND HASH, ITS KEYS MUST NEVER
      *         GO BACKWARDS, AND EVERY RECORD IT POINTS AT MUST STILL
      *         BE THERE.
      *
      *    AN INDEX THAT FAILS IS REPORTED WITH WHAT DISAGREED AND
      *    THE RUN ENDS RC 8 - THE INDEX HAS TO BE REBUILT BEFORE THE
      *    JOBS THAT READ BY IT RUN AGAIN. THE RESULT GOES TO EPSRUNRS
      *    FOR THE MORNING HEALTH PAGE.
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
                  ALTERNATE RECORD KEY IS SRV-POOL-NUMBER
                     WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SRV-JURISDICTION-CODE
                     WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SRV-NEXT-DUE-DATE
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SRVIXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.

      *    WHICH KEY THE CURRENT PASS IS READING BY.
       01 WS-PASS-IND                     PIC X.
           88 PASS-BASE                      VALUE 'B'.
           88 PASS-POOL                      VALUE 'P'.
           88 PASS-JURISDICTION              VALUE 'J'.
           88 PASS-DUE-DATE                  VALUE 'D'.

      *    WHAT ONE PASS FOUND - THE BASE PASS IS KEPT AS THE
      *    STANDARD EVERY INDEX PASS IS HELD UP AGAINST.
       01 WS-PASS-TOTALS.
           03 WS-PASS-RECORDS             PIC 9(9) COMP.
           03 WS-PASS-POOLED              PIC 9(9) COMP.
           03 WS-PASS-JURISDICTION        PIC 9(9) COMP.
           03 WS-PASS-DUE-DATED           PIC 9(9) COMP.
           03 WS-PASS-BALANCE-HASH        PIC S9(15)V99 COMP-3.
           03 WS-PASS-SEQUENCE-ERRORS     PIC 9(7) COMP.
           03 WS-PASS-READ-ERRORS         PIC 9(7) COMP.
       01 WS-BASE-TOTALS.
           03 WS-BASE-RECORDS             PIC 9(9) COMP.
           03 WS-BASE-POOLED              PIC 9(9) COMP.
           03 WS-BASE-JURISDICTION        PIC 9(9) COMP.
           03 WS-BASE-DUE-DATED           PIC 9(9) COMP.
           03 WS-BASE-BALANCE-HASH        PIC S9(15)V99 COMP-3.
           03 WS-BASE-SEQUENCE-ERRORS     PIC 9(7) COMP.
           03 WS-BASE-READ-ERRORS         PIC 9(7) COMP.

      *    THE KEY OF THE RECORD READ BEFORE, FOR THE SEQUENCE TEST.
       01 WS-PRIOR-KEY                    PIC X(10).
       01 WS-THIS-KEY                     PIC X(10).
       01 WS-DUE-DATE-KEY                 PIC 9(8).

       01 WS-COUNTERS.
           03 WS-INDEX-COUNT              PIC 9(7) VALUE 0.
           03 WS-FAILED-COUNT             PIC 9(7) VALUE 0.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSRVIX - SERVICING MASTER INDEX INTEGRITY'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(18) VALUE 'PATH'.
              05 FILLER                   PIC X(12) VALUE '   RECORDS'.
              05 FILLER                   PIC X(12) VALUE '    POOLED'.
              05 FILLER                   PIC X(12) VALUE '  JURISDIC'.
              05 FILLER                   PIC X(12) VALUE ' DUE-DATED'.
              05 FILLER                   PIC X(22) VALUE
                 '        BALANCE HASH'.
              05 FILLER                   PIC X(8)  VALUE ' SEQ ERR'.
              05 FILLER                   PIC X(8)  VALUE ' RD ERR'.
              05 FILLER                   PIC X(8)  VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PATH                 PIC X(18).
              05 DTL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-POOLED               PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-JURISDICTION         PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-DUE-DATED            PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-BALANCE-HASH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-SEQUENCE-ERRORS      PIC ZZZZZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-READ-ERRORS          PIC ZZZZZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-RESULT               PIC X(8).
           03 WS-FAILED-LINE.
              05 FILLER                   PIC X(18) VALUE SPACES.
              05 FLD-TEXT                 PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(18) VALUE
                 'INDEXES CHECKED:'.
              05 SUM-CHECKED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'INDEXES FAILED:'.
              05 SUM-FAILED               PIC ZZZZZZ9.

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
           SET PASS-BASE TO TRUE.
           PERFORM A200-RUN-PASS.
           MOVE WS-PASS-TOTALS TO WS-BASE-TOTALS.
           PERFORM A500-REPORT-PASS.
           SET PASS-POOL TO TRUE.
           PERFORM A200-RUN-PASS.
           PERFORM A500-REPORT-PASS.
           SET PASS-JURISDICTION TO TRUE.
           PERFORM A200-RUN-PASS.
           PERFORM A500-REPORT-PASS.
           SET PASS-DUE-DATE TO TRUE.
           PERFORM A200-RUN-PASS.
           PERFORM A500-REPORT-PASS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSRVIX' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    ONE FULL READ OF THE MASTER BY THE PASS'S KEY.
       A200-RUN-PASS.
           INITIALIZE WS-PASS-TOTALS.
           MOVE LOW-VALUES TO WS-PRIOR-KEY.
           MOVE 'N' TO WS-END-OF-MASTER.
           EVALUATE TRUE
              WHEN PASS-BASE
                 MOVE LOW-VALUES TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN PASS-POOL
                 MOVE LOW-VALUES TO SRV-POOL-NUMBER
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-POOL-NUMBER
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN PASS-JURISDICTION
                 MOVE LOW-VALUES TO SRV-JURISDICTION-CODE
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-JURISDICTION-CODE
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN PASS-DUE-DATE
                 MOVE 0 TO SRV-NEXT-DUE-DATE
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-NEXT-DUE-DATE
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
           END-EVALUATE.
           PERFORM A250-READ-ONE-RECORD UNTIL END-OF-MASTER
           .

      *    A READ THAT FAILS PART WAY (AN INDEX ENTRY POINTING AT A
      *    RECORD NO LONGER THERE) IS COUNTED AND ENDS THE PASS - THE
      *    BROWSE CANNOT BE TRUSTED PAST IT. '02' IS A DUPLICATE
      *    ALTERNATE KEY STILL TO COME AND IS NORMAL.
       A250-READ-ONE-RECORD.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
                 EXIT PARAGRAPH
           END-READ.
           IF WS-SRVCF-STATUS NOT = '00' AND NOT = '02'
              ADD 1 TO WS-PASS-READ-ERRORS
              MOVE 'Y' TO WS-END-OF-MASTER
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PASS-RECORDS.
           ADD SRV-PRINCIPAL-BALANCE TO WS-PASS-BALANCE-HASH.
           IF SRV-POOL-NUMBER NOT = SPACES
              ADD 1 TO WS-PASS-POOLED
           END-IF.
           IF SRV-JURISDICTION-CODE NOT = SPACES
              ADD 1 TO WS-PASS-JURISDICTION
           END-IF.
           IF SRV-NEXT-DUE-DATE > 0
              ADD 1 TO WS-PASS-DUE-DATED
           END-IF.

           MOVE SPACES TO WS-THIS-KEY.
           EVALUATE TRUE
              WHEN PASS-BASE
                 MOVE SRV-PAN               TO WS-THIS-KEY
              WHEN PASS-POOL
                 MOVE SRV-POOL-NUMBER       TO WS-THIS-KEY
              WHEN PASS-JURISDICTION
                 MOVE SRV-JURISDICTION-CODE TO WS-THIS-KEY
              WHEN PASS-DUE-DATE
                 MOVE SRV-NEXT-DUE-DATE     TO WS-DUE-DATE-KEY
                 MOVE WS-DUE-DATE-KEY       TO WS-THIS-KEY
           END-EVALUATE.
           IF WS-THIS-KEY < WS-PRIOR-KEY
              ADD 1 TO WS-PASS-SEQUENCE-ERRORS
           END-IF.
           MOVE WS-THIS-KEY TO WS-PRIOR-KEY
           .

      *    THE BASE PASS IS LISTED AS READ; AN INDEX PASS PASSES ONLY
      *    WHEN IT MATCHES THE BASE ON EVERY TOTAL AND READ CLEAN.
       A500-REPORT-PASS.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN PASS-BASE
                 MOVE 'BASE (PAN)'       TO DTL-PATH
              WHEN PASS-POOL
                 MOVE 'EPSSRVC1 POOL'    TO DTL-PATH
              WHEN PASS-JURISDICTION
                 MOVE 'EPSSRVC2 JURIS'   TO DTL-PATH
              WHEN PASS-DUE-DATE
                 MOVE 'EPSSRVC3 DUE DATE' TO DTL-PATH
           END-EVALUATE.
           MOVE WS-PASS-RECORDS         TO DTL-RECORDS.
           MOVE WS-PASS-POOLED          TO DTL-POOLED.
           MOVE WS-PASS-JURISDICTION    TO DTL-JURISDICTION.
           MOVE WS-PASS-DUE-DATED       TO DTL-DUE-DATED.
           MOVE WS-PASS-BALANCE-HASH    TO DTL-BALANCE-HASH.
           MOVE WS-PASS-SEQUENCE-ERRORS TO DTL-SEQUENCE-ERRORS.
           MOVE WS-PASS-READ-ERRORS     TO DTL-READ-ERRORS.

           IF PASS-BASE
              IF WS-PASS-SEQUENCE-ERRORS > 0
                 OR WS-PASS-READ-ERRORS > 0
                 MOVE 'FAILED' TO DTL-RESULT
                 MOVE 8 TO WS-RUN-RETURN-CODE
              ELSE
                 MOVE 'BASE'   TO DTL-RESULT
              END-IF
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-INDEX-COUNT.
           IF WS-PASS-TOTALS = WS-BASE-TOTALS
              MOVE 'OK'     TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FAILED-COUNT.
           MOVE 8 TO WS-RUN-RETURN-CODE.
           MOVE 'REBUILD' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PASS-RECORDS NOT = WS-BASE-RECORDS
              MOVE 'RECORD COUNT DIFFERS FROM THE BASE CLUSTER'
                   TO FLD-TEXT
              PERFORM A550-WRITE-FAILURE
           END-IF.
           IF WS-PASS-BALANCE-HASH NOT = WS-BASE-BALANCE-HASH
              MOVE 'BALANCE HASH DIFFERS - ENTRIES MISSING OR DOUBLED'
                   TO FLD-TEXT
              PERFORM A550-WRITE-FAILURE
           END-IF.
           IF WS-PASS-POOLED NOT = WS-BASE-POOLED
              OR WS-PASS-JURISDICTION NOT = WS-BASE-JURISDICTION
              OR WS-PASS-DUE-DATED NOT = WS-BASE-DUE-DATED
              MOVE 'KEY-PRESENT COUNTS DIFFER FROM THE BASE CLUSTER'
                   TO FLD-TEXT
              PERFORM A550-WRITE-FAILURE
           END-IF.
           IF WS-PASS-SEQUENCE-ERRORS > 0
              MOVE 'KEYS OUT OF SEQUENCE - STALE INDEX ENTRIES'
                   TO FLD-TEXT
              PERFORM A550-WRITE-FAILURE
           END-IF.
           IF WS-PASS-READ-ERRORS > 0
              MOVE 'BROWSE FAILED - ENTRY POINTS AT A MISSING RECORD'
                   TO FLD-TEXT
              PERFORM A550-WRITE-FAILURE
           END-IF
           .

       A550-WRITE-FAILURE.
           MOVE WS-FAILED-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-INDEX-COUNT  TO SUM-CHECKED.
           MOVE WS-FAILED-COUNT TO SUM-FAILED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSSRVIX'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-BASE-RECORDS     TO EPSRUNWR-IN-COUNT.
           MOVE WS-INDEX-COUNT      TO EPSRUNWR-OUT-COUNT.
           MOVE WS-FAILED-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE  TO RETURN-CODE
           .
