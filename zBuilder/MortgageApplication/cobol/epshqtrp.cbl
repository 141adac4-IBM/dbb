       ID DIVISION.
       PROGRAM-ID. EPSHQTRP.
      *    MONTHLY HOEPA/QM NEAR-THRESHOLD REPORT.
      *
      *    EPSCLNTK TESTS EVERY APPLICATION AT INTAKE AGAINST THE
      *    HOEPA HIGH-COST TRIGGERS (APR OVER THE APOR FOR THE TERM
      *    PLUS 6.5 POINTS, POINTS AND FEES OVER THE HOEPA LIMIT) AND
      *    THE QUALIFIED MORTGAGE POINTS-AND-FEES CAP, AND STORES THE
      *    RESULT ON EPSHQTST. THIS RUN LISTS EVERY LOAN TESTED IN THE
      *    REPORT MONTH THAT FAILED A TEST OR CAME WITHIN THE SET
      *    MARGIN OF ONE, SO COMPLIANCE CAN SEE PRICING DRIFTING
      *    TOWARD A THRESHOLD BEFORE IT CROSSES. FOR EACH TEST THE
      *    ROOM LEFT UNDER THE THRESHOLD IS SHOWN - NEGATIVE WHEN THE
      *    LOAN IS OVER - WITH OVER/NEAR AGAINST THE ONES THAT
      *    QUALIFIED IT FOR THE LIST, AND THE SUPERVISOR WHO
      *    OVERRODE A FAILED LOAN THROUGH TO APPROVAL, IF ANY.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 1-6   REPORT MONTH, YYYYMM (BLANK = LAST MONTH).
      *       COLS 8-11  APR MARGIN IN POINTS, 9V999 (BLANK = 1.000).
      *       COLS 13-16 POINTS-AND-FEES MARGIN IN PERCENT OF THE
      *                  LOAN, 9V999 (BLANK = 0.500).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOEPA-QM-TEST-FILE ASSIGN TO EPSHQTST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HQT-PAN
                  FILE STATUS IS WS-HQT-STATUS.

           SELECT NEAR-THRESHOLD-REPORT ASSIGN TO HQTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOEPA-QM-TEST-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY EPSHQTST.

       FD  NEAR-THRESHOLD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    THE HOEPA APR TRIGGER OVER THE APOR FOR A FIRST LIEN - THE
      *    SAME FIGURE EPSCLNTK TESTS WITH.
       01 WS-HOEPA-APR-SPREAD             PIC 9V999 VALUE 6.500.

       01 WS-FILE-STATUSES.
           03 WS-HQT-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TESTS             PIC X VALUE 'N'.
              88 END-OF-TESTS                VALUE 'Y'.
           03 WS-HQT-OPEN                 PIC X VALUE 'N'.
              88 HQT-FILE-OPEN               VALUE 'Y'.
           03 WS-LIST-LOAN                PIC X VALUE 'N'.
              88 LIST-THIS-LOAN              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-TESTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-LISTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-FAILED-COUNT             PIC 9(7) VALUE 0.
           03 WS-OVERRIDE-COUNT           PIC 9(7) VALUE 0.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 WS-CARD-MONTH               PIC X(6).
           03 FILLER                      PIC X.
           03 WS-CARD-APR-MARGIN          PIC X(4).
           03 WS-CARD-APR-MARGIN-N REDEFINES WS-CARD-APR-MARGIN
                                          PIC 9V999.
           03 FILLER                      PIC X.
           03 WS-CARD-PF-MARGIN           PIC X(4).
           03 WS-CARD-PF-MARGIN-N REDEFINES WS-CARD-PF-MARGIN
                                          PIC 9V999.
           03 FILLER                      PIC X(64).

       01 WS-REPORT-MONTH.
           03 WS-RM-YYYY                  PIC 9(4).
           03 WS-RM-MM                    PIC 9(2).
       01 WS-REPORT-MONTH-6 REDEFINES WS-REPORT-MONTH
                                          PIC 9(6).
       01 WS-APR-MARGIN                   PIC 9V999.
       01 WS-PF-MARGIN                    PIC 9V999.

      *    ROOM LEFT UNDER EACH THRESHOLD FOR THE LOAN IN HAND - APR
      *    POINTS FOR THE APR TRIGGER, PERCENT OF THE LOAN FOR THE
      *    TWO POINTS-AND-FEES LIMITS. NEGATIVE WHEN OVER.
       01 WS-TEST-WORK.
           03 WS-TEST-MONTH               PIC 9(6).
           03 WS-APR-ROOM                 PIC S9(3)V999.
           03 WS-HOEPA-PF-ROOM            PIC S9(3)V999.
           03 WS-QM-PF-ROOM               PIC S9(3)V999.
           03 WS-LIMIT-PCT                PIC S9(3)V999.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSHQTRP - HOEPA/QM NEAR-THRESHOLD REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(15) VALUE
                 'REPORT MONTH:'.
              05 HDG-RPT-YYYY             PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-RPT-MM               PIC 9(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'APR MARGIN:'.
              05 HDG-APR-MARGIN           PIC 9.999.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'POINTS/FEES MARGIN PCT:'.
              05 HDG-PF-MARGIN            PIC 9.999.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(16) VALUE
                 '   LOAN AMOUNT'.
              05 FILLER                   PIC X(8)  VALUE '   APR'.
              05 FILLER                   PIC X(8)  VALUE '  APOR'.
              05 FILLER                   PIC X(15) VALUE
                 'APR ROOM'.
              05 FILLER                   PIC X(8)  VALUE 'P+F PCT'.
              05 FILLER                   PIC X(15) VALUE
                 'HOEPA P+F ROOM'.
              05 FILLER                   PIC X(15) VALUE
                 'QM P+F ROOM'.
              05 FILLER                   PIC X(8)  VALUE 'OVERRIDE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LOAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APR                  PIC Z9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APOR                 PIC Z9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-APR-ROOM             PIC -ZZ9.999.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-APR-FLAG             PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PF-PCT               PIC Z9.999.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOEPA-PF-ROOM        PIC -ZZ9.999.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-HOEPA-PF-FLAG        PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-QM-PF-ROOM           PIC -ZZ9.999.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-QM-PF-FLAG           PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OVERRIDE             PIC X(8).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'TESTED:'.
              05 SUM-TESTED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'LISTED:'.
              05 SUM-LISTED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'FAILED:'.
              05 SUM-FAILED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OVERRIDDEN:'.
              05 SUM-OVERRIDDEN           PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-CHECK-TEST UNTIL END-OF-TESTS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSHQTRP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           PERFORM A110-READ-CONTROL-CARD.

      *    NO TEST FILE YET MEANS NOTHING HAS BEEN TESTED - AN EMPTY
      *    REPORT, NOT A FAILURE.
           OPEN INPUT  HOEPA-QM-TEST-FILE.
           IF WS-HQT-STATUS = '00'
              MOVE 'Y' TO WS-HQT-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-TESTS
           END-IF.
           OPEN OUTPUT NEAR-THRESHOLD-REPORT.

           MOVE WS-CURR-YYYY   TO HDG-YYYY.
           MOVE WS-CURR-MM     TO HDG-MM.
           MOVE WS-CURR-DD     TO HDG-DD.
           MOVE WS-RM-YYYY     TO HDG-RPT-YYYY.
           MOVE WS-RM-MM       TO HDG-RPT-MM.
           MOVE WS-APR-MARGIN  TO HDG-APR-MARGIN.
           MOVE WS-PF-MARGIN   TO HDG-PF-MARGIN.
           MOVE WS-HEADING-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES         TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-3   TO RPT-LINE.
           WRITE RPT-LINE.

           IF HQT-FILE-OPEN
              PERFORM A150-READ-TEST
           END-IF.

       A110-READ-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF WS-CARD-MONTH IS NUMERIC
              MOVE WS-CARD-MONTH TO WS-REPORT-MONTH-6
           ELSE
              MOVE WS-CURR-YYYY TO WS-RM-YYYY
              IF WS-CURR-MM = 1
                 SUBTRACT 1 FROM WS-RM-YYYY
                 MOVE 12 TO WS-RM-MM
              ELSE
                 COMPUTE WS-RM-MM = WS-CURR-MM - 1
              END-IF
           END-IF.
           IF WS-CARD-APR-MARGIN IS NUMERIC
              MOVE WS-CARD-APR-MARGIN-N TO WS-APR-MARGIN
           ELSE
              MOVE 1.000 TO WS-APR-MARGIN
           END-IF.
           IF WS-CARD-PF-MARGIN IS NUMERIC
              MOVE WS-CARD-PF-MARGIN-N TO WS-PF-MARGIN
           ELSE
              MOVE 0.500 TO WS-PF-MARGIN
           END-IF.

       A150-READ-TEST.
           READ HOEPA-QM-TEST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-TESTS
           END-READ
           .

       A200-CHECK-TEST.
           MOVE HQT-TEST-DATE(1:6) TO WS-TEST-MONTH.
           IF WS-TEST-MONTH = WS-REPORT-MONTH-6
              ADD 1 TO WS-TESTED-COUNT
              IF HQT-FAILED
                 ADD 1 TO WS-FAILED-COUNT
              END-IF
              IF HQT-OVERRIDE-USER-ID NOT = SPACES
                 ADD 1 TO WS-OVERRIDE-COUNT
              END-IF
              PERFORM A300-MEASURE-ROOM
              IF LIST-THIS-LOAN
                 PERFORM A400-LIST-LOAN
              END-IF
           END-IF
           .
           PERFORM A150-READ-TEST.

      *    A LOAN IS LISTED WHEN ANY OF ITS THREE TESTS FAILED OR HAS
      *    NO MORE THAN THE MARGIN LEFT UNDER THE THRESHOLD.
       A300-MEASURE-ROOM.
           MOVE 'N' TO WS-LIST-LOAN.
           MOVE SPACES TO WS-DETAIL-LINE.
           COMPUTE WS-APR-ROOM =
                   HQT-APOR-RATE + WS-HOEPA-APR-SPREAD - HQT-APR.
           MOVE 0 TO WS-HOEPA-PF-ROOM.
           MOVE 0 TO WS-QM-PF-ROOM.
           IF HQT-LOAN-AMOUNT > 0
              COMPUTE WS-LIMIT-PCT ROUNDED =
                      HQT-HOEPA-PF-LIMIT * 100 / HQT-LOAN-AMOUNT
              COMPUTE WS-HOEPA-PF-ROOM = WS-LIMIT-PCT - HQT-PF-PCT
              COMPUTE WS-LIMIT-PCT ROUNDED =
                      HQT-QM-PF-LIMIT * 100 / HQT-LOAN-AMOUNT
              COMPUTE WS-QM-PF-ROOM = WS-LIMIT-PCT - HQT-PF-PCT
           END-IF.

           IF HQT-HOEPA-APR-FAILED
              MOVE 'OVER' TO DTL-APR-FLAG
              MOVE 'Y'    TO WS-LIST-LOAN
           ELSE
              IF WS-APR-ROOM NOT > WS-APR-MARGIN
                 MOVE 'NEAR' TO DTL-APR-FLAG
                 MOVE 'Y'    TO WS-LIST-LOAN
              END-IF
           END-IF.
           IF HQT-HOEPA-PF-FAILED
              MOVE 'OVER' TO DTL-HOEPA-PF-FLAG
              MOVE 'Y'    TO WS-LIST-LOAN
           ELSE
              IF WS-HOEPA-PF-ROOM NOT > WS-PF-MARGIN
                 MOVE 'NEAR' TO DTL-HOEPA-PF-FLAG
                 MOVE 'Y'    TO WS-LIST-LOAN
              END-IF
           END-IF.
           IF HQT-QM-PF-FAILED
              MOVE 'OVER' TO DTL-QM-PF-FLAG
              MOVE 'Y'    TO WS-LIST-LOAN
           ELSE
              IF WS-QM-PF-ROOM NOT > WS-PF-MARGIN
                 MOVE 'NEAR' TO DTL-QM-PF-FLAG
                 MOVE 'Y'    TO WS-LIST-LOAN
              END-IF
           END-IF.

       A400-LIST-LOAN.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE HQT-PAN              TO DTL-PAN.
           MOVE HQT-LOAN-OFFICER     TO DTL-OFFICER.
           MOVE HQT-LOAN-AMOUNT      TO DTL-LOAN-AMOUNT.
           MOVE HQT-APR              TO DTL-APR.
           MOVE HQT-APOR-RATE        TO DTL-APOR.
           MOVE WS-APR-ROOM          TO DTL-APR-ROOM.
           MOVE HQT-PF-PCT           TO DTL-PF-PCT.
           MOVE WS-HOEPA-PF-ROOM     TO DTL-HOEPA-PF-ROOM.
           MOVE WS-QM-PF-ROOM        TO DTL-QM-PF-ROOM.
           MOVE HQT-OVERRIDE-USER-ID TO DTL-OVERRIDE.
           MOVE WS-DETAIL-LINE       TO RPT-LINE.
           WRITE RPT-LINE.

       A900-FINALIZE.
           MOVE WS-TESTED-COUNT   TO SUM-TESTED.
           MOVE WS-LISTED-COUNT   TO SUM-LISTED.
           MOVE WS-FAILED-COUNT   TO SUM-FAILED.
           MOVE WS-OVERRIDE-COUNT TO SUM-OVERRIDDEN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           IF HQT-FILE-OPEN
              CLOSE HOEPA-QM-TEST-FILE
           END-IF.
           CLOSE NEAR-THRESHOLD-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
