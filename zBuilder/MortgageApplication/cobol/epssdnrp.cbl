       ID DIVISION.
       PROGRAM-ID. EPSSDNRP.
      *    OFAC POTENTIAL-MATCH AND CLEARANCE REPORT.
      *
      *    LISTS EVERY HIT ON EPSSDNHT - BORROWERS, CHECK PAYEES AND
      *    WIRE BENEFICIARIES - WITH THE NAME SCREENED, THE SDN ENTRY
      *    IT MATCHED AND THE SCORE, AND FOR EVERY DECIDED HIT WHO
      *    CLEARED OR CONFIRMED IT, WHEN, AND THE REASON GIVEN. THIS
      *    IS THE EVIDENCE THE EXAMINERS ASK FOR; PENDING HITS ARE THE
      *    COMPLIANCE WORK QUEUE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-HIT-FILE ASSIGN TO EPSSDNHT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNHT-KEY
                  FILE STATUS IS WS-SDNHT-STATUS.

           SELECT HIT-REPORT ASSIGN TO SDNRPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDN-HIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNHT.

       FD  HIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SDNHT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-HITS              PIC X VALUE 'N'.
              88 END-OF-HITS                 VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-PENDING-COUNT            PIC 9(7) VALUE 0.
           03 WS-CLEARED-COUNT            PIC 9(7) VALUE 0.
           03 WS-BLOCKED-COUNT            PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSDNRP - OFAC MATCH AND CLEARANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(3)  VALUE 'SRC'.
              05 FILLER                   PIC X(12) VALUE 'REFERENCE'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(6)  VALUE 'SCORE'.
              05 FILLER                   PIC X(10) VALUE 'HIT DATE'.
              05 FILLER                   PIC X(9)  VALUE 'STATUS'.
              05 FILLER                   PIC X(32) VALUE
                 'NAME SCREENED'.
              05 FILLER                   PIC X(12) VALUE 'SDN ENTRY'.
              05 FILLER                   PIC X(30) VALUE 'SDN NAME'.
           03 WS-DETAIL-LINE.
              05 DTL-SOURCE               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REFERENCE            PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCORE                PIC ZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-HIT-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X(7).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCREENED-NAME        PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ENTRY                PIC 9(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LIST-NAME            PIC X(36).
           03 WS-DECISION-LINE.
              05 FILLER                   PIC X(15) VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE
                 'DECIDED BY'.
              05 DCN-DECIDED-BY           PIC X(8).
              05 FILLER                   PIC X(4)  VALUE ' ON '.
              05 DCN-DECISION-DATE        PIC 9(8).
              05 FILLER                   PIC X(3)  VALUE ' - '.
              05 DCN-REASON               PIC X(40).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DCN-RELEASED             PIC X(20).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'PENDING:'.
              05 SUM-PENDING              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'CLEARED:'.
              05 SUM-CLEARED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'BLOCKED:'.
              05 SUM-BLOCKED              PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-REPORT-HIT UNTIL END-OF-HITS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSDNRP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SDN-HIT-FILE.
           OPEN OUTPUT HIT-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

      *    NO HIT FILE YET MEANS NOTHING HAS EVER MATCHED.
           IF WS-SDNHT-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-HITS
           END-IF.
           PERFORM A150-READ-HIT.

       A150-READ-HIT.
           IF END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
           END-READ
           .

       A200-REPORT-HIT.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE SDNHT-SOURCE         TO DTL-SOURCE.
           MOVE SDNHT-REFERENCE      TO DTL-REFERENCE.
           MOVE SDNHT-PAN            TO DTL-PAN.
           MOVE SDNHT-SCORE          TO DTL-SCORE.
           MOVE SDNHT-HIT-DATE       TO DTL-HIT-DATE.
           MOVE SDNHT-SCREENED-NAME  TO DTL-SCREENED-NAME.
           MOVE SDNHT-ENTRY-NUM      TO DTL-ENTRY.
           MOVE SDNHT-LIST-NAME      TO DTL-LIST-NAME.
           EVALUATE TRUE
              WHEN SDNHT-PENDING
                 ADD 1 TO WS-PENDING-COUNT
                 MOVE 'PENDING' TO DTL-STATUS
              WHEN SDNHT-CLEARED
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'CLEARED' TO DTL-STATUS
              WHEN OTHER
                 ADD 1 TO WS-BLOCKED-COUNT
                 MOVE 'BLOCKED' TO DTL-STATUS
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT SDNHT-PENDING
              MOVE SDNHT-DECIDED-BY      TO DCN-DECIDED-BY
              MOVE SDNHT-DECISION-DATE   TO DCN-DECISION-DATE
              MOVE SDNHT-DECISION-REASON TO DCN-REASON
              MOVE SPACES                TO DCN-RELEASED
              IF SDNHT-RELEASED-DATE NOT = 0
                 STRING 'RELEASED ' DELIMITED BY SIZE
                        SDNHT-RELEASED-DATE DELIMITED BY SIZE
                        INTO DCN-RELEASED
                 END-STRING
              END-IF
              MOVE WS-DECISION-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM A150-READ-HIT.

       A900-FINALIZE.
           MOVE WS-PENDING-COUNT TO SUM-PENDING.
           MOVE WS-CLEARED-COUNT TO SUM-CLEARED.
           MOVE WS-BLOCKED-COUNT TO SUM-BLOCKED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SDN-HIT-FILE.
           CLOSE HIT-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
