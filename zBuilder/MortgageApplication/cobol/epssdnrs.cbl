       ID DIVISION.
       PROGRAM-ID. EPSSDNRS.
      *    NIGHTLY OFAC RESCREEN OF THE BORROWER MASTER.
      *
      *    A BORROWER CLEAR AGAINST LAST MONTH'S SDN LIST MAY BE ON
      *    THIS MONTH'S. WHEN EPSSDNLD HAS LOADED A LIST VERSION THE
      *    BORROWER MASTER HAS NOT YET BEEN SCREENED AGAINST (SEE THE
      *    EPSSDNCT CONTROL RECORD), EVERY BORROWER ON EPSBRWRF IS
      *    RESCREENED THROUGH EPSSDNSC. ON OTHER NIGHTS ONLY THE
      *    BORROWERS LEFT UNSCREENED - ADDED BY EPSASSUM OR WHILE THE
      *    LIST WAS DOWN - ARE SCREENED. A NEW POTENTIAL MATCH PUTS
      *    THE BORROWER ON OFAC HOLD FOR COMPLIANCE; A BLOCK IS NEVER
      *    LIFTED HERE, AND A HOLD ONLY BY EPSSDNAP.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT SDN-CONTROL-FILE ASSIGN TO EPSSDNCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SDNCT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SDNRSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  SDN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSSDNCT.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-SDNCT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-BORROWERS         PIC X VALUE 'N'.
              88 END-OF-BORROWERS            VALUE 'Y'.
           03 WS-SCREEN-MODE              PIC X VALUE 'U'.
              88 SCREEN-ALL                  VALUE 'A'.
              88 SCREEN-UNSCREENED-ONLY      VALUE 'U'.
           03 WS-OLD-OFAC-IND             PIC X VALUE SPACE.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-SCREENED-COUNT           PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7) VALUE 0.
           03 WS-FAILED-COUNT             PIC 9(7) VALUE 0.

      *    PARAMETER AREA FOR THE SHARED EPSSDNSC OFAC SCREENING
      *    SERVICE.
           COPY EPSSDNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSDNRS - OFAC BORROWER RESCREEN REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(20) VALUE
                 'SDN LIST VERSION:'.
              05 HDG-LIST-VERSION         PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 HDG-MODE                 PIC X(40).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCORE                PIC ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MATCH-NAME           PIC X(40).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(40).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'READ:'.
              05 SUM-READ                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SCREENED:'.
              05 SUM-SCREENED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NEW HOLDS:'.
              05 SUM-HELD                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NOT RUN:'.
              05 SUM-FAILED               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-SCREEN-BORROWER UNTIL END-OF-BORROWERS.
           PERFORM A800-STAMP-CONTROL.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSDNRS' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    BORROWER-MASTER-FILE.
           OPEN I-O    SDN-CONTROL-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-SDN-CONTROL.
           MOVE SDNCT-LIST-VERSION TO HDG-LIST-VERSION.
           IF SDNCT-RESCREEN-VERSION NOT = SDNCT-LIST-VERSION
              MOVE 'A' TO WS-SCREEN-MODE
              MOVE 'NEW LIST - FULL BORROWER RESCREEN' TO HDG-MODE
           ELSE
              MOVE 'U' TO WS-SCREEN-MODE
              MOVE 'UNSCREENED BORROWERS ONLY' TO HDG-MODE
           END-IF.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO BRWR-PAN.
           START BORROWER-MASTER-FILE
                 KEY IS NOT LESS THAN BRWR-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-BORROWERS
           END-START.
           PERFORM A150-READ-BORROWER.

      *    NO LOADED LIST MEANS NOTHING TO SCREEN AGAINST - THE SAME
      *    STOP EPSCKISS MAKES.
       A120-LOAD-SDN-CONTROL.
           IF WS-SDNCT-STATUS = '00'
              READ SDN-CONTROL-FILE
                 AT END
                    MOVE 0 TO SDNCT-ENTRY-COUNT
              END-READ
           ELSE
              MOVE 0 TO SDNCT-ENTRY-COUNT
           END-IF.
           IF SDNCT-ENTRY-COUNT = 0
              DISPLAY 'EPSSDNRS - NO OFAC SDN LIST LOADED - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       A150-READ-BORROWER.
           IF END-OF-BORROWERS
              EXIT PARAGRAPH
           END-IF.
           READ BORROWER-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BORROWERS
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ
           .

       A200-SCREEN-BORROWER.
           IF SCREEN-UNSCREENED-ONLY AND NOT BRWR-OFAC-UNSCREENED
              PERFORM A150-READ-BORROWER
              EXIT PARAGRAPH
           END-IF.

           MOVE BRWR-OFAC-IND TO WS-OLD-OFAC-IND.
           SET EPSSDNSC-SCREEN TO TRUE.
           MOVE 'EPSSDNRS' TO EPSSDNSC-CALLER-ID.
           MOVE 'B'        TO EPSSDNSC-SOURCE.
           MOVE BRWR-PAN   TO EPSSDNSC-REFERENCE.
           MOVE BRWR-PAN   TO EPSSDNSC-PAN.
           MOVE BRWR-NAME  TO EPSSDNSC-NAME.
           CALL 'EPSSDNSC' USING EPSSDNSC-PARMS.

           EVALUATE TRUE
              WHEN NOT EPSSDNSC-SUCCESS
                 ADD 1 TO WS-FAILED-COUNT
                 IF BRWR-OFAC-CLEAR
                    MOVE 'U' TO BRWR-OFAC-IND
                 END-IF
              WHEN BRWR-OFAC-BLOCKED
                 ADD 1 TO WS-SCREENED-COUNT
              WHEN EPSSDNSC-BLOCKED
                 ADD 1 TO WS-SCREENED-COUNT
                 MOVE 'B' TO BRWR-OFAC-IND
              WHEN EPSSDNSC-HOLD
                 ADD 1 TO WS-SCREENED-COUNT
                 MOVE 'H' TO BRWR-OFAC-IND
              WHEN BRWR-OFAC-HOLD
                 ADD 1 TO WS-SCREENED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-SCREENED-COUNT
                 MOVE SPACE TO BRWR-OFAC-IND
           END-EVALUATE.

           IF BRWR-OFAC-IND NOT = WS-OLD-OFAC-IND
              MOVE WS-CURRENT-DATE-8 TO BRWR-LAST-MAINT-DATE
              REWRITE BORROWER-MASTER-RECORD
              IF BRWR-OFAC-HOLD
                 ADD 1 TO WS-HELD-COUNT
              END-IF
              PERFORM A300-REPORT-CHANGE
           END-IF.
           PERFORM A150-READ-BORROWER.

       A300-REPORT-CHANGE.
           MOVE SPACES    TO WS-DETAIL-LINE.
           MOVE BRWR-PAN  TO DTL-PAN.
           MOVE BRWR-NAME TO DTL-NAME.
           EVALUATE TRUE
              WHEN BRWR-OFAC-HOLD
                 MOVE EPSSDNSC-MATCH-SCORE TO DTL-SCORE
                 MOVE EPSSDNSC-MATCH-NAME  TO DTL-MATCH-NAME
                 MOVE 'HELD - OFAC POTENTIAL MATCH' TO DTL-RESULT
              WHEN BRWR-OFAC-BLOCKED
                 MOVE EPSSDNSC-MATCH-SCORE TO DTL-SCORE
                 MOVE EPSSDNSC-MATCH-NAME  TO DTL-MATCH-NAME
                 MOVE 'BLOCKED - CONFIRMED MATCH ON FILE' TO DTL-RESULT
              WHEN BRWR-OFAC-UNSCREENED
                 MOVE 'NOT SCREENED - LIST UNAVAILABLE' TO DTL-RESULT
              WHEN OTHER
                 MOVE 'SCREENED CLEAR' TO DTL-RESULT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A FULL RESCREEN IS ONLY MARKED DONE WHEN EVERY BORROWER WAS
      *    ACTUALLY SCREENED - OTHERWISE TOMORROW NIGHT TRIES AGAIN.
       A800-STAMP-CONTROL.
           IF SCREEN-ALL AND WS-FAILED-COUNT = 0
              MOVE SDNCT-LIST-VERSION TO SDNCT-RESCREEN-VERSION
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO SDNCT-RESCREEN-DATE.
           REWRITE SDN-CONTROL-RECORD
           .

       A900-FINALIZE.
           MOVE WS-READ-COUNT     TO SUM-READ.
           MOVE WS-SCREENED-COUNT TO SUM-SCREENED.
           MOVE WS-HELD-COUNT     TO SUM-HELD.
           MOVE WS-FAILED-COUNT   TO SUM-FAILED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE BORROWER-MASTER-FILE.
           CLOSE SDN-CONTROL-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
