       ID DIVISION.
       PROGRAM-ID. EPSACCUR.
      *    DAILY UNUSUAL CUSTOMER-DATA ACCESS REPORT.
      *
      *    READS YESTERDAY'S EPSACLOG RECORDS - EVERY PAN AN ONLINE
      *    INQUIRY SCREEN WAS ASKED TO SHOW, LOGGED THROUGH EPSACCLG
      *    - AND FLAGS THE PATTERNS THE PRIVACY AND GLBA REVIEWS ASK
      *    ABOUT:
      *
      *       INSIDER   - THE LOAN BELONGS TO AN EMPLOYEE OR AN
      *                   INSIDER (BRWR-INSIDER-IND ON EPSBRWRF).
      *                   EVERY SUCH VIEW IS LISTED.
      *       BRANCH    - THE USER'S BRANCH (EPSOFXRF) IS NOT THE
      *                   BRANCH OF THE OFFICER WHO ORIGINATED THE
      *                   LOAN (EPSAPPST, THEN EPSOFXRF). SKIPPED
      *                   WHEN EITHER BRANCH CANNOT BE RESOLVED.
      *       ACTIVITY  - NOTHING ON FILE JUSTIFIES THE LOOK: THE
      *                   LOAN IS NOT ON THE EPSCOLWQ COLLECTIONS
      *                   QUEUE, HAS NO EPSCNHST CONTACT AND NO
      *                   EPSPYHSV POSTING IN THE ACTIVITY WINDOW,
      *                   AND THE USER IS NOT ITS OWN LOAN OFFICER.
      *       VOLUME    - THE USER VIEWED AT LEAST THE FLOOR NUMBER
      *                   OF DISTINCT LOANS AND MORE THAN THE PEER
      *                   FACTOR TIMES THE AVERAGE OF EVERY OTHER
      *                   USER WHO USED THE SCREENS THAT DAY.
      *
      *    A LOAN VIEWED SEVERAL TIMES BY ONE USER IS JUDGED ONCE;
      *    THE LINE SHOWS THE FIRST SCREEN AND TIME AND HOW MANY
      *    TIMES. THE REFERENCE FILES ARE ALL OPTIONAL - A RULE
      *    WHOSE FILES ARE NOT AVAILABLE IS SKIPPED, NOT GUESSED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO EPSACLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACLOG-STATUS.

           SELECT OFFICER-XREF-FILE ASSIGN TO EPSOFXRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OFXRF-LOAN-OFFICER
                  FILE STATUS IS WS-OFXRF-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT ONLINE-HISTORY-FILE ASSIGN TO EPSPYHSV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

           SELECT COLLECTION-QUEUE-FILE ASSIGN TO EPSCOLWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COLWQ-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO EPSCNHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CNHST-STATUS.

           SELECT ACCESS-REPORT ASSIGN TO ACCURRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY EPSACLOG.

       FD  OFFICER-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSOFXRF.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  ONLINE-HISTORY-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  COLLECTION-QUEUE-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY EPSCOLWQ.

       FD  CONTACT-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY EPSCNHST.

       FD  ACCESS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-ACLOG-STATUS             PIC XX.
           03 WS-OFXRF-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-COLWQ-STATUS             PIC XX.
           03 WS-CNHST-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-LOG               PIC X VALUE 'N'.
              88 END-OF-LOG                  VALUE 'Y'.
           03 WS-END-OF-SCAN              PIC X VALUE 'N'.
              88 END-OF-SCAN                 VALUE 'Y'.
           03 WS-ACLOG-OPEN               PIC X VALUE 'N'.
              88 ACLOG-OPEN                  VALUE 'Y'.
           03 WS-OFXRF-OPEN               PIC X VALUE 'N'.
              88 OFXRF-OPEN                  VALUE 'Y'.
           03 WS-APPST-OPEN               PIC X VALUE 'N'.
              88 APPST-OPEN                  VALUE 'Y'.
           03 WS-BRWR-OPEN                PIC X VALUE 'N'.
              88 BRWR-OPEN                   VALUE 'Y'.
           03 WS-PYHSV-OPEN               PIC X VALUE 'N'.
              88 PYHSV-OPEN                  VALUE 'Y'.
           03 WS-COLWQ-OPEN               PIC X VALUE 'N'.
              88 COLWQ-OPEN                  VALUE 'Y'.
           03 WS-CNHST-OPEN               PIC X VALUE 'N'.
              88 CNHST-OPEN                  VALUE 'Y'.

      *    REVIEW THRESHOLDS.
       01 WS-ACCESS-RULES.
      *    A USER IS OUT OF LINE ABOVE THIS MANY TIMES THE PEER
      *    AVERAGE, BUT ONLY ONCE PAST THE FLOOR - NOBODY IS FLAGGED
      *    FOR SIX LOANS ON A DAY THE OTHERS LOOKED AT TWO.
           03 WS-PEER-FACTOR              PIC 9(2) VALUE 3.
           03 WS-VOLUME-FLOOR             PIC 9(4) VALUE 25.
      *    DAYS BACK FROM THE REVIEW DATE A CONTACT OR A POSTING
      *    STILL JUSTIFIES LOOKING AT THE LOAN.
           03 WS-ACTIVITY-DAYS            PIC 9(3) VALUE 30.

       01 WS-COUNTERS.
           03 WS-LOG-READ-COUNT           PIC 9(7) VALUE 0.
           03 WS-LOG-SELECTED-COUNT       PIC 9(7) VALUE 0.
           03 WS-INSIDER-COUNT            PIC 9(5) VALUE 0.
           03 WS-BRANCH-COUNT             PIC 9(5) VALUE 0.
           03 WS-ACTIVITY-COUNT           PIC 9(5) VALUE 0.
           03 WS-VOLUME-COUNT             PIC 9(5) VALUE 0.
           03 WS-OVERFLOW-COUNT           PIC 9(7) VALUE 0.
           03 WS-TOTAL-LOANS              PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    ONE ENTRY PER USER WHO USED THE SCREENS ON THE REVIEW
      *    DATE, WITH THE BRANCH EPSOFXRF PUTS THEM IN.
       01 WS-USER-TABLE.
           03 WS-USER-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-USER-ENTRY OCCURS 300 TIMES.
              05 USR-USER-ID              PIC X(8).
              05 USR-BRANCH               PIC X(4).
              05 USR-INQUIRY-COUNT        PIC 9(5).
              05 USR-LOAN-COUNT           PIC 9(5).
       01 WS-USER-IDX                     PIC 9(4) COMP.
       01 WS-FOUND-USER                   PIC 9(4) COMP.

      *    ONE ENTRY PER DISTINCT USER AND LOAN - THE FIRST LOOK AND
      *    HOW MANY LOOKS, AND WHETHER ANYTHING ON FILE JUSTIFIES IT.
       01 WS-VIEW-TABLE.
           03 WS-VIEW-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-VIEW-ENTRY OCCURS 3000 TIMES.
              05 VW-USER-IDX              PIC 9(4) COMP.
              05 VW-PAN                   PIC X(10).
              05 VW-PROGRAM               PIC X(8).
              05 VW-FIRST-TIME            PIC 9(6).
              05 VW-LOOK-COUNT            PIC 9(4).
              05 VW-ACTIVITY              PIC X.
                 88 VW-JUSTIFIED             VALUE 'Y'.
       01 WS-VIEW-IDX                     PIC 9(4) COMP.
       01 WS-FOUND-VIEW                   PIC 9(4) COMP.

       01 WS-VIEW-WORK.
           03 WS-MARK-PAN                 PIC X(10).
           03 WS-LOAN-OFFICER             PIC X(8).
           03 WS-LOAN-BRANCH              PIC X(4).
           03 WS-PEER-AVERAGE             PIC 9(5)V9.
           03 WS-PEER-LIMIT               PIC 9(7)V9.
           03 WS-BRANCH-PAIR.
              05 WS-PAIR-USER             PIC X(4).
              05 FILLER                   PIC X VALUE '/'.
              05 WS-PAIR-LOAN             PIC X(4).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
      *    THE DAY BEING REVIEWED (YESTERDAY) AND THE START OF THE
      *    ACTIVITY WINDOW BEHIND IT.
       01 WS-REVIEW-DATE                  PIC 9(8).
       01 WS-ACTIVITY-FROM                PIC 9(8).
       01 WS-DATE-INT                     PIC 9(7).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSACCUR - UNUSUAL CUSTOMER-DATA ACCESS REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-REVIEW.
              05 FILLER                   PIC X(22) VALUE
                 'ACCESS LOGGED ON:'.
              05 HDR-REVIEW-DATE          PIC 9(8).
           03 WS-MISSING-LINE.
              05 MSG-FILE                 PIC X(8).
              05 FILLER                   PIC X(50) VALUE
                 ' NOT AVAILABLE - RULES USING IT WERE NOT CHECKED'.
           03 WS-VIEW-HEADING.
              05 FILLER                   PIC X(40) VALUE
                 'FLAGGED LOAN VIEWS'.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(10) VALUE 'USER'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'PROGRAM'.
              05 FILLER                   PIC X(8)  VALUE 'TIME'.
              05 FILLER                   PIC X(7)  VALUE 'LOOKS'.
              05 FILLER                   PIC X(36) VALUE 'REASON'.
              05 FILLER                   PIC X(10) VALUE 'DETAIL'.
           03 WS-DETAIL-LINE.
              05 DTL-USER                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PROGRAM              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TIME                 PIC 9(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LOOKS                PIC ZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-REASON               PIC X(34).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DETAIL               PIC X(10).
           03 WS-VOLUME-HEADING.
              05 FILLER                   PIC X(48) VALUE
                 'USERS VIEWING FAR MORE LOANS THAN THEIR PEERS'.
           03 WS-VOLUME-HEADING-2.
              05 FILLER                   PIC X(10) VALUE 'USER'.
              05 FILLER                   PIC X(8)  VALUE 'BRANCH'.
              05 FILLER                   PIC X(12) VALUE 'INQUIRIES'.
              05 FILLER                   PIC X(10) VALUE 'LOANS'.
              05 FILLER                   PIC X(12) VALUE 'PEER AVG'.
           03 WS-VOLUME-LINE.
              05 VOL-USER                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 VOL-BRANCH               PIC X(4).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 VOL-INQUIRIES            PIC ZZZZ9.
              05 FILLER                   PIC X(7)  VALUE SPACES.
              05 VOL-LOANS                PIC ZZZZ9.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 VOL-PEER-AVERAGE         PIC ZZZZ9.9.
           03 WS-OVERFLOW-LINE.
              05 FILLER                   PIC X(45) VALUE
                 'LOG RECORDS BEYOND TABLE - NOT CHECKED:'.
              05 OVF-COUNT                PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'LOGGED:'.
              05 SUM-LOGGED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'USERS:'.
              05 SUM-USERS                PIC ZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'LOANS:'.
              05 SUM-LOANS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'INSIDER:'.
              05 SUM-INSIDER              PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'BRANCH:'.
              05 SUM-BRANCH               PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'ACTIVITY:'.
              05 SUM-ACTIVITY             PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'VOLUME:'.
              05 SUM-VOLUME               PIC ZZZZ9.

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
           PERFORM A200-TALLY-ACCESS UNTIL END-OF-LOG.
           PERFORM A300-MARK-COLLECTIONS.
           PERFORM A320-MARK-CONTACTS.
           MOVE WS-VIEW-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2    TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A400-CHECK-VIEW
              VARYING WS-VIEW-IDX FROM 1 BY 1
              UNTIL WS-VIEW-IDX > WS-VIEW-COUNT.
           PERFORM A600-REPORT-VOLUME.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSACCUR' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT ACCESS-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-REVIEW-DATE.
           COMPUTE WS-DATE-INT = WS-DATE-INT - WS-ACTIVITY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-ACTIVITY-FROM.

           MOVE WS-CURR-YYYY   TO HDG-YYYY.
           MOVE WS-CURR-MM     TO HDG-MM.
           MOVE WS-CURR-DD     TO HDG-DD.
           MOVE WS-HEADING-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REVIEW-DATE TO HDR-REVIEW-DATE.
           MOVE WS-HEADING-REVIEW TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES         TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A120-OPEN-FILES.

           IF ACLOG-OPEN
              PERFORM A150-READ-LOG
           ELSE
              MOVE 'Y' TO WS-END-OF-LOG
           END-IF
           .

      *    EVERY INPUT IS OPTIONAL; ONE THAT DID NOT OPEN IS NAMED
      *    AT THE TOP OF THE REPORT.
       A120-OPEN-FILES.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACLOG-STATUS = '00'
              MOVE 'Y' TO WS-ACLOG-OPEN
           ELSE
              MOVE 'EPSACLOG' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT OFFICER-XREF-FILE.
           IF WS-OFXRF-STATUS = '00'
              MOVE 'Y' TO WS-OFXRF-OPEN
           ELSE
              MOVE 'EPSOFXRF' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT APPLICATION-STATUS-FILE.
           IF WS-APPST-STATUS = '00'
              MOVE 'Y' TO WS-APPST-OPEN
           ELSE
              MOVE 'EPSAPPST' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF WS-BRWR-STATUS = '00'
              MOVE 'Y' TO WS-BRWR-OPEN
           ELSE
              MOVE 'EPSBRWRF' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT ONLINE-HISTORY-FILE.
           IF WS-PYHSV-STATUS = '00'
              MOVE 'Y' TO WS-PYHSV-OPEN
           ELSE
              MOVE 'EPSPYHSV' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT COLLECTION-QUEUE-FILE.
           IF WS-COLWQ-STATUS = '00'
              MOVE 'Y' TO WS-COLWQ-OPEN
           ELSE
              MOVE 'EPSCOLWQ' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF.
           OPEN INPUT CONTACT-HISTORY-FILE.
           IF WS-CNHST-STATUS = '00'
              MOVE 'Y' TO WS-CNHST-OPEN
           ELSE
              MOVE 'EPSCNHST' TO MSG-FILE
              PERFORM A130-NOTE-MISSING
           END-IF
           .

       A130-NOTE-MISSING.
           MOVE WS-MISSING-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A150-READ-LOG.
           READ ACCESS-LOG-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-LOG
           END-READ
           .

      *    THE LOG IS APPENDED ACROSS DAYS - ONLY THE REVIEW DATE'S
      *    RECORDS ARE TALLIED.
       A200-TALLY-ACCESS.
           ADD 1 TO WS-LOG-READ-COUNT.
           IF ACLOG-ACCESS-DATE = WS-REVIEW-DATE
              ADD 1 TO WS-LOG-SELECTED-COUNT
              PERFORM A210-FIND-USER
              IF WS-FOUND-USER > 0
                 ADD 1 TO USR-INQUIRY-COUNT(WS-FOUND-USER)
                 PERFORM A220-FIND-VIEW
              END-IF
           END-IF.
           PERFORM A150-READ-LOG
           .

       A210-FIND-USER.
           MOVE 0 TO WS-FOUND-USER.
           PERFORM A215-MATCH-USER
              VARYING WS-USER-IDX FROM 1 BY 1
              UNTIL WS-USER-IDX > WS-USER-COUNT
                 OR WS-FOUND-USER > 0.
           IF WS-FOUND-USER = 0
              IF WS-USER-COUNT < 300
                 ADD 1 TO WS-USER-COUNT
                 MOVE WS-USER-COUNT TO WS-FOUND-USER
                 MOVE ACLOG-USER-ID TO USR-USER-ID(WS-FOUND-USER)
                 MOVE 0 TO USR-INQUIRY-COUNT(WS-FOUND-USER)
                 MOVE 0 TO USR-LOAN-COUNT(WS-FOUND-USER)
                 MOVE SPACES TO USR-BRANCH(WS-FOUND-USER)
                 IF OFXRF-OPEN
                    MOVE ACLOG-USER-ID TO OFXRF-LOAN-OFFICER
                    READ OFFICER-XREF-FILE
                       NOT INVALID KEY
                          MOVE OFXRF-BRANCH-CODE
                               TO USR-BRANCH(WS-FOUND-USER)
                    END-READ
                 END-IF
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF
           .

       A215-MATCH-USER.
           IF USR-USER-ID(WS-USER-IDX) = ACLOG-USER-ID
              MOVE WS-USER-IDX TO WS-FOUND-USER
           END-IF
           .

       A220-FIND-VIEW.
           MOVE 0 TO WS-FOUND-VIEW.
           PERFORM A225-MATCH-VIEW
              VARYING WS-VIEW-IDX FROM 1 BY 1
              UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                 OR WS-FOUND-VIEW > 0.
           IF WS-FOUND-VIEW > 0
              ADD 1 TO VW-LOOK-COUNT(WS-FOUND-VIEW)
           ELSE
              IF WS-VIEW-COUNT < 3000
                 ADD 1 TO WS-VIEW-COUNT
                 MOVE WS-VIEW-COUNT TO WS-FOUND-VIEW
                 MOVE WS-FOUND-USER TO VW-USER-IDX(WS-FOUND-VIEW)
                 MOVE ACLOG-PAN     TO VW-PAN(WS-FOUND-VIEW)
                 MOVE ACLOG-PROGRAM TO VW-PROGRAM(WS-FOUND-VIEW)
                 MOVE ACLOG-ACCESS-TIME
                                    TO VW-FIRST-TIME(WS-FOUND-VIEW)
                 MOVE 1             TO VW-LOOK-COUNT(WS-FOUND-VIEW)
                 MOVE 'N'           TO VW-ACTIVITY(WS-FOUND-VIEW)
                 ADD 1 TO USR-LOAN-COUNT(WS-FOUND-USER)
                 ADD 1 TO WS-TOTAL-LOANS
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF
           .

       A225-MATCH-VIEW.
           IF VW-USER-IDX(WS-VIEW-IDX) = WS-FOUND-USER
              AND VW-PAN(WS-VIEW-IDX) = ACLOG-PAN
              MOVE WS-VIEW-IDX TO WS-FOUND-VIEW
           END-IF
           .

      *    A LOAN ON THIS MORNING'S COLLECTIONS QUEUE JUSTIFIES ANY
      *    LOOK AT IT.
       A300-MARK-COLLECTIONS.
           IF COLWQ-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              PERFORM A305-READ-QUEUE
              PERFORM A310-MARK-QUEUED UNTIL END-OF-SCAN
           END-IF
           .

       A305-READ-QUEUE.
           READ COLLECTION-QUEUE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A310-MARK-QUEUED.
           MOVE COLWQ-PAN TO WS-MARK-PAN.
           PERFORM A350-MARK-PAN
              VARYING WS-VIEW-IDX FROM 1 BY 1
              UNTIL WS-VIEW-IDX > WS-VIEW-COUNT.
           PERFORM A305-READ-QUEUE
           .

      *    SO DOES A COLLECTIONS CONTACT INSIDE THE ACTIVITY WINDOW.
       A320-MARK-CONTACTS.
           IF CNHST-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              PERFORM A325-READ-CONTACT
              PERFORM A330-MARK-CONTACTED UNTIL END-OF-SCAN
           END-IF
           .

       A325-READ-CONTACT.
           READ CONTACT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A330-MARK-CONTACTED.
           IF CNHST-CONTACT-DATE >= WS-ACTIVITY-FROM
              AND CNHST-CONTACT-DATE <= WS-REVIEW-DATE
              MOVE CNHST-PAN TO WS-MARK-PAN
              PERFORM A350-MARK-PAN
                 VARYING WS-VIEW-IDX FROM 1 BY 1
                 UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
           END-IF.
           PERFORM A325-READ-CONTACT
           .

       A350-MARK-PAN.
           IF VW-PAN(WS-VIEW-IDX) = WS-MARK-PAN
              MOVE 'Y' TO VW-ACTIVITY(WS-VIEW-IDX)
           END-IF
           .

      *    ONE DISTINCT USER-AND-LOAN VIEW AGAINST THE INSIDER,
      *    BRANCH AND ACTIVITY RULES.
       A400-CHECK-VIEW.
           MOVE VW-USER-IDX(WS-VIEW-IDX) TO WS-FOUND-USER.
           PERFORM A410-RESOLVE-LOAN-BRANCH.
           IF WS-LOAN-OFFICER = USR-USER-ID(WS-FOUND-USER)
              MOVE 'Y' TO VW-ACTIVITY(WS-VIEW-IDX)
           END-IF.

           IF BRWR-OPEN
              MOVE VW-PAN(WS-VIEW-IDX) TO BRWR-PAN
              READ BORROWER-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT BRWR-NOT-INSIDER
                       ADD 1 TO WS-INSIDER-COUNT
                       MOVE 'EMPLOYEE OR INSIDER LOAN'
                            TO DTL-REASON
                       IF BRWR-EMPLOYEE
                          MOVE 'EMPLOYEE' TO DTL-DETAIL
                       ELSE
                          MOVE 'INSIDER'  TO DTL-DETAIL
                       END-IF
                       PERFORM A500-WRITE-FLAG
                    END-IF
              END-READ
           END-IF.

           IF USR-BRANCH(WS-FOUND-USER) NOT = SPACES
              AND WS-LOAN-BRANCH NOT = SPACES
              AND USR-BRANCH(WS-FOUND-USER) NOT = WS-LOAN-BRANCH
              ADD 1 TO WS-BRANCH-COUNT
              MOVE USR-BRANCH(WS-FOUND-USER) TO WS-PAIR-USER
              MOVE WS-LOAN-BRANCH            TO WS-PAIR-LOAN
              MOVE 'LOAN OUTSIDE USER''S BRANCH' TO DTL-REASON
              MOVE WS-BRANCH-PAIR            TO DTL-DETAIL
              PERFORM A500-WRITE-FLAG
           END-IF.

           IF NOT VW-JUSTIFIED(WS-VIEW-IDX) AND PYHSV-OPEN
              PERFORM A420-CHECK-POSTINGS
           END-IF.
           IF NOT VW-JUSTIFIED(WS-VIEW-IDX)
              AND (COLWQ-OPEN OR CNHST-OPEN OR PYHSV-OPEN)
              ADD 1 TO WS-ACTIVITY-COUNT
              MOVE 'NO COLLECTION OR SERVICE ACTIVITY'
                   TO DTL-REASON
              MOVE SPACES TO DTL-DETAIL
              PERFORM A500-WRITE-FLAG
           END-IF
           .

      *    THE LOAN'S BRANCH IS ITS ORIGINATING OFFICER'S BRANCH.
      *    SPACES WHEN THE APPLICATION HAS AGED OFF EPSAPPST OR THE
      *    OFFICER IS NOT ON EPSOFXRF.
       A410-RESOLVE-LOAN-BRANCH.
           MOVE SPACES TO WS-LOAN-OFFICER.
           MOVE SPACES TO WS-LOAN-BRANCH.
           IF APPST-OPEN
              MOVE VW-PAN(WS-VIEW-IDX) TO APPST-PAN
              READ APPLICATION-STATUS-FILE
                 NOT INVALID KEY
                    MOVE APPST-LOAN-OFFICER TO WS-LOAN-OFFICER
              END-READ
           END-IF.
           IF OFXRF-OPEN AND WS-LOAN-OFFICER NOT = SPACES
              MOVE WS-LOAN-OFFICER TO OFXRF-LOAN-OFFICER
              READ OFFICER-XREF-FILE
                 NOT INVALID KEY
                    MOVE OFXRF-BRANCH-CODE TO WS-LOAN-BRANCH
              END-READ
           END-IF
           .

      *    ANY POSTING TO THE LOAN INSIDE THE ACTIVITY WINDOW - ONE
      *    START ON THE KEYED HISTORY, THE EPSBILST WAY.
       A420-CHECK-POSTINGS.
           MOVE VW-PAN(WS-VIEW-IDX) TO PYHSV-PAN.
           MOVE WS-ACTIVITY-FROM    TO PYHSV-POST-DATE.
           MOVE 0                   TO PYHSV-SEQ.
           START ONLINE-HISTORY-FILE KEY IS NOT LESS THAN PYHSV-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.
           READ ONLINE-HISTORY-FILE NEXT RECORD
              AT END
                 EXIT PARAGRAPH
           END-READ.
           IF PYHSV-PAN = VW-PAN(WS-VIEW-IDX)
              AND PYHSV-POST-DATE <= WS-REVIEW-DATE
              MOVE 'Y' TO VW-ACTIVITY(WS-VIEW-IDX)
           END-IF
           .

       A500-WRITE-FLAG.
           MOVE USR-USER-ID(WS-FOUND-USER)   TO DTL-USER.
           MOVE VW-PAN(WS-VIEW-IDX)          TO DTL-PAN.
           MOVE VW-PROGRAM(WS-VIEW-IDX)      TO DTL-PROGRAM.
           MOVE VW-FIRST-TIME(WS-VIEW-IDX)   TO DTL-TIME.
           MOVE VW-LOOK-COUNT(WS-VIEW-IDX)   TO DTL-LOOKS.
           MOVE WS-DETAIL-LINE               TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    EACH USER AGAINST THE AVERAGE OF EVERY OTHER USER ON THE
      *    SCREENS THAT DAY.
       A600-REPORT-VOLUME.
           MOVE SPACES              TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VOLUME-HEADING   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VOLUME-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-USER-COUNT > 1
              PERFORM A610-CHECK-USER-VOLUME
                 VARYING WS-USER-IDX FROM 1 BY 1
                 UNTIL WS-USER-IDX > WS-USER-COUNT
           END-IF
           .

       A610-CHECK-USER-VOLUME.
           COMPUTE WS-PEER-AVERAGE ROUNDED =
              (WS-TOTAL-LOANS - USR-LOAN-COUNT(WS-USER-IDX))
              / (WS-USER-COUNT - 1).
           COMPUTE WS-PEER-LIMIT = WS-PEER-AVERAGE * WS-PEER-FACTOR.
           IF USR-LOAN-COUNT(WS-USER-IDX) >= WS-VOLUME-FLOOR
              AND USR-LOAN-COUNT(WS-USER-IDX) > WS-PEER-LIMIT
              ADD 1 TO WS-VOLUME-COUNT
              MOVE USR-USER-ID(WS-USER-IDX)       TO VOL-USER
              MOVE USR-BRANCH(WS-USER-IDX)        TO VOL-BRANCH
              MOVE USR-INQUIRY-COUNT(WS-USER-IDX) TO VOL-INQUIRIES
              MOVE USR-LOAN-COUNT(WS-USER-IDX)    TO VOL-LOANS
              MOVE WS-PEER-AVERAGE                TO VOL-PEER-AVERAGE
              MOVE WS-VOLUME-LINE                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-OVERFLOW-COUNT > 0
              MOVE WS-OVERFLOW-COUNT TO OVF-COUNT
              MOVE WS-OVERFLOW-LINE  TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           MOVE WS-LOG-SELECTED-COUNT TO SUM-LOGGED.
           MOVE WS-USER-COUNT         TO SUM-USERS.
           MOVE WS-TOTAL-LOANS        TO SUM-LOANS.
           MOVE WS-INSIDER-COUNT      TO SUM-INSIDER.
           MOVE WS-BRANCH-COUNT       TO SUM-BRANCH.
           MOVE WS-ACTIVITY-COUNT     TO SUM-ACTIVITY.
           MOVE WS-VOLUME-COUNT       TO SUM-VOLUME.
           MOVE WS-SUMMARY-LINE       TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-INSIDER-COUNT > 0 OR WS-BRANCH-COUNT > 0
              OR WS-ACTIVITY-COUNT > 0 OR WS-VOLUME-COUNT > 0
              OR WS-OVERFLOW-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           IF ACLOG-OPEN
              CLOSE ACCESS-LOG-FILE
           END-IF.
           IF OFXRF-OPEN
              CLOSE OFFICER-XREF-FILE
           END-IF.
           IF APPST-OPEN
              CLOSE APPLICATION-STATUS-FILE
           END-IF.
           IF BRWR-OPEN
              CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF PYHSV-OPEN
              CLOSE ONLINE-HISTORY-FILE
           END-IF.
           IF COLWQ-OPEN
              CLOSE COLLECTION-QUEUE-FILE
           END-IF.
           IF CNHST-OPEN
              CLOSE CONTACT-HISTORY-FILE
           END-IF.
           CLOSE ACCESS-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSACCUR' TO EPSRUNWR-JOB-NAME.
           MOVE WS-LOG-SELECTED-COUNT TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-INSIDER-COUNT
              + WS-BRANCH-COUNT + WS-ACTIVITY-COUNT + WS-VOLUME-COUNT.
           MOVE WS-OVERFLOW-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE    TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE    TO RETURN-CODE
           .
