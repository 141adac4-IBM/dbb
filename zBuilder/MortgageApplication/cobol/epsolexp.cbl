       ID DIVISION.
       PROGRAM-ID. EPSOLEXP.
      *    LOAN-OFFICER LICENSE EXPIRATION REPORT - MONTHLY.
      *
      *    TWO SECTIONS, BOTH READ-ONLY:
      *
      *       - LICENSES. BROWSES EPSOLIC AND LISTS EVERY ACTIVE
      *         LICENSE OR REGISTRATION THAT EXPIRES WITHIN THE
      *         WARNING WINDOW (60 DAYS) OR HAS ALREADY EXPIRED
      *         WITHOUT A RENEWAL, AND EVERY ONE SUSPENDED OR MADE
      *         INACTIVE WITHIN THE SAME WINDOW.
      *       - PIPELINE. BROWSES EPSAPPST AND, FOR EACH OPEN
      *         APPLICATION (RC, UW OR AP), TESTS ITS OFFICER AGAINST
      *         THE EPSPROPF PROPERTY STATE THE WAY EPSASMNT DOES -
      *         THE STATE LICENSE, OR FAILING THAT THE FEDERAL
      *         REGISTRATION. AN APPLICATION WHOSE OFFICER'S BEST
      *         STANDING IS EXPIRING, LAPSED OR NO LICENSE AT ALL IS
      *         LISTED, SO IT CAN BE REASSIGNED BEFORE EPSASMNT
      *         REFUSES TO MOVE IT.
      *
      *    RENEWALS AND STATUS CHANGES ARE KEYED THROUGH EPSOLMNT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICER-LICENSE-FILE ASSIGN TO EPSOLIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLIC-KEY
                  FILE STATUS IS WS-OLIC-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO OLEXPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICER-LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSOLIC.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    HOW FAR AHEAD AN EXPIRATION IS WARNED OF - AND HOW FAR BACK
      *    A SUSPENSION OR INACTIVATION IS STILL LISTED.
           03 STATIC-WARNING-DAYS         PIC 9(3) VALUE 60.

       01 WS-FILE-STATUSES.
           03 WS-OLIC-STATUS              PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-LICENSES          PIC X VALUE 'N'.
              88 END-OF-LICENSES             VALUE 'Y'.
           03 WS-END-OF-APPLICATIONS      PIC X VALUE 'N'.
              88 END-OF-APPLICATIONS         VALUE 'Y'.
           03 WS-OLIC-OPEN                PIC X VALUE 'N'.
              88 OLIC-FILE-OPEN              VALUE 'Y'.

      *    A LICENSE'S STANDING - SEE A450-RATE-LICENSE. THE HIGHER
      *    THE BETTER, SO AN OFFICER'S BEST STANDING IS THE LARGER OF
      *    THE STATE LICENSE AND THE FEDERAL REGISTRATION.
       01 WS-STANDING-WORK.
           03 WS-THIS-STANDING            PIC 9.
              88 STANDING-NONE               VALUE 0.
              88 STANDING-LAPSED             VALUE 1.
              88 STANDING-EXPIRING           VALUE 2.
              88 STANDING-CURRENT            VALUE 3.
           03 WS-BEST-STANDING            PIC 9.
              88 BEST-NONE                   VALUE 0.
              88 BEST-LAPSED                 VALUE 1.
              88 BEST-EXPIRING               VALUE 2.
              88 BEST-CURRENT                VALUE 3.
           03 WS-BEST-NMLS-ID             PIC X(12).
           03 WS-BEST-STATE               PIC X(2).
           03 WS-BEST-EXPIRATION          PIC 9(8).

       01 WS-COUNTERS.
           03 WS-LICENSE-COUNT            PIC 9(7) VALUE 0.
           03 WS-EXPIRING-COUNT           PIC 9(7) VALUE 0.
           03 WS-LAPSED-COUNT             PIC 9(7) VALUE 0.
           03 WS-OPEN-APP-COUNT           PIC 9(7) VALUE 0.
           03 WS-NO-PROPERTY-COUNT        PIC 9(7) VALUE 0.
           03 WS-AT-RISK-COUNT            PIC 9(7) VALUE 0.
           03 WS-UNLICENSED-COUNT         PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-DATE-WORK.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-DAYS-LEFT                PIC S9(7) COMP.
           03 WS-CHECK-EXPIRATION         PIC 9(8).
           03 WS-WINDOW-END-DATE          PIC 9(8).
           03 WS-WINDOW-START-DATE        PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSOLEXP - LOAN OFFICER LICENSE EXPIRATIONS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-LICENSE-TITLE            PIC X(60) VALUE
              'LICENSES EXPIRING, EXPIRED OR LAPSED'.
           03 WS-LICENSE-HEADING.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(6)  VALUE 'STATE'.
              05 FILLER                   PIC X(14) VALUE 'NMLS ID'.
              05 FILLER                   PIC X(6)  VALUE 'TYPE'.
              05 FILLER                   PIC X(6)  VALUE 'STAT'.
              05 FILLER                   PIC X(10) VALUE 'EXPIRES'.
              05 FILLER                   PIC X(40) VALUE 'CONDITION'.
           03 WS-LICENSE-DETAIL.
              05 LIC-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LIC-STATE                PIC X(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 LIC-NMLS-ID              PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LIC-TYPE                 PIC X.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 LIC-STATUS               PIC X.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 LIC-EXPIRATION           PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 LIC-CONDITION            PIC X(40).
           03 WS-PIPELINE-TITLE           PIC X(60) VALUE
              'OPEN PIPELINE AFFECTED BY AN EXPIRING OR LAPSED LICENSE'.
           03 WS-PIPELINE-HEADING.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(4)  VALUE 'ST'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(6)  VALUE 'PROP'.
              05 FILLER                   PIC X(14) VALUE 'NMLS ID'.
              05 FILLER                   PIC X(10) VALUE 'EXPIRES'.
              05 FILLER                   PIC X(40) VALUE 'CONDITION'.
           03 WS-PIPELINE-DETAIL.
              05 PIP-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PIP-STATUS               PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PIP-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PIP-STATE                PIC X(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 PIP-NMLS-ID              PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PIP-EXPIRATION           PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PIP-CONDITION            PIC X(40).
           03 WS-DAYS-CONDITION.
              05 FILLER                   PIC X(11) VALUE
                 'EXPIRES IN '.
              05 CND-DAYS                 PIC ZZ9.
              05 FILLER                   PIC X(5)  VALUE ' DAYS'.
           03 WS-NO-LICENSE-FILE-LINE     PIC X(70) VALUE
              'NO EPSOLIC LICENSE FILE - NO OFFICER CAN BE SHOWN LICENSE
      -       'D'.
           03 WS-SUMMARY-LINE.
              05 SUM-LABEL                PIC X(40).
              05 SUM-COUNT                PIC ZZZZZZ9.

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
           IF OLIC-FILE-OPEN
              PERFORM A150-START-LICENSES
              PERFORM A200-REVIEW-ONE-LICENSE UNTIL END-OF-LICENSES
           END-IF.
           PERFORM A300-START-PIPELINE.
           PERFORM A310-REVIEW-ONE-APPLICATION
                   UNTIL END-OF-APPLICATIONS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSOLEXP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT CONTROL-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + STATIC-WARNING-DAYS).
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - STATIC-WARNING-DAYS).

      *    WITH NO LICENSE FILE THE PIPELINE SECTION STILL RUNS - EVERY
      *    OPEN APPLICATION THEN SHOWS AS UNLICENSED, WHICH IS WHAT
      *    EPSASMNT WILL TREAT IT AS.
           OPEN INPUT  OFFICER-LICENSE-FILE.
           IF WS-OLIC-STATUS = '00'
              MOVE 'Y' TO WS-OLIC-OPEN
           ELSE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-NO-LICENSE-FILE-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.

       A150-START-LICENSES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LICENSE-TITLE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LICENSE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO OLIC-KEY.
           START OFFICER-LICENSE-FILE KEY IS NOT LESS THAN OLIC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-LICENSES
           END-START
           .

      *    AN EXPIRING OR EXPIRED ACTIVE LICENSE IS ALWAYS LISTED; A
      *    SUSPENDED OR INACTIVE ONE ONLY IN THE MONTH OR SO AFTER IT
      *    WAS CHANGED, SO LONG-SURRENDERED LICENSES DROP OFF.
       A200-REVIEW-ONE-LICENSE.
           READ OFFICER-LICENSE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LICENSES
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LICENSE-COUNT.
           PERFORM A450-RATE-LICENSE.
           IF STANDING-CURRENT
              EXIT PARAGRAPH
           END-IF.
           IF NOT OLIC-ACTIVE
              AND OLIC-LAST-MAINT-DATE < WS-WINDOW-START-DATE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES               TO WS-LICENSE-DETAIL.
           MOVE OLIC-LOAN-OFFICER    TO LIC-OFFICER.
           MOVE OLIC-STATE           TO LIC-STATE.
           MOVE OLIC-NMLS-ID         TO LIC-NMLS-ID.
           MOVE OLIC-LICENSE-TYPE    TO LIC-TYPE.
           MOVE OLIC-STATUS-IND      TO LIC-STATUS.
           MOVE OLIC-EXPIRATION-DATE TO LIC-EXPIRATION.
           EVALUATE TRUE
              WHEN STANDING-EXPIRING
                 ADD 1 TO WS-EXPIRING-COUNT
                 MOVE OLIC-EXPIRATION-DATE TO WS-CHECK-EXPIRATION
                 PERFORM A460-FORMAT-DAYS-LEFT
                 MOVE WS-DAYS-CONDITION TO LIC-CONDITION
              WHEN OLIC-SUSPENDED
                 ADD 1 TO WS-LAPSED-COUNT
                 MOVE 'LAPSED - SUSPENDED' TO LIC-CONDITION
              WHEN OLIC-INACTIVE
                 ADD 1 TO WS-LAPSED-COUNT
                 MOVE 'LAPSED - INACTIVE' TO LIC-CONDITION
              WHEN OTHER
                 ADD 1 TO WS-LAPSED-COUNT
                 MOVE 'LAPSED - EXPIRED, NOT RENEWED' TO LIC-CONDITION
           END-EVALUATE.
           MOVE WS-LICENSE-DETAIL TO RPT-LINE.
           WRITE RPT-LINE
           .

       A300-START-PIPELINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PIPELINE-TITLE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PIPELINE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO APPST-PAN.
           START APPLICATION-STATUS-FILE KEY IS NOT LESS THAN APPST-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-APPLICATIONS
           END-START
           .

      *    AN OPEN APPLICATION WITH NO PROPERTY ON FILE HAS NO STATE
      *    TO TEST - IT IS COUNTED, NOT LISTED; EPSASMNT WILL NOT
      *    APPROVE IT UNTIL THE PROPERTY IS ADDED.
       A310-REVIEW-ONE-APPLICATION.
           READ APPLICATION-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-APPLICATIONS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT APPST-RECEIVED AND NOT APPST-UNDERWRITING
              AND NOT APPST-APPROVED
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-APP-COUNT.
           MOVE APPST-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-PROPERTY-COUNT
                 EXIT PARAGRAPH
           END-READ.

           PERFORM A400-FIND-BEST-STANDING.
           IF BEST-CURRENT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES             TO WS-PIPELINE-DETAIL.
           MOVE APPST-PAN          TO PIP-PAN.
           MOVE APPST-STATUS-CODE  TO PIP-STATUS.
           MOVE APPST-LOAN-OFFICER TO PIP-OFFICER.
           MOVE PROP-STATE         TO PIP-STATE.
           MOVE WS-BEST-NMLS-ID    TO PIP-NMLS-ID.
           IF NOT BEST-NONE
              MOVE WS-BEST-EXPIRATION TO PIP-EXPIRATION
           END-IF.
           EVALUATE TRUE
              WHEN BEST-EXPIRING
                 ADD 1 TO WS-AT-RISK-COUNT
                 MOVE WS-BEST-EXPIRATION TO WS-CHECK-EXPIRATION
                 PERFORM A460-FORMAT-DAYS-LEFT
                 MOVE WS-DAYS-CONDITION TO PIP-CONDITION
              WHEN BEST-LAPSED
                 ADD 1 TO WS-UNLICENSED-COUNT
                 MOVE 'LICENSE LAPSED - REASSIGN OFFICER'
                      TO PIP-CONDITION
              WHEN OTHER
                 ADD 1 TO WS-UNLICENSED-COUNT
                 MOVE 'NOT LICENSED IN STATE - REASSIGN OFFICER'
                      TO PIP-CONDITION
           END-EVALUATE.
           MOVE WS-PIPELINE-DETAIL TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE STATE LICENSE FIRST, THEN THE FEDERAL REGISTRATION -
      *    WHICHEVER STANDS BETTER IS THE OFFICER'S STANDING.
       A400-FIND-BEST-STANDING.
           MOVE 0      TO WS-BEST-STANDING.
           MOVE SPACES TO WS-BEST-NMLS-ID.
           MOVE SPACES TO WS-BEST-STATE.
           MOVE 0      TO WS-BEST-EXPIRATION.
           IF NOT OLIC-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE APPST-LOAN-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE PROP-STATE         TO OLIC-STATE.
           READ OFFICER-LICENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM A450-RATE-LICENSE
                 PERFORM A410-KEEP-IF-BETTER
           END-READ.
           IF BEST-CURRENT
              EXIT PARAGRAPH
           END-IF.
           MOVE APPST-LOAN-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE 'US'               TO OLIC-STATE.
           READ OFFICER-LICENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OLIC-FEDERAL-REGISTRATION
                    PERFORM A450-RATE-LICENSE
                    PERFORM A410-KEEP-IF-BETTER
                 END-IF
           END-READ
           .

       A410-KEEP-IF-BETTER.
           IF WS-THIS-STANDING > WS-BEST-STANDING
              MOVE WS-THIS-STANDING     TO WS-BEST-STANDING
              MOVE OLIC-NMLS-ID         TO WS-BEST-NMLS-ID
              MOVE OLIC-STATE           TO WS-BEST-STATE
              MOVE OLIC-EXPIRATION-DATE TO WS-BEST-EXPIRATION
           END-IF
           .

      *    RATES THE LICENSE IN THE EPSOLIC RECORD AREA.
       A450-RATE-LICENSE.
           EVALUATE TRUE
              WHEN NOT OLIC-ACTIVE
                 MOVE 1 TO WS-THIS-STANDING
              WHEN OLIC-EXPIRATION-DATE < WS-CURRENT-DATE-8
                 MOVE 1 TO WS-THIS-STANDING
              WHEN OLIC-EXPIRATION-DATE NOT > WS-WINDOW-END-DATE
                 MOVE 2 TO WS-THIS-STANDING
              WHEN OTHER
                 MOVE 3 TO WS-THIS-STANDING
           END-EVALUATE
           .

       A460-FORMAT-DAYS-LEFT.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-EXPIRATION)
                 - WS-TODAY-INT.
           MOVE WS-DAYS-LEFT TO CND-DAYS
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'LICENSES ON FILE:'              TO SUM-LABEL.
           MOVE WS-LICENSE-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  EXPIRING WITHIN 60 DAYS:'     TO SUM-LABEL.
           MOVE WS-EXPIRING-COUNT                TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  EXPIRED OR LAPSED:'           TO SUM-LABEL.
           MOVE WS-LAPSED-COUNT                  TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE 'OPEN APPLICATIONS:'             TO SUM-LABEL.
           MOVE WS-OPEN-APP-COUNT                TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  NO PROPERTY ON FILE YET:'     TO SUM-LABEL.
           MOVE WS-NO-PROPERTY-COUNT             TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OFFICER LICENSE EXPIRING:'    TO SUM-LABEL.
           MOVE WS-AT-RISK-COUNT                 TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.
           MOVE '  OFFICER NOT LICENSED:'        TO SUM-LABEL.
           MOVE WS-UNLICENSED-COUNT              TO SUM-COUNT.
           PERFORM A950-WRITE-SUMMARY.

           IF OLIC-FILE-OPEN
              CLOSE OFFICER-LICENSE-FILE
           END-IF.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSOLEXP'            TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT = WS-LICENSE-COUNT
                 + WS-OPEN-APP-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT = WS-EXPIRING-COUNT
                 + WS-LAPSED-COUNT + WS-AT-RISK-COUNT
                 + WS-UNLICENSED-COUNT.
           MOVE 0                     TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE    TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE    TO RETURN-CODE
           .

       A950-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .
