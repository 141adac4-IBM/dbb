      *       - PROVES THE THREE-BUSINESS-DAY CLOCK THROUGH EPSBDCAL:
      *         FEWER THAN THREE BUSINESS DAYS BETWEEN TODAY AND THE
      *         CLOSING DATE FLAGS THE CLOSING AS ONE THAT MUST MOVE.
      *       - CARRIES THE LOAN OFFICER AND THE OFFICER'S NMLS ID -
      *         FROM THE EPSOLIC LICENSE FOR THE EPSPROPF PROPERTY
      *         STATE, OR THE OFFICER'S FEDERAL REGISTRATION - AS THE
      *         CONTACT INFORMATION REG Z REQUIRES. A CLOSING WITH NO
      *         NMLS ID TO PRINT IS FLAGGED FOR COMPLIANCE.
      *       - ASSIGNS THE LOAN ITS MERS MIN THROUGH EPSMINAS (OR
      *         PICKS UP THE ONE ALREADY ASSIGNED ON A REISSUED
      *         DISCLOSURE) AND PRINTS IT WITH THE ACCOUNT NUMBER.
      *       - ON A REFINANCE OF AN OWNER-OCCUPIED HOME, WORKS OUT
      *         THE LAST DAY THE BORROWER MAY CANCEL - THREE
      *         RESCISSION DAYS AFTER SIGNING THROUGH EPSBDCAL - AND
      *         RECORDS IT ON EPSRSCN, WHICH HOLDS THE FUNDING WIRE
      *         UNTIL IT HAS PASSED, AND REQUESTS THE NOTICE OF RIGHT
      *         TO CANCEL ('NRTC') THROUGH EPSLGEN. A REISSUED
      *         DISCLOSURE WITH THE SAME DATES REQUESTS NO SECOND
      *         NOTICE, AND A RECORDED RESCISSION IS NEVER REOPENED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

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

           SELECT OFFICER-LICENSE-FILE ASSIGN TO EPSOLIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLIC-KEY
                  FILE STATUS IS WS-OLIC-STATUS.

           SELECT RESCISSION-FILE ASSIGN TO EPSRSCN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSCN-PAN
                  FILE STATUS IS WS-RSCN-STATUS.

      *    LETTER REQUESTS FOR EPSLGEN - CONCATENATED ONTO ITS
      *    EPSLREQX INPUT BY THE NIGHTLY STREAM.
           SELECT LETTER-REQUEST-FILE ASSIGN TO CDGNLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT DISCLOSURE-FILE ASSIGN TO CDGENDOC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSING-SCHEDULE-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSCLSCH.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  OFFICER-LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSOLIC.

       FD  RESCISSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRSCN.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  DISCLOSURE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DOC-LINE                       PIC X(80).
       01 WS-FILE-STATUSES.
           03 WS-CLSCH-STATUS             PIC XX.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-OLIC-STATUS              PIC XX.
           03 WS-RSCN-STATUS              PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-DOC-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              88 CLOCK-SHORT                 VALUE 'S'.
           03 WS-BORROWER-FOUND           PIC X VALUE 'N'.
              88 WS-BORROWER-ON-FILE         VALUE 'Y'.
           03 WS-NMLS-FOUND               PIC X VALUE 'N'.
              88 WS-NMLS-ON-FILE             VALUE 'Y'.
           03 WS-RESCISSION-IND           PIC X VALUE SPACE.
              88 RESCISSION-RECORDED         VALUE 'N'.
              88 RESCISSION-UNCHANGED        VALUE 'U'.
              88 RESCISSION-CANCELLED        VALUE 'C'.
           03 WS-RSCN-FOUND               PIC X VALUE 'N'.
              88 RSCN-ON-FILE                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-GENERATED-COUNT          PIC 9(7) VALUE 0.
           03 WS-VIOLATION-COUNT          PIC 9(7) VALUE 0.
           03 WS-CLOCK-SHORT-COUNT        PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-NMLS-MISSING-COUNT       PIC 9(7) VALUE 0.

      *    THE OFFICER AND NMLS ID PRINTED ON THE DISCLOSURE - SEE
      *    A550-FIND-OFFICER-NMLS.
      *    SHARED MIN ASSIGNMENT SERVICE - SEE A580-ASSIGN-MIN.
           COPY EPSMINPM.

      *    THE RESCISSION WINDOW - SEE A570-RECORD-RESCISSION.
       01 WS-RESCISSION-WORK.
           03 WS-RSC-SIGNING-DATE         PIC 9(8).
           03 WS-RSC-EXPIRATION-DATE      PIC 9(8).

       01 WS-OFFICER-WORK.
           03 WS-CD-LOAN-OFFICER          PIC X(8).
           03 WS-CD-NMLS-ID               PIC X(12).

       01 WS-DISCLOSURE-WORK.
           03 WS-TOTAL-OF-PAYMENTS        PIC S9(11)V99 COMP-3.
              05 FILLER                   PIC X(15) VALUE
                 'RE: ACCOUNT - '.
              05 DOC-PAN                  PIC X(10).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(5)  VALUE 'MIN '.
              05 DOC-MIN                  PIC X(18).
           03 WS-DOC-NAME-LINE            PIC X(80).
           03 WS-DOC-BLANK                PIC X(80) VALUE SPACES.
           03 WS-DOC-OFFICER-LINE.
              05 FILLER                   PIC X(28) VALUE
                 'LOAN OFFICER'.
              05 DOC-LOAN-OFFICER         PIC X(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'NMLS ID '.
              05 DOC-NMLS-ID              PIC X(12).
           03 WS-DOC-CLOSING-LINE.
              05 FILLER                   PIC X(28) VALUE
                 'SCHEDULED CLOSING DATE'.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NO NMLS ID:'.
              05 SUM-NMLS-MISSING         PIC ZZZZZZ9.

       LINKAGE SECTION.
      *

           OPEN INPUT  CLOSING-SCHEDULE-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           OPEN INPUT  OFFICER-LICENSE-FILE.
           OPEN I-O    RESCISSION-FILE.
           IF WS-RSCN-STATUS = '05' OR '35'
              CLOSE RESCISSION-FILE
              OPEN OUTPUT RESCISSION-FILE
              CLOSE RESCISSION-FILE
              OPEN I-O RESCISSION-FILE
           END-IF.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT DISCLOSURE-FILE.
           OPEN OUTPUT CONTROL-REPORT.


           PERFORM A400-CHECK-TOLERANCE.
           PERFORM A500-CHECK-THREE-DAY-CLOCK.
           PERFORM A550-FIND-OFFICER-NMLS.
           PERFORM A570-RECORD-RESCISSION.
           PERFORM A580-ASSIGN-MIN.
           PERFORM A600-PRINT-DISCLOSURE.

           ADD 1 TO WS-GENERATED-COUNT.
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT WS-NMLS-ON-FILE
              MOVE 'NO CURRENT NMLS ID FOR THE OFFICER IN THIS STATE'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF EPSMINAS-MIN = SPACES
              MOVE 'NO MERS MIN ASSIGNED - CHECK EPSMRCTL AND EPSMERSR'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF RESCISSION-RECORDED OR RESCISSION-UNCHANGED
              MOVE 'RESCINDABLE - RIGHT TO CANCEL UNTIL ' TO DTL-RESULT
              MOVE WS-RSC-EXPIRATION-DATE TO DTL-RESULT(37:8)
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           IF RESCISSION-CANCELLED
              MOVE 'BORROWER HAS RESCINDED - DO NOT FUND'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM A150-READ-SCHEDULE.

       A300-PRICE-FINAL-TERMS.
           END-IF
           .

      *    THE OFFICER COMES FROM EPSAPPST; THE NMLS ID FROM THE
      *    OFFICER'S EPSOLIC LICENSE FOR THE PROPERTY STATE, OR FAILING
      *    THAT THE OFFICER'S FEDERAL REGISTRATION (STATE 'US'). ONLY A
      *    CURRENT LICENSE COUNTS - ACTIVE AND NOT EXPIRED BY THE
      *    CLOSING DATE, THE DAY THE LOAN IS ORIGINATED.
       A550-FIND-OFFICER-NMLS.
           MOVE 'N'    TO WS-NMLS-FOUND.
           MOVE SPACES TO WS-CD-LOAN-OFFICER.
           MOVE SPACES TO WS-CD-NMLS-ID.
           MOVE CLSCH-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 MOVE SPACES TO APPST-LOAN-OFFICER
           END-READ
           .
           IF APPST-LOAN-OFFICER = SPACES
              ADD 1 TO WS-NMLS-MISSING-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE APPST-LOAN-OFFICER TO WS-CD-LOAN-OFFICER.
           MOVE CLSCH-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PROP-STATE
           END-READ
           .
           IF PROP-STATE NOT = SPACES
              MOVE WS-CD-LOAN-OFFICER TO OLIC-LOAN-OFFICER
              MOVE PROP-STATE         TO OLIC-STATE
              READ OFFICER-LICENSE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OLIC-ACTIVE
                       AND OLIC-EXPIRATION-DATE
                           NOT < CLSCH-CLOSING-DATE
                       MOVE 'Y' TO WS-NMLS-FOUND
                    END-IF
              END-READ
           END-IF.
           IF NOT WS-NMLS-ON-FILE
              MOVE WS-CD-LOAN-OFFICER TO OLIC-LOAN-OFFICER
              MOVE 'US'               TO OLIC-STATE
              READ OFFICER-LICENSE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OLIC-FEDERAL-REGISTRATION AND OLIC-ACTIVE
                       AND OLIC-EXPIRATION-DATE
                           NOT < CLSCH-CLOSING-DATE
                       MOVE 'Y' TO WS-NMLS-FOUND
                    END-IF
              END-READ
           END-IF.
           IF WS-NMLS-ON-FILE
              MOVE OLIC-NMLS-ID TO WS-CD-NMLS-ID
           ELSE
              ADD 1 TO WS-NMLS-MISSING-COUNT
           END-IF
           .

      *    ONLY A REFINANCE OF THE BORROWER'S OWN HOME IS RESCINDABLE.
      *    THE WINDOW RUNS THREE RESCISSION DAYS FROM SIGNING (OR THE
      *    CLOSING DATE WHEN THE DESK HAS NOT KEYED A SIGNING DATE).
       A570-RECORD-RESCISSION.
           MOVE SPACE TO WS-RESCISSION-IND.
           IF NOT (CLSCH-REFINANCE AND CLSCH-OWNER-OCCUPIED)
              EXIT PARAGRAPH
           END-IF.
           IF CLSCH-SIGNING-DATE IS NUMERIC
              AND CLSCH-SIGNING-DATE > 0
              MOVE CLSCH-SIGNING-DATE TO WS-RSC-SIGNING-DATE
           ELSE
              MOVE CLSCH-CLOSING-DATE TO WS-RSC-SIGNING-DATE
           END-IF.
           SET EPSBDCAL-ADD-RESCISSION-DAYS TO TRUE.
           MOVE WS-RSC-SIGNING-DATE TO EPSBDCAL-DATE.
           MOVE 3                   TO EPSBDCAL-DAY-COUNT.
           CALL 'EPSBDCAL' USING EPSBDCAL-PARMS.
           MOVE EPSBDCAL-RESULT-DATE TO WS-RSC-EXPIRATION-DATE.

           MOVE 'N' TO WS-RSCN-FOUND.
           MOVE CLSCH-PAN TO RSCN-PAN.
           READ RESCISSION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RSCN-FOUND
           END-READ.
           IF RSCN-ON-FILE AND RSCN-RESCINDED
              MOVE 'C' TO WS-RESCISSION-IND
              EXIT PARAGRAPH
           END-IF.
           IF RSCN-ON-FILE
              AND RSCN-SIGNING-DATE = WS-RSC-SIGNING-DATE
              AND RSCN-EXPIRATION-DATE = WS-RSC-EXPIRATION-DATE
              MOVE 'U' TO WS-RESCISSION-IND
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RESCISSION-IND.
           MOVE SPACES                 TO RESCISSION-RECORD.
           MOVE CLSCH-PAN              TO RSCN-PAN.
           MOVE WS-RSC-SIGNING-DATE    TO RSCN-SIGNING-DATE.
           MOVE WS-RSC-EXPIRATION-DATE TO RSCN-EXPIRATION-DATE.
           MOVE 0                      TO RSCN-NOTICE-DATE.
           MOVE WS-CURRENT-DATE-8      TO RSCN-NRTC-REQUEST-DATE.
           MOVE WS-CURRENT-DATE-8      TO RSCN-LAST-MAINT-DATE.
           IF RSCN-ON-FILE
              REWRITE RESCISSION-RECORD
           ELSE
              WRITE RESCISSION-RECORD
           END-IF.
           PERFORM A575-QUEUE-CANCEL-NOTICE
           .

       A575-QUEUE-CANCEL-NOTICE.
           MOVE SPACES    TO LETTER-REQUEST-RECORD.
           MOVE 'NRTC'    TO LRQX-LETTER-TYPE.
           MOVE CLSCH-PAN TO LRQX-PAN.

           MOVE 'SIGNDATE'             TO LRQX-VAR-NAME(1).
           MOVE WS-RSC-SIGNING-DATE    TO LRQX-VAR-VALUE(1).

           MOVE 'CANCELBY'             TO LRQX-VAR-NAME(2).
           MOVE WS-RSC-EXPIRATION-DATE TO LRQX-VAR-VALUE(2).

           WRITE LETTER-REQUEST-RECORD
           .

      *    A REISSUED DISCLOSURE GETS THE MIN ALREADY ASSIGNED BACK -
      *    EPSMINAS NEVER GIVES A PAN A SECOND ONE.
       A580-ASSIGN-MIN.
           SET EPSMINAS-ASSIGN TO TRUE.
           MOVE 'EPSCDGEN' TO EPSMINAS-CALLER-ID.
           MOVE CLSCH-PAN  TO EPSMINAS-PAN.
           CALL 'EPSMINAS' USING EPSMINAS-PARMS
           .

       A600-PRINT-DISCLOSURE.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE AFTER ADVANCING PAGE.
              WRITE DOC-LINE
           END-IF.
           MOVE CLSCH-PAN TO DOC-PAN.
           MOVE EPSMINAS-MIN TO DOC-MIN.
           MOVE WS-DOC-ACCOUNT-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-CD-LOAN-OFFICER TO DOC-LOAN-OFFICER.
           MOVE WS-CD-NMLS-ID      TO DOC-NMLS-ID.
           MOVE WS-DOC-OFFICER-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE WS-VIOLATION-COUNT   TO SUM-VIOLATIONS.
           MOVE WS-CLOCK-SHORT-COUNT TO SUM-CLOCK.
           MOVE WS-ERROR-COUNT       TO SUM-ERRORS.
           MOVE WS-NMLS-MISSING-COUNT TO SUM-NMLS-MISSING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE      TO RPT-LINE.

           CLOSE CLOSING-SCHEDULE-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE OFFICER-LICENSE-FILE.
           CLOSE RESCISSION-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE DISCLOSURE-FILE.
           CLOSE CONTROL-REPORT.

