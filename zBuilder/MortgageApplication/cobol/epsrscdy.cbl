       ID DIVISION.
       PROGRAM-ID. EPSRSCDY.
      *    DAILY RIGHT-OF-RESCISSION RUN.
      *
      *    A REFINANCE OF THE BORROWER'S OWN HOME CANNOT BE FUNDED
      *    UNTIL THE BORROWER'S RIGHT TO CANCEL HAS RUN OUT. EPSCDGEN
      *    OPENS THE WINDOW ON EPSRSCN; THIS RUN:
      *
      *       - RECORDS EACH WRITTEN CANCELLATION THE CLOSING DESK
      *         KEYED ON EPSRSCNT. A NOTICE DATED INSIDE THE WINDOW
      *         MARKS THE LOAN RESCINDED, WHICH EPSWIRSB AND EPSWIRXR
      *         WILL NEVER FUND. A NOTICE FOR A LOAN WITH NO WINDOW,
      *         OR DATED AFTER IT CLOSED, IS LISTED FOR COMPLIANCE
      *         INSTEAD OF BEING APPLIED.
      *       - LISTS EVERY LOAN STILL INSIDE ITS WINDOW, WITH THE
      *         LAST DAY TO CANCEL, AND EVERY RESCINDED LOAN, SO THE
      *         DESK KNOWS WHICH WIRES WAIT AND WHICH NEVER GO.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCISSION-NOTICE-FILE ASSIGN TO EPSRSCNT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RSCNT-STATUS.

           SELECT RESCISSION-FILE ASSIGN TO EPSRSCN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSCN-PAN
                  FILE STATUS IS WS-RSCN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO RSCDYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESCISSION-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRSCNT.

       FD  RESCISSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRSCN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'NOT RECORDED - NO RESCISSION WINDOW ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'NOT RECORDED - NOTICE DATE NOT NUMERIC'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'NOT RECORDED - DATED BEFORE SIGNING'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'NOT RECORDED - LATE, REFER TO COMPLIANCE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'NOT RECORDED - ALREADY RESCINDED'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-RSCNT-STATUS             PIC XX.
           03 WS-RSCN-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-NOTICES           PIC X VALUE 'N'.
              88 END-OF-NOTICES              VALUE 'Y'.
           03 WS-END-OF-RESCISSION        PIC X VALUE 'N'.
              88 END-OF-RESCISSION           VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-NOTICE-VALID             VALUE 0.

       01 WS-COUNTERS.
           03 WS-RECORDED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-IN-WINDOW-COUNT          PIC 9(7) VALUE 0.
           03 WS-RESCINDED-COUNT          PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRSCDY - RIGHT OF RESCISSION DAILY REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-NOTICES          PIC X(132) VALUE
              'RESCISSION NOTICES RECEIVED'.
           03 WS-HEADING-WINDOW           PIC X(132) VALUE
              'LOANS IN THEIR RESCISSION WINDOW OR RESCINDED'.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'SIGNED'.
              05 FILLER                   PIC X(10) VALUE 'CANCEL BY'.
              05 FILLER                   PIC X(10) VALUE 'NOTICE'.
              05 FILLER                   PIC X(40) VALUE 'STATUS'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SIGNING-DATE         PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EXPIRATION-DATE      PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NOTICE-DATE          PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'RECORDED:'.
              05 SUM-RECORDED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'IN WINDOW:'.
              05 SUM-IN-WINDOW            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'RESCINDED:'.
              05 SUM-RESCINDED            PIC ZZZZZZ9.

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
           PERFORM A200-RECORD-NOTICE UNTIL END-OF-NOTICES.
           PERFORM A500-START-WINDOW-LISTING.
           PERFORM A550-LIST-ONE-LOAN UNTIL END-OF-RESCISSION.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRSCDY' TO EPSJOBTM-JOB-NAME.
           MOVE 900        TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    NO NOTICES KEYED TODAY IS THE USUAL CASE - THE LISTING
      *    STILL RUNS.
           OPEN INPUT  RESCISSION-NOTICE-FILE.
           IF WS-RSCNT-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-NOTICES
           END-IF.
           OPEN I-O    RESCISSION-FILE.
           IF WS-RSCN-STATUS = '05' OR '35'
              CLOSE RESCISSION-FILE
              OPEN OUTPUT RESCISSION-FILE
              CLOSE RESCISSION-FILE
              OPEN I-O RESCISSION-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-NOTICES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT END-OF-NOTICES
              PERFORM A150-READ-NOTICE
           END-IF
           .

       A150-READ-NOTICE.
           READ RESCISSION-NOTICE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-NOTICES
           END-READ
           .

       A200-RECORD-NOTICE.
           MOVE 0                 TO WS-VALIDATION-INDICATOR.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE RSCNT-PAN         TO DTL-PAN.
           MOVE RSCNT-NOTICE-DATE TO DTL-NOTICE-DATE.

           MOVE RSCNT-PAN TO RSCN-PAN.
           READ RESCISSION-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF WS-NOTICE-VALID
              MOVE RSCN-SIGNING-DATE    TO DTL-SIGNING-DATE
              MOVE RSCN-EXPIRATION-DATE TO DTL-EXPIRATION-DATE
              IF RSCNT-NOTICE-DATE IS NOT NUMERIC
                 MOVE 2 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF.
           IF WS-NOTICE-VALID
              AND RSCNT-NOTICE-DATE < RSCN-SIGNING-DATE
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-NOTICE-VALID
              AND RSCNT-NOTICE-DATE > RSCN-EXPIRATION-DATE
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-NOTICE-VALID AND RSCN-RESCINDED
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF.

           IF WS-NOTICE-VALID
              MOVE 'R'               TO RSCN-NOTICE-IND
              MOVE RSCNT-NOTICE-DATE TO RSCN-NOTICE-DATE
              MOVE RSCNT-RECORDED-BY TO RSCN-NOTICE-RECORDED-BY
              MOVE WS-CURRENT-DATE-8 TO RSCN-LAST-MAINT-DATE
              REWRITE RESCISSION-RECORD
              ADD 1 TO WS-RECORDED-COUNT
              MOVE 'RESCINDED - DO NOT FUND' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-NOTICE
           .

       A500-START-WINDOW-LISTING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-WINDOW TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO RSCN-PAN.
           START RESCISSION-FILE KEY IS NOT LESS THAN RSCN-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-RESCISSION
           END-START
           .

      *    A RESCINDED LOAN STAYS ON THE LISTING UNTIL ITS WINDOW
      *    WOULD HAVE CLOSED ANYWAY, SO THE DESK SEES IT FOR THE SAME
      *    DAYS IT WOULD HAVE WAITED ON THE WIRE.
       A550-LIST-ONE-LOAN.
           READ RESCISSION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-RESCISSION
                 EXIT PARAGRAPH
           END-READ.
           IF RSCN-EXPIRATION-DATE < WS-CURRENT-DATE-8
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE RSCN-PAN             TO DTL-PAN.
           MOVE RSCN-SIGNING-DATE    TO DTL-SIGNING-DATE.
           MOVE RSCN-EXPIRATION-DATE TO DTL-EXPIRATION-DATE.
           IF RSCN-RESCINDED
              ADD 1 TO WS-RESCINDED-COUNT
              MOVE RSCN-NOTICE-DATE  TO DTL-NOTICE-DATE
              MOVE 'RESCINDED - DO NOT FUND' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-IN-WINDOW-COUNT
              MOVE 'IN WINDOW - FUND NO EARLIER THAN THE DAY AFTER'
                   TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-RECORDED-COUNT  TO SUM-RECORDED.
           MOVE WS-ERROR-COUNT     TO SUM-ERRORS.
           MOVE WS-IN-WINDOW-COUNT TO SUM-IN-WINDOW.
           MOVE WS-RESCINDED-COUNT TO SUM-RESCINDED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-RSCNT-STATUS NOT = '35'
              CLOSE RESCISSION-NOTICE-FILE
           END-IF.
           CLOSE RESCISSION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'EPSRSCDY'         TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT =
                   WS-RECORDED-COUNT + WS-ERROR-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-IN-WINDOW-COUNT + WS-RESCINDED-COUNT.
           MOVE WS-ERROR-COUNT     TO EPSRUNWR-ERROR-COUNT.
           MOVE RETURN-CODE        TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
