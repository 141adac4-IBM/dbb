       ID DIVISION.
       PROGRAM-ID. EPSAVMNT.
      *    WEEKLY AVERAGE PRIME OFFER RATE (APOR) TABLE MAINTENANCE.
      *
      *    EPSCLNTK TESTS EVERY APPLICATION AGAINST THE HOEPA HIGH-
      *    COST APR TRIGGER AT INTAKE, AND THAT TRIGGER IS MEASURED
      *    FROM THE APOR FOR THE LOAN'S TERM. THIS RUN APPLIES THE
      *    WEEK'S EPSAVTXN CARDS, ONE PER TERM, TO THE EPSAVPR TABLE
      *    IN THE SAME CARD-DRIVEN SHAPE EPSHLMNT USES:
      *
      *       - A TERM NOT YET ON THE TABLE IS ADDED.
      *       - A TERM ALREADY ON FILE HAS ITS CURRENT RATE ROLLED TO
      *         THE PRIOR-RATE FIELDS AND THE CARD'S RATE MADE
      *         CURRENT - BUT ONLY WHEN THE CARD IS EFFECTIVE AFTER
      *         THE RATE IT REPLACES, SO A RERUN OF LAST WEEK'S DECK
      *         CANNOT WIND THE TABLE BACK.
      *
      *    THE TABLE IS CREATED ON THE FIRST RUN IF IT IS NOT THERE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSAVTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AVTXN-STATUS.

           SELECT APOR-TABLE-FILE ASSIGN TO EPSAVPR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APOR-TERM-YEARS
                  FILE STATUS IS WS-AVPR-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AVMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY EPSAVTXN.

       FD  APOR-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY EPSAVPR.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - TERM OR RATE NOT POSITIVE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - EFFECTIVE DATE INVALID'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - NOT NEWER THAN RATE ON FILE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 3 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-AVTXN-STATUS             PIC XX.
           03 WS-AVPR-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-APOR-FOUND               PIC X VALUE 'N'.
              88 WS-APOR-ON-FILE             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADDED-COUNT              PIC 9(7) VALUE 0.
           03 WS-REPLACED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-CARD-DATE.
           03 WS-CD-YYYY                  PIC 9(4).
           03 WS-CD-MM                    PIC 9(2).
           03 WS-CD-DD                    PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSAVMNT - APOR TABLE MAINTENANCE REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(6)  VALUE 'TERM'.
              05 FILLER                   PIC X(10) VALUE 'NEW RATE'.
              05 FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
              05 FILLER                   PIC X(10) VALUE 'OLD RATE'.
              05 FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
              05 FILLER                   PIC X(10) VALUE 'USER'.
              05 FILLER                   PIC X(60) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-TERM                 PIC Z9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-NEW-RATE             PIC Z9.999.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-NEW-DATE             PIC 9(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-OLD-RATE             PIC Z9.999.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-OLD-DATE             PIC 9(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-USER-ID              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'ADDED:'.
              05 SUM-ADDED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REPLACED:'.
              05 SUM-REPLACED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-APPLY-CARD UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSAVMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 600        TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    APOR-TABLE-FILE.
           IF WS-AVPR-STATUS = '05' OR '35'
              CLOSE APOR-TABLE-FILE
              OPEN OUTPUT APOR-TABLE-FILE
              CLOSE APOR-TABLE-FILE
              OPEN I-O APOR-TABLE-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-CARD.

       A150-READ-CARD.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-APPLY-CARD.
           MOVE 0                  TO WS-VALIDATION-INDICATOR.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE 0                  TO DTL-OLD-RATE.
           MOVE 0                  TO DTL-OLD-DATE.
           MOVE AVTXN-USER-ID      TO DTL-USER-ID.
           IF AVTXN-TERM-YEARS IS NUMERIC
              MOVE AVTXN-TERM-YEARS TO DTL-TERM
           END-IF.
           IF AVTXN-RATE IS NUMERIC
              MOVE AVTXN-RATE       TO DTL-NEW-RATE
           END-IF.
           IF AVTXN-EFFECTIVE-DATE IS NUMERIC
              MOVE AVTXN-EFFECTIVE-DATE TO DTL-NEW-DATE
           END-IF.

           PERFORM A300-VALIDATE-CARD.
           IF WS-TRANSACTION-VALID
              PERFORM A400-POST-RATE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              IF WS-APOR-ON-FILE
                 ADD 1 TO WS-REPLACED-COUNT
                 MOVE 'RATE REPLACED' TO DTL-RESULT
              ELSE
                 ADD 1 TO WS-ADDED-COUNT
                 MOVE 'TERM ADDED' TO DTL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-CARD.

       A300-VALIDATE-CARD.
           IF AVTXN-TERM-YEARS NOT NUMERIC
              OR AVTXN-RATE NOT NUMERIC
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF AVTXN-TERM-YEARS NOT > 0 OR AVTXN-RATE NOT > 0
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF AVTXN-EFFECTIVE-DATE NOT NUMERIC
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE AVTXN-EFFECTIVE-DATE TO WS-CARD-DATE.
           IF WS-CD-YYYY < 1900
              OR WS-CD-MM < 1 OR WS-CD-MM > 12
              OR WS-CD-DD < 1 OR WS-CD-DD > 31
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF.

      *    A NEW TERM IS WRITTEN AS IT STANDS; AN EXISTING ONE KEEPS
      *    THE RATE IT HAD AS THE PRIOR WEEK'S.
       A400-POST-RATE.
           MOVE 'N' TO WS-APOR-FOUND.
           MOVE AVTXN-TERM-YEARS TO APOR-TERM-YEARS.
           READ APOR-TABLE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-APOR-FOUND
           END-READ
           .
           IF WS-APOR-ON-FILE
              MOVE APOR-RATE           TO DTL-OLD-RATE
              MOVE APOR-EFFECTIVE-DATE TO DTL-OLD-DATE
              IF AVTXN-EFFECTIVE-DATE NOT > APOR-EFFECTIVE-DATE
                 MOVE 3 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
              END-IF
              MOVE APOR-RATE            TO APOR-PRIOR-RATE
              MOVE APOR-EFFECTIVE-DATE  TO APOR-PRIOR-EFFECTIVE-DATE
              MOVE AVTXN-RATE           TO APOR-RATE
              MOVE AVTXN-EFFECTIVE-DATE TO APOR-EFFECTIVE-DATE
              MOVE WS-CURRENT-DATE-8    TO APOR-LAST-MAINT-DATE
              REWRITE APOR-RECORD
           ELSE
              MOVE SPACES               TO APOR-RECORD
              MOVE AVTXN-TERM-YEARS     TO APOR-TERM-YEARS
              MOVE AVTXN-RATE           TO APOR-RATE
              MOVE AVTXN-EFFECTIVE-DATE TO APOR-EFFECTIVE-DATE
              MOVE 0                    TO APOR-PRIOR-RATE
              MOVE 0                    TO APOR-PRIOR-EFFECTIVE-DATE
              MOVE WS-CURRENT-DATE-8    TO APOR-LAST-MAINT-DATE
              WRITE APOR-RECORD
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-ADDED-COUNT    TO SUM-ADDED.
           MOVE WS-REPLACED-COUNT TO SUM-REPLACED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE APOR-TABLE-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
