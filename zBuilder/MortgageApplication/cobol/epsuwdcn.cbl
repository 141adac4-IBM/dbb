       ID DIVISION.
       PROGRAM-ID. EPSUWDCN.
      *    DAILY AUTOMATED UNDERWRITING RECOMMENDATION AND QUEUE.
      *
      *    EVERY APPLICATION EPSASMNT MOVES INTO UW LEAVES A PENDING
      *    EPSUWFND RECORD CARRYING THE PACKAGE THE PROCESSOR SENT.
      *    THIS RUN SCORES EACH PENDING FILE FROM THE PIECES THE
      *    SYSTEM ALREADY HOLDS:
      *       - THE LOAN AMOUNT AND TERMS FROM THE PAN'S MOST RECENT
      *         EPSAUDIT QUOTE ROW, THE SAME CAPTURE EPSHMDA REPORTS;
      *       - BACK-END DTI FROM EPSMPMT, PRICED FROM THAT QUOTE AND
      *         THE SUBMITTED INCOME AND DEBT;
      *       - LTV AND THE STACKED LLPA ADJUSTMENT FROM EPSLLPA, WITH
      *         THE PROPERTY TYPE OFF EPSPROPF, AND THE COMBINED LTV
      *         OVER ANY OTHER LIEN THE PAN IS LINKED WITH (EPSLIENK);
      *       - THE CREDIT SCORE FROM A FRESH EPSCRBUR PULL, THE SSN
      *         DETOKENIZED THROUGH EPSSSNTK JUST FOR THE CALL, THE
      *         WAY EPSCRRFS DOES IT;
      *       - THE REQUIRED EPSDOCCK ITEMS STILL OUTSTANDING.
      *    THE FACTORS ARE TESTED AGAINST THE EPSUWRUL RULE TABLE -
      *    POLICY LIVES ON THAT FILE, NOT IN THIS PROGRAM - AND EVERY
      *    RULE THAT TRIPS IS WRITTEN TO THE FINDINGS RECORD. ANY
      *    DECLINE FINDING MAKES THE RECOMMENDATION DECLINE, ANY REFER
      *    FINDING MAKES IT REFER, OTHERWISE IT IS APPROVE. A FACTOR
      *    THE ENGINE COULD NOT MEASURE (NO QUOTE, NO INCOME, NO
      *    SCORE) IS ITSELF A REFER FINDING - A FILE IS NEVER APPROVED
      *    ON A RULE THAT WAS NOT TESTED.
      *
      *    A FILE SCORED WHILE THE BUREAU OR DB2 WAS UNAVAILABLE STAYS
      *    PENDING AND IS SCORED AGAIN ON THE NEXT RUN. A SCORED FILE
      *    IS NOT RESCORED - ITS FINDINGS STAND AS THE UNDERWRITER'S
      *    STARTING POINT UNTIL THE APPLICATION LEAVES UW.
      *
      *    THE UWQUERPT QUEUE LISTS EVERY APPLICATION STILL IN UW,
      *    CLEANEST FIRST: APPROVES, THEN REFERS, THEN DECLINES, THE
      *    FEWEST FINDINGS FIRST WITHIN EACH, AND THE LONGEST WAITING
      *    FIRST AFTER THAT - EACH WITH THE FINDINGS THAT DROVE IT.
      *    THE UNDERWRITER STILL DECIDES THROUGH EPSASMNT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT UW-FINDINGS-FILE ASSIGN TO EPSUWFND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UWFND-PAN
                  FILE STATUS IS WS-UWFND-STATUS.

           SELECT UW-RULE-FILE ASSIGN TO EPSUWRUL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-UWRUL-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT DOCUMENT-CHECKLIST-FILE ASSIGN TO EPSDOCCK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOCCK-PAN
                  FILE STATUS IS WS-DOCCK-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT QUEUE-REPORT ASSIGN TO UWQUERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  UW-FINDINGS-FILE
           RECORD CONTAINS 480 CHARACTERS.
           COPY EPSUWFND.

       FD  UW-RULE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSUWRUL.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  DOCUMENT-CHECKLIST-FILE
           RECORD CONTAINS 201 CHARACTERS.
           COPY EPSDOCCK.

       FD  PROPERTY-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  QUEUE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-UWFND-STATUS             PIC XX.
           03 WS-UWRUL-STATUS             PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-DOCCK-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-APPST             PIC X VALUE 'N'.
              88 END-OF-APPST                VALUE 'Y'.
           03 WS-END-OF-RULES             PIC X VALUE 'N'.
              88 END-OF-RULES                VALUE 'Y'.
           03 WS-END-OF-XREF              PIC X VALUE 'N'.
              88 END-OF-XREF                 VALUE 'Y'.
           03 WS-PROPF-OPEN               PIC X VALUE 'N'.
              88 PROPERTY-FILE-OPEN          VALUE 'Y'.
           03 WS-UWFND-FOUND              PIC X VALUE 'N'.
              88 UWFND-ON-FILE               VALUE 'Y'.
           03 WS-QUOTE-FOUND              PIC X VALUE 'N'.
              88 QUOTE-FOUND                 VALUE 'Y'.
           03 WS-QUOTE-SQL-FAILED         PIC X VALUE 'N'.
              88 QUOTE-SQL-FAILED            VALUE 'Y'.
           03 WS-TOKEN-FOUND              PIC X VALUE 'N'.
              88 TOKEN-FOUND                 VALUE 'Y'.
           03 WS-RULE-HOLDS               PIC X VALUE 'N'.
              88 RULE-HOLDS                  VALUE 'Y'.
      *    WHICH FACTORS THIS SCORING ACTUALLY MEASURED - A RULE ON A
      *    FACTOR THAT WAS NOT MEASURED IS NOT TESTED.
           03 WS-DTI-MEASURED             PIC X VALUE 'N'.
              88 DTI-MEASURED                VALUE 'Y'.
           03 WS-LTV-MEASURED             PIC X VALUE 'N'.
              88 LTV-MEASURED                VALUE 'Y'.
           03 WS-SCORE-MEASURED           PIC X VALUE 'N'.
              88 SCORE-MEASURED              VALUE 'Y'.
           03 WS-LLPA-MEASURED            PIC X VALUE 'N'.
              88 LLPA-MEASURED               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-QUEUED-COUNT             PIC 9(7) VALUE 0.
           03 WS-SCORED-COUNT             PIC 9(7) VALUE 0.
           03 WS-APPROVE-COUNT            PIC 9(7) VALUE 0.
           03 WS-REFER-COUNT              PIC 9(7) VALUE 0.
           03 WS-DECLINE-COUNT            PIC 9(7) VALUE 0.
           03 WS-RESCORE-COUNT            PIC 9(7) VALUE 0.
           03 WS-RULES-IGNORED            PIC 9(7) VALUE 0.

      *    THE ACTIVE EPSUWRUL RULES, LOADED ONCE AT INITIALIZATION IN
      *    FILE ORDER - FINDINGS ARE WRITTEN IN THE SAME ORDER.
       01 WS-RULE-TABLE.
           03 WS-RULE-COUNT               PIC 9(3) COMP VALUE 0.
           03 WS-RULE-ENTRY OCCURS 100 TIMES.
              05 RUL-RULE-ID              PIC X(4).
              05 RUL-FACTOR               PIC X(4).
              05 RUL-OPERATOR             PIC X(2).
              05 RUL-THRESHOLD            PIC S9(5)V99.
              05 RUL-RESULT               PIC X.
              05 RUL-FINDING-TEXT         PIC X(40).
       01 WS-RUL-IDX                      PIC 9(3) COMP.

      *    PAN-TO-TOKEN MAP, FLATTENED FROM THE EPSSSNXR RECORDS AT
      *    INITIALIZATION - THE SAME MAP EPSCRRFS BUILDS.
       01 WS-TOKEN-MAP.
           03 WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-MAP-ENTRY OCCURS 2000 TIMES.
              05 WS-MAP-PAN               PIC X(10).
              05 WS-MAP-TOKEN             PIC X(9).
       01 WS-MAP-IDX                      PIC 9(4) COMP.
       01 WS-MAP-SLOT                     PIC 9(4) COMP.
       01 WS-XREF-IDX                     PIC 9(2) COMP.

      *    THE UW QUEUE, HELD IN PRINT ORDER BY AN INSERTION SORT ON
      *    QUE-SORT-KEY AS EACH APPLICATION IS READ: RECOMMENDATION
      *    RANK, THEN FINDING COUNT, THEN SUBMIT DATE - ALL DISPLAY
      *    DIGITS, SO THE GROUP COMPARES IN THAT ORDER.
       01 WS-QUEUE-TABLE.
           03 WS-QUE-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-QUE-ENTRY OCCURS 2000 TIMES.
              05 QUE-SORT-KEY.
                 07 QUE-RANK              PIC 9.
                 07 QUE-FINDINGS          PIC 9(3).
                 07 QUE-SUBMIT-DATE       PIC 9(8).
              05 QUE-PAN                  PIC X(10).
       01 WS-QUE-IDX                      PIC 9(4) COMP.
       01 WS-QUE-SLOT                     PIC 9(4) COMP.
       01 WS-QUE-MOVE                     PIC 9(4) COMP.
       01 WS-NEW-QUEUE-ENTRY.
           03 NEW-SORT-KEY.
              05 NEW-RANK                 PIC 9.
              05 NEW-FINDINGS             PIC 9(3).
              05 NEW-SUBMIT-DATE          PIC 9(8).
           03 NEW-PAN                     PIC X(10).

      *    SCORING WORK FIELDS.
       01 WS-FACTOR-VALUE                 PIC S9(5)V99.
       01 WS-LLPA-BP                      PIC S9(4).
       01 WS-DOCS-COUNT                   PIC 9(2).
       01 WS-DOC-IDX                      PIC 9(2) COMP.
       01 WS-FND-IDX                      PIC 9(2) COMP.
       01 WS-NEW-FINDING.
           03 WS-NEW-FND-RULE-ID          PIC X(4).
           03 WS-NEW-FND-RESULT           PIC X.
           03 WS-NEW-FND-TEXT             PIC X(40).

           COPY EPSPDATA.

           COPY EPSLLPM.
           COPY EPSLKPM.

           COPY EPSCRBUR.

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKEN EXCHANGE -
      *    SEE A445-DETOKENIZE.
           COPY EPSTKPM.

       01  SQL-ERROR-MSG.
           03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
           03  SQL-ERROR-CODE      PIC 9(5) DISPLAY.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    SEE EPSQUOTE'S COPY OF THIS SAME COPYBOOK FOR THE TABLE
      *    DECLARATION AND HOST-VARIABLE LAYOUT.
           COPY EPSAUDIT.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSUWDCN - DAILY UNDERWRITING QUEUE'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(10) VALUE 'SUBMITTED'.
              05 FILLER                   PIC X(11) VALUE 'RECOMMEND'.
              05 FILLER                   PIC X(8)  VALUE '  DTI %'.
              05 FILLER                   PIC X(8)  VALUE '  LTV %'.
              05 FILLER                   PIC X(8)  VALUE ' CLTV %'.
              05 FILLER                   PIC X(7)  VALUE 'SCORE'.
              05 FILLER                   PIC X(9)  VALUE 'LLPA BP'.
              05 FILLER                   PIC X(6)  VALUE 'DOCS'.
              05 FILLER                   PIC X(8)  VALUE 'FINDINGS'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OFFICER              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SUBMIT-DATE          PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RECOMMEND            PIC X(9).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DTI                  PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LTV                  PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CLTV                 PIC ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SCORE                PIC ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-LLPA                 PIC -ZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-DOCS                 PIC Z9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-FINDINGS             PIC Z9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(20).
           03 WS-FINDING-LINE.
              05 FILLER                   PIC X(12) VALUE SPACES.
              05 FND-RULE-ID              PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FND-RESULT               PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FND-TEXT                 PIC X(40).
           03 WS-RULE-LINE.
              05 FILLER                   PIC X(5)  VALUE 'RULE '.
              05 RUL-LINE-ID              PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RUL-LINE-TEXT            PIC X(50).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(12) VALUE 'IN UW:'.
              05 SUM-QUEUED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'SCORED TODAY:'.
              05 SUM-SCORED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'PENDING - RESCORE:'.
              05 SUM-RESCORE              PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(12) VALUE 'APPROVE:'.
              05 SUM-APPROVE              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE 'REFER:'.
              05 SUM-REFER                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE 'DECLINE:'.
              05 SUM-DECLINE              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'RULES IGNORED:'.
              05 SUM-RULES-IGNORED        PIC ZZZZZZ9.

      *    MOST RECENT QUOTE FOR THE PAN BEING SCORED - THE LOAN
      *    AMOUNT AND TERMS THE INTAKE CAPTURED.
           EXEC SQL
               DECLARE LATEST-QUOTE CURSOR FOR
                   SELECT AUDIT-PRINCIPAL, AUDIT-RATE, AUDIT-YEARS
                     FROM EPSAUDIT
                    WHERE AUDIT-PAN = :EPSAUDIT-PAN
                    ORDER BY AUDIT-SEQ-NUM DESC
           END-EXEC.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-APPLICATION UNTIL END-OF-APPST.
           PERFORM A700-PRINT-QUEUE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSUWDCN' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  SSN-XREF-FILE.
           OPEN INPUT  DOCUMENT-CHECKLIST-FILE.
           OPEN INPUT  PROPERTY-FILE.
           IF WS-PROPF-STATUS = '00'
              MOVE 'Y' TO WS-PROPF-OPEN
           END-IF.
           OPEN I-O    UW-FINDINGS-FILE.
           IF WS-UWFND-STATUS = '05' OR '35'
              CLOSE UW-FINDINGS-FILE
              OPEN OUTPUT UW-FINDINGS-FILE
              CLOSE UW-FINDINGS-FILE
              OPEN I-O UW-FINDINGS-FILE
           END-IF.
           OPEN OUTPUT QUEUE-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-LOAD-RULES.
           PERFORM A130-LOAD-TOKEN-MAP.

           MOVE LOW-VALUES TO APPST-PAN.
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN APPST-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-APPST
           END-START
           .
           IF NOT END-OF-APPST
              PERFORM A150-READ-APPLICATION
           END-IF
           .

      *    THE RULE TABLE IS THE POLICY - WITHOUT IT EVERY FILE WOULD
      *    SCORE APPROVE, SO A MISSING OR EMPTY RULE FILE STOPS THE
      *    RUN BEFORE ANYTHING IS WRITTEN. A RULE WITH A FACTOR OR
      *    OPERATOR THIS PROGRAM DOES NOT KNOW IS LISTED AND LEFT OUT.
       A110-LOAD-RULES.
           OPEN INPUT UW-RULE-FILE.
           IF WS-UWRUL-STATUS NOT = '00'
              DISPLAY 'EPSUWDCN - EPSUWRUL RULE FILE WILL NOT OPEN, '
                      'STATUS ' WS-UWRUL-STATUS ' - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A120-LOAD-ONE-RULE UNTIL END-OF-RULES.
           CLOSE UW-RULE-FILE.
           IF WS-RULE-COUNT = 0
              DISPLAY 'EPSUWDCN - NO ACTIVE RULES ON EPSUWRUL - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A120-LOAD-ONE-RULE.
           READ UW-RULE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-RULES
              NOT AT END
                 IF UWRUL-ACTIVE
                    PERFORM A125-FILE-RULE
                 END-IF
           END-READ
           .

       A125-FILE-RULE.
           IF NOT UWRUL-VALID-FACTOR OR NOT UWRUL-VALID-OPERATOR
              OR NOT (UWRUL-REFER OR UWRUL-DECLINE)
              OR UWRUL-THRESHOLD IS NOT NUMERIC
              ADD 1 TO WS-RULES-IGNORED
              MOVE SPACES TO WS-RULE-LINE
              MOVE UWRUL-RULE-ID TO RUL-LINE-ID
              MOVE 'IGNORED - BAD FACTOR, OPERATOR, RESULT OR LIMIT'
                   TO RUL-LINE-TEXT
              MOVE WS-RULE-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-COUNT >= 100
              DISPLAY 'EPSUWDCN - RULE TABLE FULL AT 100 - '
                      'POLICY WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE UWRUL-RULE-ID      TO RUL-RULE-ID(WS-RULE-COUNT).
           MOVE UWRUL-FACTOR       TO RUL-FACTOR(WS-RULE-COUNT).
           MOVE UWRUL-OPERATOR     TO RUL-OPERATOR(WS-RULE-COUNT).
           MOVE UWRUL-THRESHOLD    TO RUL-THRESHOLD(WS-RULE-COUNT).
           IF UWRUL-THRESHOLD-SIGN = '-'
              COMPUTE RUL-THRESHOLD(WS-RULE-COUNT) =
                      0 - RUL-THRESHOLD(WS-RULE-COUNT)
           END-IF.
           MOVE UWRUL-RESULT       TO RUL-RESULT(WS-RULE-COUNT).
           MOVE UWRUL-FINDING-TEXT TO RUL-FINDING-TEXT(WS-RULE-COUNT).

       A130-LOAD-TOKEN-MAP.
           MOVE LOW-VALUES TO SSNXR-SSN.
           START SSN-XREF-FILE KEY IS NOT LESS THAN SSNXR-SSN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-XREF
           END-START
           .
           PERFORM A140-LOAD-ONE-XREF UNTIL END-OF-XREF.

       A140-LOAD-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-XREF
              NOT AT END
                 PERFORM A145-MAP-ONE-PAN
                         VARYING WS-XREF-IDX FROM 1 BY 1
                         UNTIL WS-XREF-IDX > SSNXR-PAN-COUNT
           END-READ
           .

       A145-MAP-ONE-PAN.
           IF SSNXR-PAN(WS-XREF-IDX) NOT = SPACES
              AND WS-MAP-COUNT < 2000
              ADD 1 TO WS-MAP-COUNT
              MOVE SSNXR-PAN(WS-XREF-IDX) TO WS-MAP-PAN(WS-MAP-COUNT)
              MOVE SSNXR-SSN              TO WS-MAP-TOKEN(WS-MAP-COUNT)
           END-IF
           .

       A150-READ-APPLICATION.
           READ APPLICATION-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-APPST
           END-READ
           .

       A200-PROCESS-APPLICATION.
           IF APPST-UNDERWRITING
              PERFORM A300-SCORE-AND-QUEUE
           END-IF.
           PERFORM A150-READ-APPLICATION.

      *    AN APPLICATION IN UW WITH NO FINDINGS RECORD WENT TO UW
      *    BEFORE THE ENGINE EXISTED - IT IS SCORED AS IF SUBMITTED
      *    ON ITS STATUS DATE WITH NO PACKAGE.
       A300-SCORE-AND-QUEUE.
           MOVE 'N' TO WS-UWFND-FOUND.
           MOVE APPST-PAN TO UWFND-PAN.
           READ UW-FINDINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-UWFND-FOUND
           END-READ
           .
           IF NOT UWFND-ON-FILE
              MOVE SPACES             TO UW-FINDINGS-RECORD
              MOVE APPST-PAN          TO UWFND-PAN
              MOVE 'P'                TO UWFND-STATUS-IND
              MOVE APPST-STATUS-DATE  TO UWFND-SUBMIT-DATE
              MOVE APPST-LOAN-OFFICER TO UWFND-LOAN-OFFICER
              MOVE 0 TO UWFND-MONTHLY-INCOME
              MOVE 0 TO UWFND-OTHER-MONTHLY-DEBT
              MOVE 0 TO UWFND-APPRAISED-VALUE
           END-IF.

           IF UWFND-PENDING
              PERFORM A400-SCORE-APPLICATION
              IF UWFND-ON-FILE
                 REWRITE UW-FINDINGS-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              ELSE
                 WRITE UW-FINDINGS-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
           END-IF.

           PERFORM A600-QUEUE-APPLICATION.

       A400-SCORE-APPLICATION.
           ADD 1 TO WS-SCORED-COUNT.
           MOVE 'S' TO UWFND-STATUS-IND.
           MOVE 'N' TO WS-DTI-MEASURED.
           MOVE 'N' TO WS-LTV-MEASURED.
           MOVE 'N' TO WS-SCORE-MEASURED.
           MOVE 'N' TO WS-LLPA-MEASURED.
           MOVE 0   TO UWFND-LOAN-AMOUNT.
           MOVE 0   TO UWFND-DTI-PCT.
           MOVE 0   TO UWFND-LTV-PCT.
           MOVE 0   TO UWFND-CLTV-PCT.
           MOVE 0   TO UWFND-CREDIT-SCORE.
           MOVE SPACE TO UWFND-LLPA-SIGN.
           MOVE 0   TO UWFND-LLPA-ADJ-BP.
           MOVE 0   TO UWFND-DOCS-OUTSTANDING.
           MOVE 0   TO UWFND-DECLINE-COUNT.
           MOVE 0   TO UWFND-REFER-COUNT.
           MOVE 0   TO UWFND-FINDING-COUNT.
           PERFORM A405-CLEAR-ONE-FINDING
                   VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > 8.

           PERFORM A410-FETCH-LATEST-QUOTE.
           IF QUOTE-FOUND
              MOVE EPSAUDIT-PRINCIPAL TO UWFND-LOAN-AMOUNT
              PERFORM A420-MEASURE-DTI
              PERFORM A430-MEASURE-LTV
           ELSE
              IF QUOTE-SQL-FAILED
                 MOVE 'P' TO UWFND-STATUS-IND
                 MOVE 'QUOTE HISTORY UNAVAILABLE - RESCORE NEXT RUN'
                      TO WS-NEW-FND-TEXT
              ELSE
                 MOVE 'NO QUOTE ON FILE - LOAN AMOUNT UNKNOWN'
                      TO WS-NEW-FND-TEXT
              END-IF
              PERFORM A520-ADD-SYSTEM-FINDING
           END-IF.
           PERFORM A440-MEASURE-SCORE.
           PERFORM A450-COUNT-DOCUMENTS.

           PERFORM A500-APPLY-ONE-RULE
                   VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RULE-COUNT.

           EVALUATE TRUE
              WHEN UWFND-DECLINE-COUNT > 0
                 MOVE 'D' TO UWFND-RECOMMENDATION
              WHEN UWFND-REFER-COUNT > 0
                 MOVE 'R' TO UWFND-RECOMMENDATION
              WHEN OTHER
                 MOVE 'A' TO UWFND-RECOMMENDATION
           END-EVALUATE.
           IF UWFND-PENDING
              ADD 1 TO WS-RESCORE-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO UWFND-SCORE-DATE.
           MOVE WS-CURRENT-DATE-8 TO UWFND-LAST-MAINT-DATE.

       A405-CLEAR-ONE-FINDING.
           MOVE SPACES TO UWFND-FINDING-RULE-ID(WS-FND-IDX).
           MOVE SPACES TO UWFND-FINDING-RESULT(WS-FND-IDX).
           MOVE SPACES TO UWFND-FINDING-TEXT(WS-FND-IDX).

       A410-FETCH-LATEST-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND.
           MOVE 'N' TO WS-QUOTE-SQL-FAILED.
           MOVE APPST-PAN TO EPSAUDIT-PAN.
           EXEC SQL
               OPEN LATEST-QUOTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-QUOTE-SQL-FAILED
              MOVE SQLCODE TO SQL-ERROR-CODE
              DISPLAY 'EPSUWDCN - ' APPST-PAN ' ' SQL-ERROR-MSG
           ELSE
              EXEC SQL
                  FETCH LATEST-QUOTE
                   INTO :EPSAUDIT-PRINCIPAL, :EPSAUDIT-RATE,
                        :EPSAUDIT-YEARS
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-QUOTE-FOUND
              END-IF
              EXEC SQL
                  CLOSE LATEST-QUOTE
              END-EXEC
           END-IF
           .

      *    BACK-END DTI, THE WAY EPSMPMT PRICES IT: OTHER DEBT PLUS
      *    THE FULLY LOADED PAYMENT ON THE QUOTED LOAN, OVER INCOME.
       A420-MEASURE-DTI.
           IF UWFND-MONTHLY-INCOME = 0
              MOVE 'NO INCOME SUBMITTED - DTI NOT MEASURED'
                   TO WS-NEW-FND-TEXT
              PERFORM A520-ADD-SYSTEM-FINDING
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE EPSPDATA.
           MOVE EPSAUDIT-PRINCIPAL    TO EPSPDATA-PRINCIPLE-DATA.
           MOVE EPSAUDIT-YEARS        TO EPSPDATA-NUMBER-OF-YEARS.
           MOVE EPSAUDIT-RATE         TO EPSPDATA-QUOTED-INTEREST-RATE.
           MOVE 'Y'                   TO EPSPDATA-YEAR-MONTH-IND.
           MOVE UWFND-APPRAISED-VALUE TO EPSPDATA-APPRAISED-VALUE.
           MOVE UWFND-MONTHLY-INCOME  TO EPSPDATA-MONTHLY-GROSS-INCOME.
           MOVE UWFND-OTHER-MONTHLY-DEBT
                                      TO EPSPDATA-OTHER-MONTHLY-DEBT.
           CALL 'EPSMPMT' USING EPSPDATA.
           IF EPSPDATA-RETURN-ERROR NOT = SPACES
              MOVE 'PAYMENT WOULD NOT PRICE - DTI NOT MEASURED'
                   TO WS-NEW-FND-TEXT
              PERFORM A520-ADD-SYSTEM-FINDING
           ELSE
              MOVE EPSPDATA-DTI-PERCENT TO UWFND-DTI-PCT
              MOVE 'Y' TO WS-DTI-MEASURED
           END-IF
           .

      *    LTV AND THE LLPA STACK OFF THE SHARED GRID. A MISSING GRID
      *    STILL MEASURES LTV HERE; ONLY THE LLPA RULES GO UNTESTED.
      *    THE COMBINED LTV ADDS EVERY OTHER ACTIVE LIEN THE PAN IS
      *    LINKED WITH - A FIRST'S SECOND, A SECOND'S FIRST - AND IS
      *    THE LTV WHEN THERE IS NONE.
       A430-MEASURE-LTV.
           IF UWFND-APPRAISED-VALUE = 0
              MOVE 'NO APPRAISED VALUE - LTV NOT MEASURED'
                   TO WS-NEW-FND-TEXT
              PERFORM A520-ADD-SYSTEM-FINDING
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO EPSLLPA-PROPERTY-TYPE.
           IF PROPERTY-FILE-OPEN
              MOVE APPST-PAN TO PROP-PAN
              READ PROPERTY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PROP-PROPERTY-TYPE TO EPSLLPA-PROPERTY-TYPE
              END-READ
           END-IF.
           MOVE EPSAUDIT-PRINCIPAL    TO EPSLLPA-LOAN-AMOUNT.
           MOVE UWFND-APPRAISED-VALUE TO EPSLLPA-APPRAISED-VALUE.
           MOVE UWFND-OCCUPANCY-IND   TO EPSLLPA-OCCUPANCY-IND.
           MOVE 0                     TO EPSLLPA-OTHER-LIEN-BALANCE.
           MOVE APPST-PAN             TO EPSLIENK-PAN.
           CALL 'EPSLIENK' USING EPSLIENK-PARMS.
           IF EPSLIENK-LINKED
              COMPUTE EPSLLPA-OTHER-LIEN-BALANCE =
                      EPSLIENK-SENIOR-BALANCE + EPSLIENK-JUNIOR-BALANCE
           END-IF.
           CALL 'EPSLLPA' USING EPSLLPA-PARMS.
           EVALUATE TRUE
              WHEN EPSLLPA-SUCCESS
                 MOVE EPSLLPA-LTV-PCT TO UWFND-LTV-PCT
                 MOVE EPSLLPA-CLTV-PCT TO UWFND-CLTV-PCT
                 MOVE 'Y' TO WS-LTV-MEASURED
                 MOVE EPSLLPA-ADJUSTMENT-BP TO WS-LLPA-BP
                 IF WS-LLPA-BP < 0
                    MOVE '-' TO UWFND-LLPA-SIGN
                    COMPUTE UWFND-LLPA-ADJ-BP = 0 - WS-LLPA-BP
                 ELSE
                    MOVE WS-LLPA-BP TO UWFND-LLPA-ADJ-BP
                 END-IF
                 MOVE 'Y' TO WS-LLPA-MEASURED
              WHEN OTHER
                 COMPUTE UWFND-LTV-PCT ROUNDED =
                         EPSAUDIT-PRINCIPAL * 100
                       / UWFND-APPRAISED-VALUE
                    ON SIZE ERROR
                       MOVE 999.99 TO UWFND-LTV-PCT
                 END-COMPUTE
                 COMPUTE UWFND-CLTV-PCT ROUNDED =
                         (EPSAUDIT-PRINCIPAL
                          + EPSLLPA-OTHER-LIEN-BALANCE) * 100
                       / UWFND-APPRAISED-VALUE
                    ON SIZE ERROR
                       MOVE 999.99 TO UWFND-CLTV-PCT
                 END-COMPUTE
                 MOVE 'Y' TO WS-LTV-MEASURED
           END-EVALUATE
           .

      *    A FRESH BUREAU PULL. THE CLEAR SSN LIVES NO LONGER THAN THE
      *    CALL. A BUREAU OUTAGE LEAVES THE FILE PENDING SO THE NEXT
      *    RUN SCORES IT AGAIN.
       A440-MEASURE-SCORE.
           PERFORM A442-FIND-TOKEN.
           IF NOT TOKEN-FOUND
              MOVE 'NO SSN ON FILE - CREDIT NOT PULLED'
                   TO WS-NEW-FND-TEXT
              PERFORM A520-ADD-SYSTEM-FINDING
              EXIT PARAGRAPH
           END-IF.
           PERFORM A445-DETOKENIZE.
           IF NOT EPSSSNTK-SUCCESS
              MOVE 'SSN TOKEN WOULD NOT EXCHANGE - NO PULL'
                   TO WS-NEW-FND-TEXT
              PERFORM A520-ADD-SYSTEM-FINDING
              EXIT PARAGRAPH
           END-IF.

           MOVE APPST-PAN    TO EPSCRBUR-PAN-NUMBER.
           MOVE EPSSSNTK-SSN TO EPSCRBUR-SSN-NUMBER.
           CALL 'EPSCRBUR' USING EPSCRBUR-PARMS.
           MOVE SPACES TO EPSSSNTK-SSN.
           MOVE SPACES TO EPSCRBUR-SSN-NUMBER.

           EVALUATE TRUE
              WHEN EPSCRBUR-SUCCESS
                 AND EPSCRBUR-CREDIT-SCORE IS NUMERIC
                 MOVE EPSCRBUR-CREDIT-SCORE TO UWFND-CREDIT-SCORE
                 MOVE 'Y' TO WS-SCORE-MEASURED
              WHEN EPSCRBUR-BUREAU-UNAVAILABLE
                 MOVE 'P' TO UWFND-STATUS-IND
                 MOVE 'CREDIT BUREAU DOWN - RESCORE NEXT RUN'
                      TO WS-NEW-FND-TEXT
                 PERFORM A520-ADD-SYSTEM-FINDING
              WHEN OTHER
                 MOVE 'NO CREDIT SCORE RETURNED BY THE BUREAU'
                      TO WS-NEW-FND-TEXT
                 PERFORM A520-ADD-SYSTEM-FINDING
           END-EVALUATE
           .

       A442-FIND-TOKEN.
           MOVE 'N' TO WS-TOKEN-FOUND.
           MOVE 0 TO WS-MAP-SLOT.
           PERFORM A443-MATCH-TOKEN
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0.

       A443-MATCH-TOKEN.
           IF WS-MAP-PAN(WS-MAP-IDX) = APPST-PAN
              MOVE WS-MAP-IDX TO WS-MAP-SLOT
              MOVE 'Y' TO WS-TOKEN-FOUND
           END-IF
           .

       A445-DETOKENIZE.
           SET EPSSSNTK-DETOKENIZE TO TRUE.
           MOVE 'EPSUWDCN' TO EPSSSNTK-CALLER-ID.
           MOVE WS-MAP-TOKEN(WS-MAP-SLOT) TO EPSSSNTK-TOKEN.
           MOVE SPACES TO EPSSSNTK-SSN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS.

      *    THE SAME TEST EPSASMNT'S A560-CHECK-DOCUMENTS GATES
      *    APPROVAL ON - REQUIRED, NOT RECEIVED, NOT WAIVED. NO
      *    CHECKLIST ON FILE COUNTS AS NOTHING OUTSTANDING, AS THERE.
       A450-COUNT-DOCUMENTS.
           MOVE 0 TO WS-DOCS-COUNT.
           MOVE APPST-PAN TO DOCCK-PAN.
           READ DOCUMENT-CHECKLIST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM A455-CHECK-ONE-ITEM
                         VARYING WS-DOC-IDX FROM 1 BY 1
                         UNTIL WS-DOC-IDX > DOCCK-ITEM-COUNT
                            OR WS-DOC-IDX > 10
           END-READ
           .
           MOVE WS-DOCS-COUNT TO UWFND-DOCS-OUTSTANDING.

       A455-CHECK-ONE-ITEM.
           IF DOCCK-ITEM-REQUIRED(WS-DOC-IDX)
              AND DOCCK-RECEIVED-DATE(WS-DOC-IDX) = 0
              AND NOT DOCCK-ITEM-WAIVED(WS-DOC-IDX)
              ADD 1 TO WS-DOCS-COUNT
           END-IF
           .

      *    ONE RULE AGAINST THE MEASURED FACTOR IT NAMES. A FACTOR
      *    THAT WAS NOT MEASURED ALREADY CARRIES A REFER FINDING OF
      *    ITS OWN, SO THE RULE IS SKIPPED RATHER THAN TESTED ON ZERO.
       A500-APPLY-ONE-RULE.
           EVALUATE RUL-FACTOR(WS-RUL-IDX)
              WHEN 'DTI '
                 IF NOT DTI-MEASURED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE UWFND-DTI-PCT TO WS-FACTOR-VALUE
              WHEN 'LTV '
                 IF NOT LTV-MEASURED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE UWFND-LTV-PCT TO WS-FACTOR-VALUE
              WHEN 'CLTV'
                 IF NOT LTV-MEASURED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE UWFND-CLTV-PCT TO WS-FACTOR-VALUE
              WHEN 'FICO'
                 IF NOT SCORE-MEASURED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE UWFND-CREDIT-SCORE TO WS-FACTOR-VALUE
              WHEN 'LLPA'
                 IF NOT LLPA-MEASURED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-LLPA-BP TO WS-FACTOR-VALUE
              WHEN OTHER
                 MOVE WS-DOCS-COUNT TO WS-FACTOR-VALUE
           END-EVALUATE.

           MOVE 'N' TO WS-RULE-HOLDS.
           EVALUATE RUL-OPERATOR(WS-RUL-IDX)
              WHEN 'GT'
                 IF WS-FACTOR-VALUE > RUL-THRESHOLD(WS-RUL-IDX)
                    MOVE 'Y' TO WS-RULE-HOLDS
                 END-IF
              WHEN 'GE'
                 IF WS-FACTOR-VALUE >= RUL-THRESHOLD(WS-RUL-IDX)
                    MOVE 'Y' TO WS-RULE-HOLDS
                 END-IF
              WHEN 'LT'
                 IF WS-FACTOR-VALUE < RUL-THRESHOLD(WS-RUL-IDX)
                    MOVE 'Y' TO WS-RULE-HOLDS
                 END-IF
              WHEN 'LE'
                 IF WS-FACTOR-VALUE <= RUL-THRESHOLD(WS-RUL-IDX)
                    MOVE 'Y' TO WS-RULE-HOLDS
                 END-IF
           END-EVALUATE.

           IF RULE-HOLDS
              MOVE RUL-RULE-ID(WS-RUL-IDX)      TO WS-NEW-FND-RULE-ID
              MOVE RUL-RESULT(WS-RUL-IDX)       TO WS-NEW-FND-RESULT
              MOVE RUL-FINDING-TEXT(WS-RUL-IDX) TO WS-NEW-FND-TEXT
              PERFORM A530-ADD-FINDING
           END-IF
           .

      *    THE ENGINE'S OWN REFER - A FACTOR IT COULD NOT MEASURE.
      *    THE CALLER HAS ALREADY MOVED THE TEXT.
       A520-ADD-SYSTEM-FINDING.
           MOVE 'SYS ' TO WS-NEW-FND-RULE-ID.
           MOVE 'R'    TO WS-NEW-FND-RESULT.
           PERFORM A530-ADD-FINDING.

      *    EVERY FINDING COUNTS TOWARD THE RECOMMENDATION; ONLY THE
      *    FIRST EIGHT FIT ON THE RECORD.
       A530-ADD-FINDING.
           IF WS-NEW-FND-RESULT = 'D'
              ADD 1 TO UWFND-DECLINE-COUNT
           ELSE
              ADD 1 TO UWFND-REFER-COUNT
           END-IF.
           IF UWFND-FINDING-COUNT < 8
              ADD 1 TO UWFND-FINDING-COUNT
              MOVE WS-NEW-FND-RULE-ID
                   TO UWFND-FINDING-RULE-ID(UWFND-FINDING-COUNT)
              MOVE WS-NEW-FND-RESULT
                   TO UWFND-FINDING-RESULT(UWFND-FINDING-COUNT)
              MOVE WS-NEW-FND-TEXT
                   TO UWFND-FINDING-TEXT(UWFND-FINDING-COUNT)
           END-IF
           .

      *    INSERTION SORT ON THE CLEANLINESS KEY - THE QUEUE PRINTS
      *    CLEANEST FIRST. A FILE STILL PENDING SORTS WITH WHAT IT
      *    SCORED TODAY.
       A600-QUEUE-APPLICATION.
           ADD 1 TO WS-QUEUED-COUNT.
           EVALUATE TRUE
              WHEN UWFND-APPROVE
                 ADD 1 TO WS-APPROVE-COUNT
                 MOVE 1 TO NEW-RANK
              WHEN UWFND-REFER
                 ADD 1 TO WS-REFER-COUNT
                 MOVE 2 TO NEW-RANK
              WHEN OTHER
                 ADD 1 TO WS-DECLINE-COUNT
                 MOVE 3 TO NEW-RANK
           END-EVALUATE.
           COMPUTE NEW-FINDINGS = UWFND-DECLINE-COUNT
                                + UWFND-REFER-COUNT.
           MOVE UWFND-SUBMIT-DATE TO NEW-SUBMIT-DATE.
           MOVE UWFND-PAN         TO NEW-PAN.

           IF WS-QUE-COUNT >= 2000
              DISPLAY 'EPSUWDCN - UW QUEUE TABLE FULL AT 2000 - '
                      'QUEUE WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO WS-QUE-SLOT.
           PERFORM A610-FIND-SLOT
                   VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
                      OR WS-QUE-SLOT > 0.
           IF WS-QUE-SLOT = 0
              COMPUTE WS-QUE-SLOT = WS-QUE-COUNT + 1
           ELSE
              PERFORM A620-SHIFT-ONE-ENTRY
                      VARYING WS-QUE-MOVE FROM WS-QUE-COUNT BY -1
                      UNTIL WS-QUE-MOVE < WS-QUE-SLOT
           END-IF.
           ADD 1 TO WS-QUE-COUNT.
           MOVE WS-NEW-QUEUE-ENTRY TO WS-QUE-ENTRY(WS-QUE-SLOT).

       A610-FIND-SLOT.
           IF QUE-SORT-KEY(WS-QUE-IDX) > NEW-SORT-KEY
              MOVE WS-QUE-IDX TO WS-QUE-SLOT
           END-IF
           .

       A620-SHIFT-ONE-ENTRY.
           MOVE WS-QUE-ENTRY(WS-QUE-MOVE)
                TO WS-QUE-ENTRY(WS-QUE-MOVE + 1)
           .

       A700-PRINT-QUEUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A710-PRINT-ONE-ENTRY
                   VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT.

       A710-PRINT-ONE-ENTRY.
           MOVE QUE-PAN(WS-QUE-IDX) TO UWFND-PAN.
           READ UW-FINDINGS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE UWFND-PAN              TO DTL-PAN.
           MOVE UWFND-LOAN-OFFICER     TO DTL-OFFICER.
           MOVE UWFND-SUBMIT-DATE      TO DTL-SUBMIT-DATE.
           EVALUATE TRUE
              WHEN UWFND-APPROVE
                 MOVE 'APPROVE'        TO DTL-RECOMMEND
              WHEN UWFND-REFER
                 MOVE 'REFER'          TO DTL-RECOMMEND
              WHEN OTHER
                 MOVE 'DECLINE'        TO DTL-RECOMMEND
           END-EVALUATE.
           MOVE UWFND-DTI-PCT          TO DTL-DTI.
           MOVE UWFND-LTV-PCT          TO DTL-LTV.
           IF UWFND-CLTV-PCT IS NUMERIC
              MOVE UWFND-CLTV-PCT      TO DTL-CLTV
           ELSE
              MOVE UWFND-LTV-PCT       TO DTL-CLTV
           END-IF.
           MOVE UWFND-CREDIT-SCORE     TO DTL-SCORE.
           MOVE UWFND-LLPA-ADJ-BP      TO WS-LLPA-BP.
           IF UWFND-LLPA-SIGN = '-'
              COMPUTE WS-LLPA-BP = 0 - WS-LLPA-BP
           END-IF.
           MOVE WS-LLPA-BP             TO DTL-LLPA.
           MOVE UWFND-DOCS-OUTSTANDING TO DTL-DOCS.
           COMPUTE DTL-FINDINGS = UWFND-DECLINE-COUNT
                                + UWFND-REFER-COUNT.
           IF UWFND-PENDING
              MOVE 'PENDING - RESCORE' TO DTL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A720-PRINT-ONE-FINDING
                   VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > UWFND-FINDING-COUNT
                      OR WS-FND-IDX > 8.

       A720-PRINT-ONE-FINDING.
           MOVE SPACES TO WS-FINDING-LINE.
           MOVE UWFND-FINDING-RULE-ID(WS-FND-IDX) TO FND-RULE-ID.
           IF UWFND-FINDING-RESULT(WS-FND-IDX) = 'D'
              MOVE 'DECLINE' TO FND-RESULT
           ELSE
              MOVE 'REFER'   TO FND-RESULT
           END-IF.
           MOVE UWFND-FINDING-TEXT(WS-FND-IDX) TO FND-TEXT.
           MOVE WS-FINDING-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A900-FINALIZE.
           MOVE WS-QUEUED-COUNT  TO SUM-QUEUED.
           MOVE WS-SCORED-COUNT  TO SUM-SCORED.
           MOVE WS-RESCORE-COUNT TO SUM-RESCORE.
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-APPROVE-COUNT TO SUM-APPROVE.
           MOVE WS-REFER-COUNT   TO SUM-REFER.
           MOVE WS-DECLINE-COUNT TO SUM-DECLINE.
           MOVE WS-RULES-IGNORED TO SUM-RULES-IGNORED.
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE APPLICATION-STATUS-FILE.
           CLOSE UW-FINDINGS-FILE.
           CLOSE SSN-XREF-FILE.
           CLOSE DOCUMENT-CHECKLIST-FILE.
           IF PROPERTY-FILE-OPEN
              CLOSE PROPERTY-FILE
           END-IF.
           CLOSE QUEUE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
