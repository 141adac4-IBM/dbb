       ID DIVISION.
       PROGRAM-ID. EPSEDMNT.
      *    ELECTRONIC-DELIVERY PREFERENCE MAINTENANCE RUN.
      *
      *    APPLIES EPSEDTXN ENROLL/CHANGE/WITHDRAW TRANSACTIONS TO
      *    THE EPSEDPRF PREFERENCE FILE - THE EPSBKMNT TRANSACTION
      *    SHAPE. AN ENROLLMENT MUST CARRY THE EMAIL ADDRESS AND THE
      *    DATE THE BORROWER CONSENTED UNDER E-SIGN, AND THE BORROWER
      *    MUST BE ON EPSBRWRF; WITHOUT ALL THREE NOTHING CHANGES AND
      *    THE BORROWER STAYS ON PAPER. DOCUMENT TYPE 'AL' APPLIES
      *    THE TRANSACTION TO STATEMENTS, ESCROW ANALYSES AND LETTERS
      *    ALIKE, REPORTED ONE LINE PER TYPE. THE NEXT EPSBILST,
      *    EPSESCAN OR EPSLGEN RUN HONORS THE CHANGE.
      *
      *    THEN TAKES THE EMAIL VENDOR'S BOUNCES (EPSEDBNC - OPTIONAL,
      *    NONE ON MOST DAYS): THE PREFERENCE IS MARKED BOUNCED, WHICH
      *    PUTS THE BORROWER BACK ON PAPER FROM THE NEXT RUN, AND THE
      *    DOCUMENT THAT BOUNCED IS REPRINTED LINE FOR LINE FROM THE
      *    EPSARCST ARCHIVE ONTO EDMPRINT FOR THE MAIL - THE BORROWER
      *    STILL GETS THE STATEMENT, JUST LATER. A NEW ADDRESS KEYED
      *    AS A CHANGE, OR A FRESH ENROLLMENT, RESUMES ELECTRONIC
      *    DELIVERY.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSEDTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EDTX-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO EPSEDBNC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EDBN-STATUS.

           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO EPSARCIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCIX-KEY
                  FILE STATUS IS WS-ARCIX-STATUS.

           SELECT ARCHIVE-CONTENT-FILE ASSIGN TO EPSARCCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCCT-KEY
                  FILE STATUS IS WS-ARCCT-STATUS.

           SELECT REPRINT-FILE ASSIGN TO EDMPRINT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRINT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO EDMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSEDTXN.

       FD  BOUNCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSEDBNC.

       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  ARCHIVE-INDEX-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EPSARCIX.

       FD  ARCHIVE-CONTENT-FILE
           RECORD CONTAINS 157 CHARACTERS.
           COPY EPSARCCT.

       FD  REPRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPRINT-LINE                   PIC X(132).

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ENROLL FAILED - EMAIL AND E-SIGN CONSENT DATE ARE R
      -       'EQUIRED'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO PREFERENCE ON FILE FOR PAN AND T
      -       'YPE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT E, C OR W'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - DOC TYPE NOT ST, EA, LT OR AL'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ENROLL FAILED - BORROWER NOT ON EPSBRWRF'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'CHANGE FAILED - NEW EMAIL ADDRESS IS REQUIRED'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 6 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

      *    THE DOCUMENT TYPES A BORROWER CAN TAKE ELECTRONICALLY - 'AL'
      *    ON A TRANSACTION MEANS EVERY ONE OF THEM.
       01 WS-DOC-TYPES.
           03 FILLER                      PIC X(2) VALUE 'ST'.
           03 FILLER                      PIC X(2) VALUE 'EA'.
           03 FILLER                      PIC X(2) VALUE 'LT'.
       01 WS-DOC-TYPE-TBL REDEFINES WS-DOC-TYPES.
           03 WS-DOC-TYPE-ENTRY OCCURS 3 TIMES
                                          PIC X(2).
       01 WS-TYPE-IDX                     PIC 9(1) COMP.

       01 WS-FILE-STATUSES.
           03 WS-EDTX-STATUS              PIC XX.
           03 WS-EDBN-STATUS              PIC XX.
           03 WS-EDPRF-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-ARCIX-STATUS             PIC XX.
           03 WS-ARCCT-STATUS             PIC XX.
           03 WS-PRINT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-END-OF-BOUNCES           PIC X VALUE 'N'.
              88 END-OF-BOUNCES              VALUE 'Y'.
           03 WS-EDBN-OPEN                PIC X VALUE 'N'.
              88 BOUNCE-FILE-OPEN            VALUE 'Y'.
           03 WS-ARCHIVE-OPEN             PIC X VALUE 'N'.
              88 ARCHIVE-OPEN                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 PREFERENCE-ON-FILE          VALUE 'Y'.
           03 WS-TYPE-VALID               PIC X VALUE 'N'.
              88 DOC-TYPE-VALID              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ENROLL-COUNT             PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-WITHDRAW-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-BOUNCE-COUNT             PIC 9(7) VALUE 0.
           03 WS-REPRINT-COUNT            PIC 9(7) VALUE 0.
           03 WS-NOT-ARCHIVED-COUNT       PIC 9(7) VALUE 0.
           03 WS-IN-COUNT                 PIC 9(7) VALUE 0.

       01 WS-WORK-DOC-TYPE                PIC X(2).
       01 WS-REPRINT-LINE-NUM             PIC 9(4).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSEDMNT - E-DELIVERY MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-BOUNCE-HEADING           PIC X(80) VALUE
              'EMAIL BOUNCES - BORROWER RETURNED TO PAPER'.
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DOC-TYPE             PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'ENROLLS:'.
              05 SUM-ENROLLS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'WITHDRAWALS:'.
              05 SUM-WITHDRAWALS          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
           03 WS-BOUNCE-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'BOUNCES:'.
              05 SUM-BOUNCES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REPRINTED:'.
              05 SUM-REPRINTS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOT ARCHIVED:'.
              05 SUM-NOT-ARCHIVED         PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           IF BOUNCE-FILE-OPEN
              MOVE WS-BOUNCE-HEADING TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A600-PROCESS-BOUNCE UNTIL END-OF-BOUNCES
           END-IF.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSEDMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    EDELIVERY-PREF-FILE.
           IF WS-EDPRF-STATUS = '05' OR '35'
              CLOSE EDELIVERY-PREF-FILE
              OPEN OUTPUT EDELIVERY-PREF-FILE
              CLOSE EDELIVERY-PREF-FILE
              OPEN I-O EDELIVERY-PREF-FILE
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
      *    NO BOUNCE FILE FROM THE VENDOR MEANS NO BOUNCES TODAY.
           OPEN INPUT  BOUNCE-FILE.
           IF WS-EDBN-STATUS = '00'
              MOVE 'Y' TO WS-EDBN-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-BOUNCES
           END-IF.
      *    NO ARCHIVE YET MEANS A BOUNCED DOCUMENT CANNOT BE
      *    REPRINTED - IT IS REPORTED FOR THE DESK TO REGENERATE.
           OPEN INPUT  ARCHIVE-INDEX-FILE.
           OPEN INPUT  ARCHIVE-CONTENT-FILE.
           IF WS-ARCIX-STATUS = '00' AND WS-ARCCT-STATUS = '00'
              MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF.
           OPEN OUTPUT REPRINT-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-TRANSACTION.
           IF BOUNCE-FILE-OPEN
              PERFORM A160-READ-BOUNCE
           END-IF.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
           END-READ
           .

       A160-READ-BOUNCE.
           READ BOUNCE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-BOUNCES
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
           END-READ
           .

      *    'AL' RUNS THE ACTION ONCE PER DOCUMENT TYPE; ANY OTHER
      *    VALID TYPE RUNS IT ONCE.
       A200-PROCESS-TRANSACTION.
           MOVE 0 TO WS-VALIDATION-INDICATOR.
           IF NOT EDTX-ENROLL AND NOT EDTX-CHANGE AND NOT EDTX-WITHDRAW
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-TRANSACTION-VALID AND NOT EDTX-ALL-TYPES
              MOVE 'N' TO WS-TYPE-VALID
              PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                      UNTIL WS-TYPE-IDX > 3
                 IF WS-DOC-TYPE-ENTRY(WS-TYPE-IDX) = EDTX-DOC-TYPE
                    MOVE 'Y' TO WS-TYPE-VALID
                 END-IF
              END-PERFORM
              IF NOT DOC-TYPE-VALID
                 MOVE 4 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF.
           IF WS-TRANSACTION-VALID AND EDTX-ENROLL
              PERFORM A210-VALIDATE-ENROLL
           END-IF.
           IF WS-TRANSACTION-VALID AND EDTX-CHANGE
              AND EDTX-EMAIL-ADDRESS = SPACES
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF.

           IF NOT WS-TRANSACTION-VALID
              MOVE EDTX-DOC-TYPE TO WS-WORK-DOC-TYPE
              PERFORM A290-REPORT-ERROR
           ELSE
              IF EDTX-ALL-TYPES
                 PERFORM A220-APPLY-ONE-TYPE
                         VARYING WS-TYPE-IDX FROM 1 BY 1
                         UNTIL WS-TYPE-IDX > 3
              ELSE
                 MOVE EDTX-DOC-TYPE TO WS-WORK-DOC-TYPE
                 PERFORM A230-APPLY-TRANSACTION
              END-IF
           END-IF
           .
           PERFORM A150-READ-TRANSACTION.

      *    E-SIGN: NO CONSENT DATE, NO ELECTRONIC DELIVERY. THE
      *    BORROWER MUST ALSO BE ON FILE - THE EXTRACT'S NAME AND
      *    LANGUAGE COME FROM THE BORROWER MASTER.
       A210-VALIDATE-ENROLL.
           IF EDTX-EMAIL-ADDRESS = SPACES
              OR EDTX-CONSENT-DATE NOT NUMERIC
              OR EDTX-CONSENT-DATE = 0
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE EDTX-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE 5 TO WS-VALIDATION-INDICATOR
           END-READ
           .

       A220-APPLY-ONE-TYPE.
           MOVE 0 TO WS-VALIDATION-INDICATOR.
           MOVE WS-DOC-TYPE-ENTRY(WS-TYPE-IDX) TO WS-WORK-DOC-TYPE.
           PERFORM A230-APPLY-TRANSACTION
           .

       A230-APPLY-TRANSACTION.
           PERFORM A250-READ-RECORD.
           EVALUATE TRUE
              WHEN EDTX-ENROLL
                 PERFORM A300-ENROLL
              WHEN EDTX-CHANGE
                 PERFORM A400-CHANGE-EMAIL
              WHEN EDTX-WITHDRAW
                 PERFORM A500-WITHDRAW
           END-EVALUATE.
           IF NOT WS-TRANSACTION-VALID
              PERFORM A290-REPORT-ERROR
           END-IF
           .

       A250-READ-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE EDTX-PAN         TO EDPF-PAN.
           MOVE WS-WORK-DOC-TYPE TO EDPF-DOC-TYPE.
           READ EDELIVERY-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

       A290-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE EDTX-ACTION      TO DTL-ACTION.
           MOVE EDTX-PAN         TO DTL-PAN.
           MOVE WS-WORK-DOC-TYPE TO DTL-DOC-TYPE.
           MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A295-REPORT-RESULT.
           MOVE EDTX-ACTION      TO DTL-ACTION.
           MOVE EDTX-PAN         TO DTL-PAN.
           MOVE WS-WORK-DOC-TYPE TO DTL-DOC-TYPE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A RE-ENROLLMENT OVER A WITHDRAWN OR BOUNCED RECORD REUSES
      *    IT, KEEPING THE BOUNCE HISTORY; THE NEW CONSENT DATE AND
      *    ADDRESS REPLACE THE OLD.
       A300-ENROLL.
           IF NOT PREFERENCE-ON-FILE
              MOVE SPACES           TO EDELIVERY-PREFERENCE-RECORD
              MOVE EDTX-PAN         TO EDPF-PAN
              MOVE WS-WORK-DOC-TYPE TO EDPF-DOC-TYPE
              MOVE 0 TO EDPF-WITHDRAW-DATE
                        EDPF-BOUNCE-DATE
                        EDPF-BOUNCE-COUNT
                        EDPF-LAST-SENT-DATE
                        EDPF-COUNT-MONTH
                        EDPF-MONTH-SENT-COUNT
           END-IF.
           MOVE 'E'                TO EDPF-STATUS-IND.
           MOVE EDTX-CONSENT-DATE  TO EDPF-CONSENT-DATE.
           MOVE EDTX-EMAIL-ADDRESS TO EDPF-EMAIL-ADDRESS.
           MOVE WS-CURRENT-DATE-8  TO EDPF-ENROLL-DATE.
           MOVE 'B'                TO EDPF-SOURCE-IND.
           MOVE WS-CURRENT-DATE-8  TO EDPF-LAST-MAINT-DATE.
           MOVE EDTX-USER-ID       TO EDPF-LAST-MAINT-USER.
           IF PREFERENCE-ON-FILE
              REWRITE EDELIVERY-PREFERENCE-RECORD
           ELSE
              WRITE EDELIVERY-PREFERENCE-RECORD
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ENROLLED - ELECTRONIC DELIVERY FROM THE NEXT RUN'
                TO DTL-RESULT.
           PERFORM A295-REPORT-RESULT
           .

      *    A NEW ADDRESS FOR A BOUNCED BORROWER PUTS THEM BACK ON
      *    ELECTRONIC DELIVERY UNDER THE CONSENT ALREADY ON FILE; A
      *    WITHDRAWN BORROWER STAYS WITHDRAWN UNTIL THEY RE-ENROLL.
       A400-CHANGE-EMAIL.
           IF NOT PREFERENCE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE EDTX-EMAIL-ADDRESS TO EDPF-EMAIL-ADDRESS.
           IF EDPF-BOUNCED
              MOVE 'E' TO EDPF-STATUS-IND
              MOVE 'EMAIL CHANGED - BOUNCE CLEARED, ELECTRONIC RESUMES'
                   TO DTL-RESULT
           ELSE
              MOVE 'EMAIL ADDRESS CHANGED' TO DTL-RESULT
           END-IF.
           MOVE WS-CURRENT-DATE-8  TO EDPF-LAST-MAINT-DATE.
           MOVE EDTX-USER-ID       TO EDPF-LAST-MAINT-USER.
           REWRITE EDELIVERY-PREFERENCE-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM A295-REPORT-RESULT
           .

       A500-WITHDRAW.
           IF NOT PREFERENCE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'W'                TO EDPF-STATUS-IND.
           MOVE WS-CURRENT-DATE-8  TO EDPF-WITHDRAW-DATE.
           MOVE WS-CURRENT-DATE-8  TO EDPF-LAST-MAINT-DATE.
           MOVE EDTX-USER-ID       TO EDPF-LAST-MAINT-USER.
           REWRITE EDELIVERY-PREFERENCE-RECORD.
           ADD 1 TO WS-WITHDRAW-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'WITHDRAWN - PAPER DELIVERY FROM THE NEXT RUN'
                TO DTL-RESULT.
           PERFORM A295-REPORT-RESULT
           .

      *    A BOUNCE FOR A BORROWER WHO HAS SINCE CHANGED ADDRESS OR
      *    WITHDRAWN STILL REPRINTS THE DOCUMENT - IT WAS NEVER
      *    RECEIVED - BUT ONLY AN ENROLLED PREFERENCE IS MARKED.
       A600-PROCESS-BOUNCE.
           ADD 1 TO WS-BOUNCE-COUNT.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE 'B'            TO DTL-ACTION.
           MOVE EDBN-PAN       TO DTL-PAN.
           MOVE EDBN-DOC-TYPE  TO DTL-DOC-TYPE.

           MOVE EDBN-PAN       TO EDPF-PAN.
           MOVE EDBN-DOC-TYPE  TO EDPF-DOC-TYPE.
           READ EDELIVERY-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EDPF-ENROLLED
                    MOVE 'B'               TO EDPF-STATUS-IND
                    MOVE EDBN-BOUNCE-DATE  TO EDPF-BOUNCE-DATE
                    ADD 1                  TO EDPF-BOUNCE-COUNT
                    MOVE WS-CURRENT-DATE-8 TO EDPF-LAST-MAINT-DATE
                    MOVE 'EPSEDMNT'        TO EDPF-LAST-MAINT-USER
                    REWRITE EDELIVERY-PREFERENCE-RECORD
                 END-IF
           END-READ.

           PERFORM A650-REPRINT-DOCUMENT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A160-READ-BOUNCE.

       A650-REPRINT-DOCUMENT.
           IF NOT ARCHIVE-OPEN
              ADD 1 TO WS-NOT-ARCHIVED-COUNT
              MOVE 'BOUNCED - NOT IN ARCHIVE, REGENERATE FOR MAILING'
                   TO DTL-RESULT
              EXIT PARAGRAPH
           END-IF.
           MOVE EDBN-PAN          TO ARCIX-PAN.
           MOVE EDBN-ARC-DOC-DATE TO ARCIX-DOC-DATE.
           MOVE EDBN-ARC-SEQ      TO ARCIX-SEQ.
           READ ARCHIVE-INDEX-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-ARCHIVED-COUNT
                 MOVE 'BOUNCED - NOT IN ARCHIVE, REGENERATE FOR MAILING'
                      TO DTL-RESULT
              NOT INVALID KEY
                 MOVE ARCIX-PAN      TO ARCCT-PAN
                 MOVE ARCIX-DOC-DATE TO ARCCT-DOC-DATE
                 MOVE ARCIX-SEQ      TO ARCCT-SEQ
                 PERFORM A660-REPRINT-ONE-LINE
                         VARYING WS-REPRINT-LINE-NUM FROM 1 BY 1
                         UNTIL WS-REPRINT-LINE-NUM > ARCIX-LINE-COUNT
                 ADD 1 TO WS-REPRINT-COUNT
                 MOVE 'BOUNCED - RETURNED TO PAPER, DOCUMENT REPRINTED'
                      TO DTL-RESULT
           END-READ
           .

       A660-REPRINT-ONE-LINE.
           MOVE WS-REPRINT-LINE-NUM TO ARCCT-LINE-NUM.
           READ ARCHIVE-CONTENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ARCCT-LINE-TEXT TO REPRINT-LINE
                 WRITE REPRINT-LINE
           END-READ
           .

       A900-FINALIZE.
           MOVE WS-ENROLL-COUNT   TO SUM-ENROLLS.
           MOVE WS-CHANGE-COUNT   TO SUM-CHANGES.
           MOVE WS-WITHDRAW-COUNT TO SUM-WITHDRAWALS.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BOUNCE-COUNT       TO SUM-BOUNCES.
           MOVE WS-REPRINT-COUNT      TO SUM-REPRINTS.
           MOVE WS-NOT-ARCHIVED-COUNT TO SUM-NOT-ARCHIVED.
           MOVE WS-BOUNCE-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE EDELIVERY-PREF-FILE.
           CLOSE BORROWER-MASTER-FILE.
           IF BOUNCE-FILE-OPEN
              CLOSE BOUNCE-FILE
           END-IF.
           IF ARCHIVE-OPEN
              CLOSE ARCHIVE-INDEX-FILE
              CLOSE ARCHIVE-CONTENT-FILE
           END-IF.
           CLOSE REPRINT-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSEDMNT'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-IN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-ENROLL-COUNT + WS-CHANGE-COUNT
                 + WS-WITHDRAW-COUNT + WS-REPRINT-COUNT.
           MOVE WS-ERROR-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
